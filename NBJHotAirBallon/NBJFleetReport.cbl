      *                    for inspection within 30/60/90 days, and
      *                    the tails that have not flown at all so
      *                    envelopes can be rotated
      *    10/15/2026  AD  NIGHTLY mode for the unattended nightly
      *                    run (see NBJNightly) - the date range
      *                    comes off the nightly parameter file,
      *                    month to date when none is given, and the
      *                    program returns 16 on an ABEND
      *    10/15/2026  AD  Read the yearly balloon log archives left
      *                    by NBJSeasonEnd for any year the date
      *                    range reaches back into
      *    10/15/2026  AD  Run mode taken into the RunMode_Record
      *                    copybook shared by the nightly steps

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

      *>Yearly archive written by NBJSeasonEnd
                   Select BalloonLogArchFile
                       assign to BalloonLogArchive
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select NightlyParmFile assign to NightlyParm
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  FleetFile
               Record Contains 38 Characters.
               COPY Fleet_Record
                   REPLACING LEADING ==Prefix== BY ==F==.

                   05  BL_Location             PIC X(15).
                   05  BL_Tail_Number          PIC X(6).

           FD  BalloonLogArchFile
               Record Contains 31 Characters.
           01  BA_Record               PIC X(31).

           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Log_Eof_Switch      PIC X(1).
                   88  Log_Eof                 value 'Y'.
               05  Today_Date          PIC 9(8).
               05  Run_Date            PIC 9(8).
               05  Range_From          PIC 9(8).
               05  Range_From_Parts REDEFINES Range_From.
                   10  Range_From_Year     PIC 9(4).
                   10  FILLER              PIC 9(4).
               05  Range_To            PIC 9(8).
               05  Range_To_Parts REDEFINES Range_To.
                   10  Range_To_Year       PIC 9(4).
                   10  FILLER              PIC 9(4).
               05  Archive_Year        PIC 9(4).
               05  Archive_Name        PIC X(20).
               05  Arch_Eof_Switch     PIC X(1).
                   88  Arch_Eof                value 'Y'.
               05  Fleet_Sub           PIC 9(2).
               05  Fleet_Found_Sub     PIC 9(2).
               05  Fleet_Switch        PIC X(1).
               05  Days_To_Due         PIC S9(5).
               05  Due_Flag            PIC X(8).

           COPY RunMode_Record
               REPLACING LEADING ==Prefix== BY ==RM==.

           *>The balloon log record being counted, off the live log
           *>or a yearly archive
           01  Log_Entry.
               05  LE_Flight_Date          PIC 9(8).
               05  LE_State                PIC X(2).
               05  LE_Location             PIC X(15).
               05  LE_Tail_Number          PIC X(6).

           *>Fleet loaded at startup from the master maintained by
           *>NBJFleetMaint, with a flight counter per tail filled
           *>from the balloon log
           100-Initialization.
               ACCEPT Today_Date FROM DATE YYYYMMDD

               ACCEPT RM_Run_Mode FROM COMMAND-LINE
               IF RM_Nightly_Mode
                   PERFORM 150-Read-Nightly-Parm
               ELSE
                   DISPLAY "Report From Date (YYYYMMDD) "
                       WITH NO ADVANCING
                   ACCEPT Range_From
                   DISPLAY "Report To Date (YYYYMMDD) "
                       WITH NO ADVANCING
                   ACCEPT Range_To
               END-IF

               PERFORM 110-Load-Fleet-Table
               PERFORM 200-Process-Balloon-Log
               PERFORM 250-Process-Archive-Year
                   VARYING Archive_Year FROM Range_From_Year BY 1
                   UNTIL Archive_Year > Range_To_Year
               PERFORM 800-Print-Report

               Stop Run.
               IF File_Status = 35
                   DISPLAY "ABEND: No fleet master on file - run "
                       "NBJFleetMaint"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               IF Fleet_Count = ZERO
                   DISPLAY "ABEND: No aircraft on the fleet master "
                       "file - run NBJFleetMaint"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

                   AT END MOVE 'Y' TO Fleet_Eof_Switch
               END-READ.

      *>The nightly run reports month to date through the run date
      *>unless the parameter file names a range
           150-Read-Nightly-Parm.
               OPEN INPUT NightlyParmFile
               IF File_Status = 35
                   DISPLAY "ABEND: No nightly parameter file on file"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               READ NightlyParmFile
                   AT END
                       DISPLAY "ABEND: Nightly parameter file is "
                           "empty"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE NightlyParmFile

               IF NP_Run_Date NUMERIC AND NP_Run_Date NOT = ZERO
                   MOVE NP_Run_Date TO Run_Date
               ELSE
                   ACCEPT Run_Date FROM DATE YYYYMMDD
               END-IF
               IF NP_Report_From NUMERIC AND NP_Report_From NOT = ZERO
                   MOVE NP_Report_From TO Range_From
               ELSE
                   MOVE Run_Date TO Range_From
                   MOVE '01' TO Range_From(7:2)
               END-IF
               IF NP_Report_To NUMERIC AND NP_Report_To NOT = ZERO
                   MOVE NP_Report_To TO Range_To
               ELSE
                   MOVE Run_Date TO Range_To
               END-IF.

           200-Process-Balloon-Log.
               OPEN INPUT BalloonLogFile
               IF File_Status = 35
               END-IF.

           210-Count-Log-Record.
               MOVE Balloon_Log_Record TO Log_Entry
               PERFORM 220-Count-Flight

               READ BalloonLogFile
                   AT END MOVE 'Y' TO Log_Eof_Switch
               END-READ.

           220-Count-Flight.
               IF LE_Flight_Date NOT < Range_From
                   AND LE_Flight_Date NOT > Range_To
                   PERFORM 600-Find-Balloon
                   IF Balloon_Found
                       ADD 1 TO Fleet_Flights(Fleet_Found_Sub)
                   ELSE
                       DISPLAY "WARNING: Tail " LE_Tail_Number
                           " on the balloon log is not on the "
                           "fleet master"
                   END-IF
               END-IF.

      *>Flights rolled off by the season end sit on BalloonLogData
      *>plus the year - a year with no archive is still on the
      *>live log
           250-Process-Archive-Year.
               MOVE SPACES TO Archive_Name
               STRING "BalloonLogData" Archive_Year DELIMITED BY SIZE
                   INTO Archive_Name
               END-STRING
               DISPLAY "DD_BalloonLogArchive" UPON ENVIRONMENT-NAME
               DISPLAY Archive_Name UPON ENVIRONMENT-VALUE
               OPEN INPUT BalloonLogArchFile
               IF File_Status NOT = 35
                   PERFORM 500-Validation
                   DISPLAY "Reading archived balloon log "
                       Archive_Name
                   MOVE SPACE TO Arch_Eof_Switch
                   READ BalloonLogArchFile
                       AT END MOVE 'Y' TO Arch_Eof_Switch
                   END-READ
                   PERFORM 260-Count-Archive-Record UNTIL Arch_Eof
                   CLOSE BalloonLogArchFile
               END-IF.

           260-Count-Archive-Record.
               MOVE BA_Record TO Log_Entry
               PERFORM 220-Count-Flight

               READ BalloonLogArchFile
                   AT END MOVE 'Y' TO Arch_Eof_Switch
               END-READ.

           500-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: Input file not found "
                       "(File_Status=35)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "input file (File_Status=37)"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF File_Status NOT = 00
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   UNTIL Fleet_Sub > Fleet_Count OR Balloon_Found.

           610-Check-Fleet-Entry.
               IF Fleet_Tail_Number(Fleet_Sub) = LE_Tail_Number
                   MOVE 'Y' TO Fleet_Switch
                   MOVE Fleet_Sub TO Fleet_Found_Sub
               END-IF.
