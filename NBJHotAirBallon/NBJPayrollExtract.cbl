      *    08/21/2026  AD  Limit the extract to an operator-keyed
      *                    pay period so the ever-growing work log
      *                    does not re-extract days already paid
      *    10/15/2026  AD  Rate record lengthened for the charter
      *                    rate per basket
      *    10/15/2026  AD  Read the yearly work log archives left by
      *                    NBJSeasonEnd for any year the pay period
      *                    reaches back into

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

      *>Yearly archive written by NBJSeasonEnd
                   Select WorkLogArchFile assign to WorkLogArchive
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RosterFile assign to RosterData
                       File Status is File_Status
                       Organization is Line Sequential.
               COPY WorkLog_Record
                   REPLACING LEADING ==Prefix== BY ==W==.

           FD  WorkLogArchFile
               Record Contains 30 Characters.
           01  WA_Record               PIC X(30).

           FD  RosterFile
               Record Contains 35 Characters.
               COPY Roster_Record
                   REPLACING LEADING ==Prefix== BY ==P==.

           FD  RateFile
               Record Contains 46 Characters.
               COPY Rate_Record
                   REPLACING LEADING ==Prefix== BY ==R==.

                   88  Rate_Eof                value 'Y'.
               05  Today_Date          PIC 9(8).
               05  Period_From         PIC 9(8).
               05  Period_From_Parts REDEFINES Period_From.
                   10  Period_From_Year    PIC 9(4).
                   10  FILLER              PIC 9(4).
               05  Period_To           PIC 9(8).
               05  Period_To_Parts REDEFINES Period_To.
                   10  Period_To_Year      PIC 9(4).
                   10  FILLER              PIC 9(4).
               05  Archive_Year        PIC 9(4).
               05  Archive_Name        PIC X(20).
               05  Arch_Eof_Switch     PIC X(1).
                   88  Arch_Eof                value 'Y'.
               05  Cert_Due            PIC 9(8).
               05  Empl_Sub            PIC 9(2).
               05  Empl_Found_Sub      PIC 9(2).
                   88  Rates_Not_Found         value 'N'.
               05  Extract_Count       PIC 9(2).

           *>The work log record being tallied, off the live log or
           *>a yearly archive
           COPY WorkLog_Record
               REPLACING LEADING ==Prefix== BY ==WL==.

           *>Roster loaded at startup from the file maintained by
           *>NBJPilotMaint - pay accumulates into the same table
           01  Roster_Table.
               PERFORM 500-Validation
               PERFORM 200-Process-Work-Log
               CLOSE WorkLogFile
               PERFORM 250-Process-Archive-Year
                   VARYING Archive_Year FROM Period_From_Year BY 1
                   UNTIL Archive_Year > Period_To_Year

               OPEN OUTPUT ExtractFile PERFORM 500-Validation
               PERFORM 800-Write-Extract
               PERFORM 210-Accumulate-Log-Record UNTIL Log_Eof.

           210-Accumulate-Log-Record.
               MOVE W_Record TO WL_Record
               IF WL_Work_Date NOT < Period_From
                   AND WL_Work_Date NOT > Period_To
                   PERFORM 220-Process-Log-Record
               END-IF

           220-Process-Log-Record.
               PERFORM 300-Find-Person
               IF NOT Empl_Found
                   DISPLAY "WARNING: Id " WL_Empl_Id " on the work "
                       "log is not on the roster - record skipped"
               ELSE
                   PERFORM 600-Find-Rates
                   IF Rates_Not_Found
                       DISPLAY "WARNING: No rates in force for "
                           WL_Work_Date " - record skipped"
                   ELSE
                       ADD 1 TO Empl_Days_Worked(Empl_Found_Sub)
                       IF Empl_Is_Pilot(Empl_Found_Sub)
                   END-IF
               END-IF.

      *>Work rolled off by the season end sits on WorkLogData plus
      *>the year - a year with no archive is still on the live log
           250-Process-Archive-Year.
               MOVE SPACES TO Archive_Name
               STRING "WorkLogData" Archive_Year DELIMITED BY SIZE
                   INTO Archive_Name
               END-STRING
               DISPLAY "DD_WorkLogArchive" UPON ENVIRONMENT-NAME
               DISPLAY Archive_Name UPON ENVIRONMENT-VALUE
               OPEN INPUT WorkLogArchFile
               IF File_Status NOT = 35
                   PERFORM 500-Validation
                   DISPLAY "Reading archived work log " Archive_Name
                   MOVE SPACE TO Arch_Eof_Switch
                   READ WorkLogArchFile
                       AT END MOVE 'Y' TO Arch_Eof_Switch
                   END-READ
                   PERFORM 260-Accumulate-Archive-Record
                       UNTIL Arch_Eof
                   CLOSE WorkLogArchFile
               END-IF.

           260-Accumulate-Archive-Record.
               MOVE WA_Record TO WL_Record
               IF WL_Work_Date NOT < Period_From
                   AND WL_Work_Date NOT > Period_To
                   PERFORM 220-Process-Log-Record
               END-IF

               READ WorkLogArchFile
                   AT END MOVE 'Y' TO Arch_Eof_Switch
               END-READ.

           300-Find-Person.
               MOVE 'N' TO Empl_Switch
               MOVE ZERO TO Empl_Found_Sub
                   UNTIL Empl_Sub > Empl_Count OR Empl_Found.

           310-Check-Roster-Entry.
               IF Empl_Id(Empl_Sub) = WL_Empl_Id
                   MOVE 'Y' TO Empl_Switch
                   MOVE Empl_Sub TO Empl_Found_Sub
               END-IF.
                   UNTIL Rate_Sub > Rate_Count.

           610-Check-Rate-Entry.
               IF Rate_Effective_Date(Rate_Sub) NOT > WL_Work_Date
                   IF Rates_Not_Found
                       MOVE 'Y' TO Rate_Switch
                       MOVE Rate_Sub TO Best_Rate_Sub
