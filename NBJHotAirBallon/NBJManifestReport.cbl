       Identification Division.
           Program-ID. NBJManifestReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - passenger manifests by
      *                    flight date for the insurer: every
      *                    passenger carried in each balloon over a
      *                    date range with fare category, weight and
      *                    waiver, the load per balloon and a flag on
      *                    any passenger without a signed waiver
      *    10/15/2026  AD  NIGHTLY mode for the unattended nightly
      *                    run (see NBJNightly) - the date range
      *                    comes off the nightly parameter file,
      *                    month to date when none is given, and the
      *                    program returns 16 on an ABEND
      *    10/15/2026  AD  Run mode taken into the RunMode_Record
      *                    copybook shared by the nightly steps

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select ManifestFile assign to ManifestData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select NightlyParmFile assign to NightlyParm
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  ManifestFile
               Record Contains 56 Characters.
               COPY Manifest_Record
                   REPLACING LEADING ==Prefix== BY ==MF==.

           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Manifest_Eof_Switch PIC X(1).
                   88  Manifest_Eof            value 'Y'.
               05  Run_Date            PIC 9(8).
               05  Range_From          PIC 9(8).
               05  Range_To            PIC 9(8).
               05  Waiver_Flag         PIC X(10).
               05  First_Switch        PIC X(1).
                   88  First_Balloon_Done      value 'Y'.

           COPY RunMode_Record
               REPLACING LEADING ==Prefix== BY ==RM==.

           *>Flight date, site and tail of the balloon being listed -
           *>a change in any of them closes the balloon's load line
           01  Balloon_Key.
               05  Key_Flight_Date     PIC 9(8).
               05  Key_State           PIC X(2).
               05  Key_Location        PIC X(15).
               05  Key_Tail_Number     PIC X(6).

           01  Balloon_Totals.
               05  Balloon_Passengers  PIC 9(3).
               05  Balloon_Weight      PIC 9(5).

           01  Report_Totals.
               05  Total_Balloons      PIC 9(5).
               05  Total_Passengers    PIC 9(6).
               05  Total_Child         PIC 9(6).
               05  Total_Adult         PIC 9(6).
               05  Total_Senior        PIC 9(6).
               05  Total_No_Waiver     PIC 9(5).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Weight         PIC ZZ9.
               05  Disp_Load           PIC ZZZZ9.
               05  Disp_Passengers     PIC ZZ9.
               05  Disp_Count          PIC ZZZZZ9.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Balloon_Key Balloon_Totals
               Report_Totals.

           100-Initialization.
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

               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Passenger "
                   "Manifests"
               DISPLAY "  From " Range_From " To " Range_To
               DISPLAY "===================================="
                   "===================================="

               PERFORM 200-Process-Manifests
               PERFORM 800-Print-Totals

               Stop Run.

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

           200-Process-Manifests.
               OPEN INPUT ManifestFile
               IF File_Status = 35
                   DISPLAY "No passenger manifests on file - nothing "
                       "to report"
                   Stop Run
               END-IF
               PERFORM 500-Validation
               READ ManifestFile
                   AT END MOVE 'Y' TO Manifest_Eof_Switch
               END-READ
               PERFORM 210-Process-Manifest-Record UNTIL Manifest_Eof
               IF First_Balloon_Done
                   PERFORM 300-Print-Balloon-Load
               END-IF
               CLOSE ManifestFile.

      *>The manifest is written a site day at a time with each
      *>balloon's passengers together, so a change of date, site
      *>or tail starts the next balloon
           210-Process-Manifest-Record.
               IF MF_Flight_Date NOT < Range_From
                   AND MF_Flight_Date NOT > Range_To
                   IF MF_Flight_Date NOT = Key_Flight_Date
                       OR MF_State NOT = Key_State
                       OR MF_Location NOT = Key_Location
                       OR MF_Tail_Number NOT = Key_Tail_Number
                       IF First_Balloon_Done
                           PERFORM 300-Print-Balloon-Load
                       END-IF
                       PERFORM 220-Start-Balloon
                   END-IF
                   PERFORM 230-Print-Passenger-Line
               END-IF

               READ ManifestFile
                   AT END MOVE 'Y' TO Manifest_Eof_Switch
               END-READ.

           220-Start-Balloon.
               MOVE 'Y' TO First_Switch
               MOVE MF_Flight_Date TO Key_Flight_Date
               MOVE MF_State       TO Key_State
               MOVE MF_Location    TO Key_Location
               MOVE MF_Tail_Number TO Key_Tail_Number
               MOVE ZERO TO Balloon_Passengers
               MOVE ZERO TO Balloon_Weight
               ADD 1 TO Total_Balloons
               DISPLAY " "
               DISPLAY Key_Flight_Date " " Key_State " "
                   Key_Location " Tail " Key_Tail_Number
               DISPLAY "  Passenger            Cat Weight Waiver".

           230-Print-Passenger-Line.
               ADD 1 TO Balloon_Passengers
               ADD 1 TO Total_Passengers
               ADD MF_Weight TO Balloon_Weight
               EVALUATE MF_Category
                   WHEN 'C'
                       ADD 1 TO Total_Child
                   WHEN 'A'
                       ADD 1 TO Total_Adult
                   WHEN 'S'
                       ADD 1 TO Total_Senior
               END-EVALUATE
               IF MF_Waiver_Flag = 'Y'
                   MOVE 'Y' TO Waiver_Flag
               ELSE
                   MOVE 'NO WAIVER' TO Waiver_Flag
                   ADD 1 TO Total_No_Waiver
               END-IF
               MOVE MF_Weight TO Disp_Weight
               DISPLAY "  " MF_Passenger_Name " " MF_Category
                   "    " Disp_Weight "    " Waiver_Flag.

           300-Print-Balloon-Load.
               MOVE Balloon_Passengers TO Disp_Passengers
               MOVE Balloon_Weight     TO Disp_Load
               DISPLAY "  Passengers " Disp_Passengers
                   "  Load " Disp_Load " lbs".

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
               END-IF.

           800-Print-Totals.
               DISPLAY "------------------------------------"
                   "------------------------------------"
               MOVE Total_Balloons TO Disp_Count
               DISPLAY "Balloons flown           " Disp_Count
               MOVE Total_Passengers TO Disp_Count
               DISPLAY "Passengers carried       " Disp_Count
               MOVE Total_Child TO Disp_Count
               DISPLAY "  Child                  " Disp_Count
               MOVE Total_Adult TO Disp_Count
               DISPLAY "  Adult                  " Disp_Count
               MOVE Total_Senior TO Disp_Count
               DISPLAY "  Senior                 " Disp_Count
               MOVE Total_No_Waiver TO Disp_Count
               DISPLAY "Without a signed waiver  " Disp_Count
               DISPLAY "===================================="
                   "====================================".

       End Program NBJManifestReport.
