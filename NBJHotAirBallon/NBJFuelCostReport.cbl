      *                    and the actual invoiced cost off the
      *                    delivery ledger, with the difference the
      *                    daily figures have been hiding
      *    10/15/2026  AD  NIGHTLY mode for the unattended nightly
      *                    run (see NBJNightly) - the date range
      *                    comes off the nightly parameter file,
      *                    month to date when none is given, and the
      *                    program returns 16 on an ABEND
      *    10/15/2026  AD  Rate record lengthened for the charter
      *                    rate per basket
      *    10/15/2026  AD  Run mode taken into the RunMode_Record
      *                    copybook shared by the nightly steps

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select NightlyParmFile assign to NightlyParm
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
                   REPLACING LEADING ==Prefix== BY ==H==.

           FD  RateFile
               Record Contains 46 Characters.
               COPY Rate_Record
                   REPLACING LEADING ==Prefix== BY ==R==.

               COPY PropDelv_Record
                   REPLACING LEADING ==Prefix== BY ==G==.

           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
                   88  Rate_Eof                value 'Y'.
               05  Delv_Eof_Switch     PIC X(1).
                   88  Delv_Eof                value 'Y'.
               05  Run_Date            PIC 9(8).
               05  Range_From          PIC 9(8).
               05  Range_To            PIC 9(8).
               05  Lookup_State        PIC X(2).
                   88  Rates_Not_Found         value 'N'.
               05  Day_Sched_Cost      PIC 9(5)V9(2).

           COPY RunMode_Record
               REPLACING LEADING ==Prefix== BY ==RM==.

           *>Rate schedule loaded at startup from the rate file
           *>maintained by NBJRateMaint - only the propane cost
           *>column is carried
           INITIALIZE Misc_Variables Rate_Table Fuel_Table.

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

               PERFORM 110-Load-Rate-Table

               IF File_Status = 35
                   DISPLAY "ABEND: No rate schedule on file - run "
                       "NBJRateMaint"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 500-Validation
                   AT END MOVE 'Y' TO Rate_Eof_Switch
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

      *>Position at the first record of the range and read forward
           200-Process-History.
               MOVE Range_From TO H_Hist_Date
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
