       Identification Division.
           Program-ID. NBJNightly.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - unattended nightly
      *                    close of day: runs NBJReconcile,
      *                    NBJCashVariance, NBJEndOfDay and the
      *                    ranged reports in turn, each in NIGHTLY
      *                    mode so it takes its answers from the
      *                    nightly parameter file instead of the
      *                    terminal. A step returning 8 or more
      *                    stops the stream; every step is logged
      *                    to the run-control file and a rerun for
      *                    the same run date resumes at the step
      *                    that failed, so end of day is never run
      *                    twice

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select NightlyParmFile assign to NightlyParm
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional RunControlFile
                       assign to RunControlData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           FD  RunControlFile
               Record Contains 49 Characters.
               COPY RunControl_Record
                   REPLACING LEADING ==Prefix== BY ==RN==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Run_Date            PIC 9(8).
               05  Control_Eof_Switch  PIC X(1).
                   88  Control_Eof             value 'Y'.
               05  Step_Sub            PIC 9(2).
               05  Step_Found_Sub      PIC 9(2).
               05  Step_Switch         PIC X(1).
                   88  Step_Found              value 'Y'.
               05  Stream_Switch       PIC X(1).
                   88  Stream_Failed           value 'Y'.
               05  Step_Command        PIC X(40).
               05  System_Return       PIC S9(9).
               05  Step_Return_Code    PIC 9(4).
               05  Steps_Run           PIC 9(2).
               05  Steps_Skipped       PIC 9(2).
      *>A step may return 4 for a warning (end of day finding the
      *>date already archived) and still count as complete
           78  Highest_Good_Return                 value 4.
           78  Stream_Failed_Return                value 16.

           *>Steps of the nightly stream in the order they run, with
           *>a flag for each step the run-control file shows already
           *>complete for the run date
           01  Step_Table.
               05  Step_Count          PIC 9(2).
               05  Step_Entry Occurs 10 Times.
                   10  Step_Name           PIC X(20).
                   10  Step_Done_Flag      PIC X(1).
                       88  Step_Done           value 'Y'.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Step_Table.

           100-Initialization.
               PERFORM 110-Read-Nightly-Parm
               PERFORM 120-Load-Step-Table
               PERFORM 200-Load-Run-Control

               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Nightly Run"
               DISPLAY "  Run date " Run_Date
               DISPLAY "===================================="
                   "===================================="

               OPEN EXTEND RunControlFile PERFORM 500-Validation
               PERFORM 300-Run-Step
                   VARYING Step_Sub FROM 1 BY 1
                   UNTIL Step_Sub > Step_Count OR Stream_Failed
               CLOSE RunControlFile

               DISPLAY "------------------------------------"
                   "------------------------------------"
               DISPLAY "Steps run " Steps_Run " / skipped as "
                   "already complete " Steps_Skipped
               IF Stream_Failed
                   DISPLAY "Nightly run STOPPED - correct the failed "
                       "step and rerun NBJNightly for " Run_Date
                   MOVE Stream_Failed_Return TO RETURN-CODE
               ELSE
                   DISPLAY "Nightly run complete for " Run_Date
                   MOVE ZERO TO RETURN-CODE
               END-IF
               DISPLAY "===================================="
                   "===================================="

               Stop Run.

      *>The steps read the same parameter record, so the run date
      *>worked out here is the one each step closes
           110-Read-Nightly-Parm.
               OPEN INPUT NightlyParmFile
               IF File_Status = 35
                   DISPLAY "ABEND: No nightly parameter file on "
                       "file - nightly run not started"
                   MOVE Stream_Failed_Return TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               READ NightlyParmFile
                   AT END
                       DISPLAY "ABEND: Nightly parameter file is "
                           "empty - nightly run not started"
                       MOVE Stream_Failed_Return TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE NightlyParmFile

               IF NP_Run_Date NOT NUMERIC OR NP_Run_Date = ZERO
                   ACCEPT Run_Date FROM DATE YYYYMMDD
               ELSE
                   MOVE NP_Run_Date TO Run_Date
               END-IF.

           120-Load-Step-Table.
               MOVE "NBJReconcile"      TO Step_Name(1)
               MOVE "NBJCashVariance"   TO Step_Name(2)
               MOVE "NBJEndOfDay"       TO Step_Name(3)
               MOVE "NBJSiteProfit"     TO Step_Name(4)
               MOVE "NBJFuelCostReport" TO Step_Name(5)
               MOVE "NBJFleetReport"    TO Step_Name(6)
               MOVE "NBJManifestReport" TO Step_Name(7)
               MOVE 7 TO Step_Count.

      *>The run-control file runs on forever, so only the run date's
      *>completed steps mark the table
           200-Load-Run-Control.
               MOVE SPACE TO Control_Eof_Switch
               OPEN INPUT RunControlFile PERFORM 500-Validation
               READ RunControlFile
                   AT END MOVE 'Y' TO Control_Eof_Switch
               END-READ
               PERFORM 210-Check-Run-Control-Record UNTIL Control_Eof
               CLOSE RunControlFile.

           210-Check-Run-Control-Record.
               IF RN_Run_Date = Run_Date AND RN_Step_Status = 'C'
                   PERFORM 400-Find-Step
                   IF Step_Found
                       MOVE 'Y' TO Step_Done_Flag(Step_Found_Sub)
                   END-IF
               END-IF

               READ RunControlFile
                   AT END MOVE 'Y' TO Control_Eof_Switch
               END-READ.

      *>Each step is started as "<program> NIGHTLY" through the
      *>system call; the step reads that word off its command line
      *>into the RunMode_Record copybook and takes its answers from
      *>the parameter file instead of the terminal. The call
      *>hands back the step's exit status shifted up a byte; a
      *>step that could not be started at all comes back negative
      *>and is treated as a failure
           300-Run-Step.
               IF Step_Done(Step_Sub)
                   ADD 1 TO Steps_Skipped
                   DISPLAY Step_Name(Step_Sub) " already complete "
                       "for " Run_Date " - skipped"
               ELSE
                   ADD 1 TO Steps_Run
                   MOVE SPACES TO Step_Command
                   STRING Step_Name(Step_Sub) DELIMITED BY SPACE
                       " NIGHTLY" DELIMITED BY SIZE
                       INTO Step_Command
                   END-STRING
                   DISPLAY "Starting " Step_Name(Step_Sub)
                   CALL 'SYSTEM' USING Step_Command
                   MOVE RETURN-CODE TO System_Return
                   IF System_Return < ZERO
                       MOVE Stream_Failed_Return TO Step_Return_Code
                   ELSE
                       COMPUTE Step_Return_Code = System_Return / 256
                   END-IF
                   PERFORM 310-Log-Step
               END-IF.

           310-Log-Step.
               MOVE Run_Date              TO RN_Run_Date
               MOVE Step_Name(Step_Sub)   TO RN_Step_Name
               MOVE Step_Return_Code      TO RN_Return_Code
               ACCEPT RN_Stamp_Date FROM DATE YYYYMMDD
               ACCEPT RN_Stamp_Time FROM TIME
               IF Step_Return_Code > Highest_Good_Return
                   MOVE 'F' TO RN_Step_Status
                   MOVE 'Y' TO Stream_Switch
                   DISPLAY Step_Name(Step_Sub) " FAILED - return "
                       "code " Step_Return_Code
               ELSE
                   MOVE 'C' TO RN_Step_Status
                   DISPLAY Step_Name(Step_Sub) " complete - return "
                       "code " Step_Return_Code
               END-IF
               WRITE RN_Record.

           400-Find-Step.
               MOVE 'N' TO Step_Switch
               MOVE ZERO TO Step_Found_Sub
               PERFORM 410-Check-Step-Entry
                   VARYING Step_Sub FROM 1 BY 1
                   UNTIL Step_Sub > Step_Count OR Step_Found.

           410-Check-Step-Entry.
               IF Step_Name(Step_Sub) = RN_Step_Name
                   MOVE 'Y' TO Step_Switch
                   MOVE Step_Sub TO Step_Found_Sub
               END-IF.

           500-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: Input file not found "
                       "(File_Status=35)"
                   MOVE Stream_Failed_Return TO RETURN-CODE
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "input file (File_Status=37)"
                       MOVE Stream_Failed_Return TO RETURN-CODE
                       STOP RUN
                   ELSE
      *>File status 05 is a successful open of an optional file
      *>that was not yet on disk
                       IF File_Status NOT = 00 AND NOT = 05
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           MOVE Stream_Failed_Return TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

       End Program NBJNightly.
