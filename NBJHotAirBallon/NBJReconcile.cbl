      *                    confirmed duplicate state record no
      *                    longer reports false mismatches against
      *                    the logs that carry both sessions' rows
      *    10/15/2026  AD  NIGHTLY mode for the unattended nightly
      *                    run (see NBJNightly) - the run date comes
      *                    off the nightly parameter file, no
      *                    supervisor override is taken, and the
      *                    program returns 8 when the day does not
      *                    tie and 16 on an ABEND so the stream stops
      *    10/15/2026  AD  Flight detail record lengthened to carry
      *                    the flight type and charter figures
      *    10/15/2026  AD  A nightly rerun keeps an override already
      *                    keyed at the terminal for the run date
      *                    instead of overwriting it, so a restarted
      *                    stream can get past a day the supervisor
      *                    has approved
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
               COPY Output_Record REPLACING LEADING ==Prefix== BY ==M==.

           FD  FlightDetailFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==D==.

               COPY Operator_Record
                   REPLACING LEADING ==Prefix== BY ==O==.

           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Override_Confirm    PIC X(1).
                   88  Override_Granted        value 'Y'.
                   88  Override_Refused        value 'N'.
               05  Prior_Override_Switch
                                       PIC X(1).
                   88  Prior_Override          value 'Y'.
               05  Oper_Eof_Switch     PIC X(1).
                   88  Oper_Eof                value 'Y'.
               05  Signon_Attempts     PIC 9(1).
               05  Oper_Switch         PIC X(1).
                   88  Oper_Found              value 'Y'.

           COPY RunMode_Record
               REPLACING LEADING ==Prefix== BY ==RM==.

           *>One entry per site day on the daily state files, with
           *>the counts the logs are expected to tie back to
           01  Recon_Table.

           100-Initialization.
               ACCEPT Run_Date FROM DATE YYYYMMDD
               ACCEPT RM_Run_Mode FROM COMMAND-LINE
               IF RM_Nightly_Mode
                   PERFORM 150-Read-Nightly-Parm
               END-IF

               PERFORM 200-Load-Conn
               PERFORM 210-Load-NY

               Stop Run.

      *>A nightly run closes the parameter file's run date when
      *>one is given, otherwise today
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
               END-IF.

           200-Load-Conn.
               MOVE SPACE TO Input_Eof_Switch
               OPEN INPUT ConnFile
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
      *>File status 05 is a successful open of an optional file
                       IF File_Status NOT = 00 AND NOT = 05
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

           700-Write-Recon-Flag.
               MOVE 'N' TO Prior_Override_Switch
               IF RM_Nightly_Mode AND Discrepancy_Count > ZERO
                   PERFORM 705-Check-Prior-Override
               END-IF

               IF Prior_Override
                   DISPLAY "Override by " RF_Operator " already on "
                       "file for " Run_Date " - end of day may run "
                       "despite " Discrepancy_Count " discrepancies"
               ELSE
                   PERFORM 702-Set-Recon-Flag
                   OPEN OUTPUT ReconFlagFile
                   PERFORM 500-Validation
                   WRITE RF_Record
                   CLOSE ReconFlagFile
               END-IF.

           702-Set-Recon-Flag.
               MOVE SPACES TO RF_Record
               MOVE Run_Date TO RF_Recon_Date
               IF Discrepancy_Count = ZERO
                       "may run"
               ELSE
                   MOVE 'N' TO RF_Recon_Flag
      *>Nobody is at the terminal on a nightly run to key an
      *>override, so an untied day stops the stream there
                   IF RM_Nightly_Mode
                       MOVE 'N' TO Override_Confirm
                   ELSE
                       PERFORM 710-Get-Override
                   END-IF
                   IF Override_Granted
                       MOVE 'Y' TO RF_Override_Flag
                       MOVE Operator_Id TO RF_Operator
                       MOVE SPACES TO RF_Operator
                       DISPLAY "Day NOT reconciled - end of day "
                           "will refuse to archive"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

      *>A supervisor may have keyed an override for the run date
      *>at the terminal before the nightly stream was restarted -
      *>that override stands and the flag file is left alone
           705-Check-Prior-Override.
               OPEN INPUT ReconFlagFile
               IF File_Status NOT = 35
                   PERFORM 500-Validation
                   READ ReconFlagFile
                       AT END INITIALIZE RF_Record
                   END-READ
                   CLOSE ReconFlagFile
                   IF RF_Recon_Date = Run_Date
                       AND RF_Override_Flag = 'Y'
                       MOVE 'Y' TO Prior_Override_Switch
                   END-IF
               END-IF.

           710-Get-Override.
               MOVE SPACE TO Override_Confirm
               IF File_Status = 35
                   DISPLAY "ABEND: No operator master on file - "
                       "run NBJOperMaint"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 500-Validation
