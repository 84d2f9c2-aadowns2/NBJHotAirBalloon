      *                    rewritten with the summed figures so its
      *                    revenue and passengers survive into the
      *                    history masters
      *    10/15/2026  AD  NIGHTLY mode for the unattended nightly
      *                    run (see NBJNightly) - the run date comes
      *                    off the nightly parameter file; returns 8
      *                    when the day is not reconciled, 4 when it
      *                    is already archived and 16 on an ABEND
      *    10/15/2026  AD  Move bookings whose flight date has
      *                    passed off the reservations file onto the
      *                    reservation history file, so booked-versus-
      *                    flown can be reported after the day (see
      *                    NBJLoadFactor) without the live file
      *                    outgrowing the reservation programs' tables
      *    10/15/2026  AD  Carry the flight type, charter baskets and
      *                    charter revenue onto the detail history
      *                    master and add them in when a site day is
      *                    merged; a daily detail record written
      *                    before they were added archives as a
      *                    regular day
      *    10/15/2026  AD  Run mode taken into the RunMode_Record
      *                    copybook shared by the nightly steps

       Environment Division.
           Configuration Section.
                       Access Mode is Dynamic
                       Record Key is DH_Detail_Key.

                   Select Optional ResvFile assign to ResvData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional ResvHistFile
                       assign to ResvHistData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ReconFlagFile assign to ReconFlagData
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

                   REPLACING LEADING ==Prefix== BY ==H==.

           FD  DetailHistFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==DH==.

           FD  ResvFile
               Record Contains 60 Characters.
               COPY Resv_Record
                   REPLACING LEADING ==Prefix== BY ==B==.

           FD  ResvHistFile
               Record Contains 60 Characters.
               COPY Resv_Record
                   REPLACING LEADING ==Prefix== BY ==BH==.

           FD  ReconFlagFile
               Record Contains 18 Characters.
               COPY ReconFlag_Record
                   REPLACING LEADING ==Prefix== BY ==RF==.

           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Archive_Count       PIC 9(4).
               05  Detail_Count        PIC 9(4).
               05  Merge_Count         PIC 9(4).
               05  Resv_Eof_Switch     PIC X(1).
                   88  Resv_Eof                value 'Y'.
               05  Resv_Sub            PIC 9(3).
               05  Resv_Moved_Count    PIC 9(4).
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.

           COPY RunMode_Record
               REPLACING LEADING ==Prefix== BY ==RM==.

           *>Bookings still ahead of the run date - written back as
           *>the reservations file once the rest are on the history
           01  Resv_Table.
               05  Resv_Count          PIC 9(3).
               05  Resv_Entry Occurs 200 Times.
                   10  Resv_Kept_Record    PIC X(60).

           *>Holds the record that bounced off the key while the
           *>record already on the master is re-read for the merge
           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Resv_Table.

           100-Initialization.
               ACCEPT Run_Date FROM DATE YYYYMMDD
               ACCEPT RM_Run_Mode FROM COMMAND-LINE
               IF RM_Nightly_Mode
                   PERFORM 150-Read-Nightly-Parm
               END-IF

               PERFORM 105-Check-Reconciled
               IF NOT Day_Reconciled
                   DISPLAY "Day not reconciled - run NBJReconcile "
                       "(or obtain a supervisor override) before "
                       "end of day"
                   MOVE 8 TO RETURN-CODE
                   Stop Run
               END-IF

               IF Already_Archived
                   DISPLAY "History master already archived for "
                       Run_Date " - run abandoned"
                   MOVE 4 TO RETURN-CODE
                   Stop Run
               END-IF

               CLOSE HistoryFile
               CLOSE DetailHistFile

               PERFORM 800-Roll-Off-Reservations

               DISPLAY "End of day complete - " Archive_Count
                   " site records and " Detail_Count
                   " detail records archived for " Run_Date
               END-IF
               CLOSE HistoryFile.

      *>A nightly run archives under the parameter file's run date
      *>when one is given, otherwise today
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

           200-Archive-Conn.
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
               MOVE D_Child_Revenue     TO DH_Child_Revenue
               MOVE D_Adult_Revenue     TO DH_Adult_Revenue
               MOVE D_Senior_Revenue    TO DH_Senior_Revenue
               IF D_Flight_Type = 'C'
                   MOVE 'C'                 TO DH_Flight_Type
                   MOVE D_Charter_Baskets   TO DH_Charter_Baskets
                   MOVE D_Charter_Revenue   TO DH_Charter_Revenue
               ELSE
                   MOVE 'R'                 TO DH_Flight_Type
                   MOVE ZERO                TO DH_Charter_Baskets
                   MOVE ZERO                TO DH_Charter_Revenue
               END-IF
               WRITE DH_Record
               IF File_Status = 22
                   PERFORM 750-Merge-Detail-Record
                           ON SIZE ERROR
                               PERFORM 760-Note-Detail-Overflow
                       END-ADD
                       ADD HD_Charter_Baskets TO DH_Charter_Baskets
                           ON SIZE ERROR
                               PERFORM 760-Note-Detail-Overflow
                       END-ADD
                       ADD HD_Charter_Revenue TO DH_Charter_Revenue
                           ON SIZE ERROR
                               PERFORM 760-Note-Detail-Overflow
                       END-ADD
      *>A site day keyed once as each type is held as a charter
      *>day - its seat fares and charter revenue stay separate
                       IF HD_Flight_Type = 'C'
                           MOVE 'C' TO DH_Flight_Type
                       END-IF
                       REWRITE DH_Record
                       DISPLAY "NOTE: detail for " HD_State " "
                           HD_Location " archived twice for "
                   "field - verify the master against the daily "
                   "files".

      *>Bookings dated before the run date leave the reservations
      *>file for the history file; the run date's own bookings stay
      *>a day longer so a scrubbed day can still be rebooked the
      *>next morning. The kept bookings are counted first so a file
      *>too big to rewrite is left alone rather than cut short
           800-Roll-Off-Reservations.
               OPEN INPUT ResvFile PERFORM 500-Validation
               IF File_Status = 05
                   DISPLAY "No reservations on file - nothing to "
                       "roll off"
                   CLOSE ResvFile
               ELSE
                   MOVE SPACE TO Resv_Eof_Switch
                   READ ResvFile
                       AT END MOVE 'Y' TO Resv_Eof_Switch
                   END-READ
                   PERFORM 810-Hold-Future-Booking UNTIL Resv_Eof
                   CLOSE ResvFile

                   IF Overflow_Noted
                       DISPLAY "WARNING: more than 200 bookings still "
                           "ahead - reservations not rolled off"
                   ELSE
                       PERFORM 820-Move-Past-Bookings
                       PERFORM 840-Rewrite-Resv-File
                       DISPLAY "  " Resv_Moved_Count " past bookings "
                           "moved to the reservation history and "
                           Resv_Count " kept"
                   END-IF
               END-IF.

           810-Hold-Future-Booking.
               IF B_Resv_Date NOT < Run_Date
                   IF Resv_Count < 200
                       ADD 1 TO Resv_Count
                       MOVE B_Record TO Resv_Kept_Record(Resv_Count)
                   ELSE
                       MOVE 'Y' TO Overflow_Switch
                   END-IF
               END-IF

               READ ResvFile
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ.

           820-Move-Past-Bookings.
               OPEN INPUT ResvFile PERFORM 500-Validation
               OPEN EXTEND ResvHistFile PERFORM 500-Validation
               MOVE SPACE TO Resv_Eof_Switch
               READ ResvFile
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ
               PERFORM 830-Move-Past-Booking UNTIL Resv_Eof
               CLOSE ResvHistFile
               CLOSE ResvFile.

           830-Move-Past-Booking.
               IF B_Resv_Date < Run_Date
                   MOVE B_Record TO BH_Record
                   WRITE BH_Record
                   ADD 1 TO Resv_Moved_Count
               END-IF

               READ ResvFile
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ.

           840-Rewrite-Resv-File.
               OPEN OUTPUT ResvFile PERFORM 500-Validation
               PERFORM 850-Write-Resv-Entry
                   VARYING Resv_Sub FROM 1 BY 1
                   UNTIL Resv_Sub > Resv_Count
               CLOSE ResvFile.

           850-Write-Resv-Entry.
               MOVE Resv_Kept_Record(Resv_Sub) TO B_Record
               WRITE B_Record.

       End Program NBJEndOfDay.
