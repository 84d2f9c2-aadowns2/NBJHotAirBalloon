      *                    operator master (see NBJOperMaint) -
      *                    only an active supervisor may post
      *                    adjustments
      *    10/15/2026  AD  Lock closed accounting periods (see
      *                    NBJPeriodClose) - a day in a closed or
      *                    filed month or quarter is refused, or on
      *                    the supervisor's say-so posted as a
      *                    prior-period adjustment that reports in
      *                    the open period it was entered in

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional PeriodCtlFile
                       assign to PeriodCtlData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
                   REPLACING LEADING ==Prefix== BY ==H==.

           FD  HistAdjFile
               Record Contains 67 Characters.
               COPY HistAdj_Record
                   REPLACING LEADING ==Prefix== BY ==J==.

               COPY Operator_Record
                   REPLACING LEADING ==Prefix== BY ==O==.

           FD  PeriodCtlFile
               Record Contains 40 Characters.
               COPY PeriodCtl_Record
                   REPLACING LEADING ==Prefix== BY ==PC==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
                   88  Reason_Refund           value 'R'.
                   88  Reason_Other            value 'O'.
               05  Posted_Count        PIC 9(3).
               05  Period_Eof_Switch   PIC X(1).
                   88  Period_Eof              value 'Y'.
               05  Period_Sub          PIC 9(3).
               05  Lookup_Period_Date  PIC 9(8).
               05  Closed_Switch       PIC X(1).
                   88  Period_Is_Closed        value 'Y'.
               05  Prior_Period_Switch PIC X(1).
                   88  Post_Prior_Period       value 'Y'.
                   88  Refuse_Prior_Period     value 'N'.
               05  Today_Closed_Switch PIC X(1).
                   88  Today_Is_Closed         value 'Y'.

           *>Operator master loaded at sign-on from the file
           *>maintained by NBJOperMaint
                   10  Oper_Active_Flag    PIC X(1).
                       88  Oper_Active         value 'Y'.

           *>Closed and filed periods off the period control file
           *>maintained by NBJPeriodClose - open periods are not kept
           01  Closed_Table.
               05  Closed_Count        PIC 9(3).
               05  Closed_Entry Occurs 400 Times.
                   10  Closed_From             PIC 9(8).
                   10  Closed_To               PIC 9(8).

           Local-Storage Section.

           Linkage Section.
           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Closed_Table.

           100-Initialization.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               PERFORM 110-Supervisor-Signon
               PERFORM 170-Load-Closed-Periods

               OPEN INPUT HistoryFile
               IF File_Status = 35
                   MOVE Oper_Sub TO Oper_Found_Sub
               END-IF.

           170-Load-Closed-Periods.
               OPEN INPUT PeriodCtlFile PERFORM 800-Validation
               READ PeriodCtlFile
                   AT END MOVE 'Y' TO Period_Eof_Switch
               END-READ
               PERFORM 180-Load-Closed-Entry UNTIL Period_Eof
               CLOSE PeriodCtlFile

               MOVE Today_Date TO Lookup_Period_Date
               PERFORM 600-Check-Period-Closed
               MOVE Closed_Switch TO Today_Closed_Switch.

      *>A closed period left out of the table would be open to
      *>adjustment, so a full table stops the run
           180-Load-Closed-Entry.
               IF PC_Period_Status = 'C' OR PC_Period_Status = 'F'
                   IF Closed_Count < 400
                       ADD 1 TO Closed_Count
                       MOVE PC_Period_From
                           TO Closed_From(Closed_Count)
                       MOVE PC_Period_To TO Closed_To(Closed_Count)
                   ELSE
                       DISPLAY "ABEND: Closed period table full - "
                           "periods cannot be checked"
                       STOP RUN
                   END-IF
               END-IF

               READ PeriodCtlFile
                   AT END MOVE 'Y' TO Period_Eof_Switch
               END-READ.

           200-Post-Adjustment.
               DISPLAY "History Date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT Entry_Hist_Date

               PERFORM 300-Read-History-Day
               IF Hist_Day_Found
                   PERFORM 350-Check-Period-Lock
                   IF NOT Refuse_Prior_Period
                       PERFORM 400-Accept-And-Post
                   END-IF
               ELSE
                   DISPLAY "No archived record for that date, "
                       "state and location"
                           H_Total_Daily_Emp_Exp
               END-READ.

      *>A day in a closed period takes the correction only as a
      *>prior-period adjustment, reported in the open period it is
      *>entered in - and only while today itself is open
           350-Check-Period-Lock.
               MOVE SPACE TO Prior_Period_Switch
               MOVE Entry_Hist_Date TO Lookup_Period_Date
               PERFORM 600-Check-Period-Closed
               IF Period_Is_Closed
                   IF Today_Is_Closed
                       DISPLAY "Period closed and today is in a "
                           "closed period too - adjustment refused"
                       MOVE 'N' TO Prior_Period_Switch
                   ELSE
                       DISPLAY "That day is in a closed period"
                       PERFORM 360-Prompt-Prior-Period
                           UNTIL Post_Prior_Period
                           OR Refuse_Prior_Period
                       IF Refuse_Prior_Period
                           DISPLAY "Adjustment not posted"
                       END-IF
                   END-IF
               END-IF.

           360-Prompt-Prior-Period.
               DISPLAY "Post as a prior-period adjustment dated "
                   Today_Date "? (Y/N) " WITH NO ADVANCING
               ACCEPT Prior_Period_Switch
               IF NOT Post_Prior_Period AND NOT Refuse_Prior_Period
                   DISPLAY "Unrecognized reply - re-enter"
               END-IF.

           400-Accept-And-Post.
               MOVE SPACES TO J_Record
               MOVE Entry_Hist_Date TO J_Hist_Date

               MOVE Operator_Id TO J_Operator
               MOVE Today_Date  TO J_Entry_Date
               IF Post_Prior_Period
                   MOVE 'Y' TO J_Prior_Period_Flag
               ELSE
                   MOVE 'N' TO J_Prior_Period_Flag
               END-IF
               WRITE J_Record
               ADD 1 TO Posted_Count
               DISPLAY "Adjustment posted".
                   DISPLAY "Unrecognized reason - re-enter"
               END-IF.

           600-Check-Period-Closed.
               MOVE 'N' TO Closed_Switch
               PERFORM 610-Check-Closed-Entry
                   VARYING Period_Sub FROM 1 BY 1
                   UNTIL Period_Sub > Closed_Count
                   OR Period_Is_Closed.

           610-Check-Closed-Entry.
               IF Lookup_Period_Date NOT < Closed_From(Period_Sub)
                   AND Lookup_Period_Date NOT > Closed_To(Period_Sub)
                   MOVE 'Y' TO Closed_Switch
               END-IF.

           800-Validation.
               IF File_Status = 37
                   DISPLAY "ABEND: Permission denied opening "
