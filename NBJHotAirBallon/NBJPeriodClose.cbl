
       Identification Division.
           Program-ID. NBJPeriodClose.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - supervisor accounting
      *                    period close: marks a month or quarter
      *                    closed, or filed once NBJQuarterlyTax has
      *                    gone to the state, on the period control
      *                    file, and reopens a closed period that is
      *                    not yet filed. NBJHistAdjust refuses to
      *                    post into a closed or filed period except
      *                    as a prior-period adjustment, so filed
      *                    figures stop moving under the reports

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional PeriodCtlFile
                       assign to PeriodCtlData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperatorFile assign to OperatorData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional AuditFile assign to AuditData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  PeriodCtlFile
               Record Contains 40 Characters.
               COPY PeriodCtl_Record
                   REPLACING LEADING ==Prefix== BY ==PC==.

           FD  OperatorFile
               Record Contains 30 Characters.
               COPY Operator_Record
                   REPLACING LEADING ==Prefix== BY ==O==.

           FD  AuditFile
               Record Contains 59 Characters.
               01  Audit_Record.
                   05  AU_Operator             PIC X(8).
                   05  AU_Audit_Date           PIC 9(8).
                   05  AU_Audit_Time           PIC 9(8).
                   05  AU_State                PIC X(2).
                   05  AU_Location             PIC X(15).
                   05  AU_Total_Daily_Emp_Exp  PIC 9(7)V9(2).
                   05  AU_Total_Daily_Revenue  PIC 9(7)V9(2).

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Today_Date          PIC 9(8).
               05  Operator_Id         PIC X(8).
               05  Oper_Eof_Switch     PIC X(1).
                   88  Oper_Eof                value 'Y'.
               05  Signon_Attempts     PIC 9(1).
               05  Signon_Switch       PIC X(1).
                   88  Signed_On               value 'Y'.
               05  Oper_Sub            PIC 9(2).
               05  Oper_Found_Sub      PIC 9(2).
               05  Oper_Switch         PIC X(1).
                   88  Oper_Found              value 'Y'.
               05  Period_Eof_Switch   PIC X(1).
                   88  Period_Eof              value 'Y'.
               05  Menu_Choice         PIC X(1).
                   88  Choice_Close            value 'C'.
                   88  Choice_Filed            value 'F'.
                   88  Choice_Reopen           value 'O'.
                   88  Choice_List             value 'L'.
                   88  Choice_Exit             value 'X'.
               05  Entry_Period_Type   PIC X(1).
                   88  Type_Month              value 'M'.
                   88  Type_Quarter            value 'Q'.
               05  Entry_Period_Year   PIC 9(4).
               05  Entry_Period_Number PIC 9(2).
               05  Entry_Period_From   PIC 9(8).
               05  Entry_Period_To     PIC 9(8).
               05  Next_Month_From     PIC 9(8).
               05  Period_Entry_Switch PIC X(1).
                   88  Period_Entry_Valid      value 'Y'.
               05  Period_Sub          PIC 9(3).
               05  Period_Found_Sub    PIC 9(3).
               05  Period_Switch       PIC X(1).
                   88  Period_Found            value 'Y'.
               05  Status_Desc         PIC X(6).

           *>In-core copy of the period control file - maintained
           *>here and rewritten to disk when the supervisor exits;
           *>every period ever acted on is kept, sixteen a year
           01  Period_Table.
               05  Period_Count        PIC 9(3).
               05  Period_Entry Occurs 400 Times.
                   10  Period_Type             PIC X(1).
                   10  Period_Year             PIC 9(4).
                   10  Period_Number           PIC 9(2).
                   10  Period_From             PIC 9(8).
                   10  Period_To               PIC 9(8).
                   10  Period_Status           PIC X(1).
                       88  Period_Open             value 'O'.
                       88  Period_Closed           value 'C'.
                       88  Period_Filed            value 'F'.
                   10  Period_Status_Date      PIC 9(8).
                   10  Period_Operator         PIC X(8).

           *>Operator master loaded at sign-on from the file
           *>maintained by NBJOperMaint
           01  Oper_Table.
               05  Oper_Count          PIC 9(2).
               05  Oper_Entry Occurs 30 Times.
                   10  Oper_Id             PIC X(8).
                   10  Oper_Role           PIC X(1).
                       88  Oper_Is_Super       value 'S'.
                   10  Oper_Active_Flag    PIC X(1).
                       88  Oper_Active         value 'Y'.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Period_Table.

           100-Initialization.
               PERFORM 101-Supervisor-Signon
               PERFORM 110-Load-Period-Table

               MOVE SPACE TO Menu_Choice
               PERFORM 200-Process-Menu UNTIL Choice_Exit

               PERFORM 700-Rewrite-Period-File

               PERFORM 900-Write-Audit-Stamp

               Stop "Press <CR> to End Program"
               Stop Run.

           101-Supervisor-Signon.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               PERFORM 103-Load-Oper-Table
               MOVE 'N' TO Signon_Switch
               MOVE ZERO TO Signon_Attempts
               PERFORM 102-Prompt-Signon
                   UNTIL Signed_On OR Signon_Attempts > 2
               IF NOT Signed_On
                   DISPLAY "ABEND: Supervisor sign-on failed"
                   STOP RUN
               END-IF.

           102-Prompt-Signon.
               ADD 1 TO Signon_Attempts
               DISPLAY "Supervisor Operator Id " WITH NO ADVANCING
               ACCEPT Operator_Id
               PERFORM 105-Find-Operator
               IF Oper_Found
                   AND Oper_Is_Super(Oper_Found_Sub)
                   AND Oper_Active(Oper_Found_Sub)
                   MOVE 'Y' TO Signon_Switch
               ELSE
                   DISPLAY "Not an active supervisor id"
               END-IF.

           103-Load-Oper-Table.
               INITIALIZE Oper_Table
               OPEN INPUT OperatorFile
               IF File_Status = 35
                   DISPLAY "ABEND: No operator master on file - "
                       "run NBJOperMaint"
                   STOP RUN
               END-IF
               PERFORM 800-Validation
               READ OperatorFile
                   AT END MOVE 'Y' TO Oper_Eof_Switch
               END-READ
               PERFORM 104-Load-Oper-Entry UNTIL Oper_Eof
               CLOSE OperatorFile

               IF Oper_Count = ZERO
                   DISPLAY "ABEND: No operators on the operator "
                       "master file - run NBJOperMaint"
                   STOP RUN
               END-IF.

           104-Load-Oper-Entry.
               IF Oper_Count < 30
                   ADD 1 TO Oper_Count
                   MOVE O_Oper_Id   TO Oper_Id(Oper_Count)
                   MOVE O_Oper_Role TO Oper_Role(Oper_Count)
                   MOVE O_Active_Flag
                       TO Oper_Active_Flag(Oper_Count)
               END-IF

               READ OperatorFile
                   AT END MOVE 'Y' TO Oper_Eof_Switch
               END-READ.

           105-Find-Operator.
               MOVE 'N' TO Oper_Switch
               MOVE ZERO TO Oper_Found_Sub
               PERFORM 106-Check-Oper-Entry
                   VARYING Oper_Sub FROM 1 BY 1
                   UNTIL Oper_Sub > Oper_Count OR Oper_Found.

           106-Check-Oper-Entry.
               IF Oper_Id(Oper_Sub) = Operator_Id
                   MOVE 'Y' TO Oper_Switch
                   MOVE Oper_Sub TO Oper_Found_Sub
               END-IF.

           110-Load-Period-Table.
               OPEN INPUT PeriodCtlFile PERFORM 800-Validation
               READ PeriodCtlFile
                   AT END MOVE 'Y' TO Period_Eof_Switch
               END-READ
               PERFORM 120-Load-Period-Entry UNTIL Period_Eof
               CLOSE PeriodCtlFile.

           120-Load-Period-Entry.
               IF Period_Count < 400
                   ADD 1 TO Period_Count
                   MOVE PC_Period_Type   TO Period_Type(Period_Count)
                   MOVE PC_Period_Year   TO Period_Year(Period_Count)
                   MOVE PC_Period_Number
                       TO Period_Number(Period_Count)
                   MOVE PC_Period_From   TO Period_From(Period_Count)
                   MOVE PC_Period_To     TO Period_To(Period_Count)
                   MOVE PC_Period_Status
                       TO Period_Status(Period_Count)
                   MOVE PC_Status_Date
                       TO Period_Status_Date(Period_Count)
                   MOVE PC_Operator
                       TO Period_Operator(Period_Count)
               ELSE
                   DISPLAY "ABEND: Period table full - the control "
                       "file cannot be rewritten without losing "
                       "periods"
                   STOP RUN
               END-IF

               READ PeriodCtlFile
                   AT END MOVE 'Y' TO Period_Eof_Switch
               END-READ.

           200-Process-Menu.
               DISPLAY " "
               DISPLAY "NBJ Accounting Period Close"
               DISPLAY "  C - Close a month or quarter"
               DISPLAY "  F - Mark a quarter or month filed"
               DISPLAY "  O - Reopen a closed period"
               DISPLAY "  L - List period status"
               DISPLAY "  X - Exit and save"
               DISPLAY "Choice " WITH NO ADVANCING
               ACCEPT Menu_Choice

               EVALUATE TRUE
                   WHEN Choice_Close
                       PERFORM 300-Close-Period
                   WHEN Choice_Filed
                       PERFORM 320-File-Period
                   WHEN Choice_Reopen
                       PERFORM 340-Reopen-Period
                   WHEN Choice_List
                       PERFORM 500-List-Periods
                   WHEN Choice_Exit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - re-enter"
               END-EVALUATE.

      *>A period still running cannot be closed - adjustments to
      *>it would have no open period left to land in
           300-Close-Period.
               PERFORM 400-Get-Period
               IF Period_Entry_Valid
                   IF Entry_Period_To NOT < Today_Date
                       DISPLAY "Period has not ended - cannot close "
                           "before " Entry_Period_To
                   ELSE
                       PERFORM 600-Find-Period
                       IF NOT Period_Found
                           PERFORM 450-Add-Period-Entry
                       END-IF
                       EVALUATE TRUE
                           WHEN Period_Filed(Period_Found_Sub)
                               DISPLAY "Period already filed"
                           WHEN Period_Closed(Period_Found_Sub)
                               DISPLAY "Period already closed"
                           WHEN OTHER
                               MOVE 'C' TO
                                   Period_Status(Period_Found_Sub)
                               PERFORM 460-Stamp-Period-Entry
                               DISPLAY "Period " Entry_Period_From
                                   " through " Entry_Period_To
                                   " closed"
                       END-EVALUATE
                   END-IF
               END-IF.

      *>Filing a period closes it as well, whatever its status
           320-File-Period.
               PERFORM 400-Get-Period
               IF Period_Entry_Valid
                   IF Entry_Period_To NOT < Today_Date
                       DISPLAY "Period has not ended - cannot file "
                           "before " Entry_Period_To
                   ELSE
                       PERFORM 600-Find-Period
                       IF NOT Period_Found
                           PERFORM 450-Add-Period-Entry
                       END-IF
                       IF Period_Filed(Period_Found_Sub)
                           DISPLAY "Period already filed"
                       ELSE
                           MOVE 'F' TO Period_Status(Period_Found_Sub)
                           PERFORM 460-Stamp-Period-Entry
                           DISPLAY "Period " Entry_Period_From
                               " through " Entry_Period_To
                               " marked filed"
                       END-IF
                   END-IF
               END-IF.

      *>Figures already sent to the state stay locked - only a
      *>closed period that was never filed can be reopened
           340-Reopen-Period.
               PERFORM 400-Get-Period
               IF Period_Entry_Valid
                   PERFORM 600-Find-Period
                   IF NOT Period_Found
                       DISPLAY "Period is not closed"
                   ELSE
                       EVALUATE TRUE
                           WHEN Period_Filed(Period_Found_Sub)
                               DISPLAY "Period has been filed - it "
                                   "cannot be reopened"
                           WHEN Period_Closed(Period_Found_Sub)
                               MOVE 'O' TO
                                   Period_Status(Period_Found_Sub)
                               PERFORM 460-Stamp-Period-Entry
                               DISPLAY "Period " Entry_Period_From
                                   " through " Entry_Period_To
                                   " reopened"
                           WHEN OTHER
                               DISPLAY "Period is not closed"
                       END-EVALUATE
                   END-IF
               END-IF.

           400-Get-Period.
               MOVE 'N' TO Period_Entry_Switch
               DISPLAY "Period Type (M=Month, Q=Quarter) "
                   WITH NO ADVANCING
               ACCEPT Entry_Period_Type
               DISPLAY "Year (YYYY) " WITH NO ADVANCING
               ACCEPT Entry_Period_Year

               EVALUATE TRUE
                   WHEN Type_Month
                       DISPLAY "Month (1-12) " WITH NO ADVANCING
                       ACCEPT Entry_Period_Number
                       IF Entry_Period_Number = 0
                           OR Entry_Period_Number > 12
                           DISPLAY "Month must be 1 through 12 - "
                               "nothing changed"
                       ELSE
                           PERFORM 410-Compute-Month-Range
                           MOVE 'Y' TO Period_Entry_Switch
                       END-IF
                   WHEN Type_Quarter
                       DISPLAY "Quarter (1-4) " WITH NO ADVANCING
                       ACCEPT Entry_Period_Number
                       IF Entry_Period_Number = 0
                           OR Entry_Period_Number > 4
                           DISPLAY "Quarter must be 1 through 4 - "
                               "nothing changed"
                       ELSE
                           PERFORM 420-Compute-Quarter-Range
                           MOVE 'Y' TO Period_Entry_Switch
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unrecognized period type - nothing "
                           "changed"
               END-EVALUATE.

      *>The month ends the day before the first of the next month
           410-Compute-Month-Range.
               COMPUTE Entry_Period_From = Entry_Period_Year * 10000
                   + Entry_Period_Number * 100 + 1
               IF Entry_Period_Number = 12
                   COMPUTE Next_Month_From =
                       (Entry_Period_Year + 1) * 10000 + 0101
               ELSE
                   COMPUTE Next_Month_From = Entry_Period_From + 100
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(Next_Month_From) - 1)
                   TO Entry_Period_To.

           420-Compute-Quarter-Range.
               EVALUATE Entry_Period_Number
                   WHEN 1
                       COMPUTE Entry_Period_From =
                           Entry_Period_Year * 10000 + 0101
                       COMPUTE Entry_Period_To =
                           Entry_Period_Year * 10000 + 0331
                   WHEN 2
                       COMPUTE Entry_Period_From =
                           Entry_Period_Year * 10000 + 0401
                       COMPUTE Entry_Period_To =
                           Entry_Period_Year * 10000 + 0630
                   WHEN 3
                       COMPUTE Entry_Period_From =
                           Entry_Period_Year * 10000 + 0701
                       COMPUTE Entry_Period_To =
                           Entry_Period_Year * 10000 + 0930
                   WHEN 4
                       COMPUTE Entry_Period_From =
                           Entry_Period_Year * 10000 + 1001
                       COMPUTE Entry_Period_To =
                           Entry_Period_Year * 10000 + 1231
               END-EVALUATE.

           450-Add-Period-Entry.
               IF Period_Count = 400
                   DISPLAY "ABEND: Period table full - "
                       "no changes saved"
                   STOP RUN
               END-IF
               ADD 1 TO Period_Count
               MOVE Period_Count TO Period_Found_Sub
               MOVE Entry_Period_Type   TO Period_Type(Period_Count)
               MOVE Entry_Period_Year   TO Period_Year(Period_Count)
               MOVE Entry_Period_Number TO Period_Number(Period_Count)
               MOVE Entry_Period_From   TO Period_From(Period_Count)
               MOVE Entry_Period_To     TO Period_To(Period_Count)
               MOVE 'O' TO Period_Status(Period_Count).

           460-Stamp-Period-Entry.
               MOVE Today_Date  TO Period_Status_Date(Period_Found_Sub)
               MOVE Operator_Id TO Period_Operator(Period_Found_Sub).

           500-List-Periods.
               DISPLAY "Type Year No From     To       Status Set On"
                   "   By"
               PERFORM 510-List-Period-Entry
                   VARYING Period_Sub FROM 1 BY 1
                   UNTIL Period_Sub > Period_Count.

           510-List-Period-Entry.
               EVALUATE TRUE
                   WHEN Period_Filed(Period_Sub)
                       MOVE "Filed"  TO Status_Desc
                   WHEN Period_Closed(Period_Sub)
                       MOVE "Closed" TO Status_Desc
                   WHEN OTHER
                       MOVE "Open"   TO Status_Desc
               END-EVALUATE
               DISPLAY Period_Type(Period_Sub) "    "
                   Period_Year(Period_Sub) " "
                   Period_Number(Period_Sub) " "
                   Period_From(Period_Sub) " "
                   Period_To(Period_Sub) " " Status_Desc " "
                   Period_Status_Date(Period_Sub) " "
                   Period_Operator(Period_Sub).

           600-Find-Period.
               MOVE 'N' TO Period_Switch
               MOVE ZERO TO Period_Found_Sub
               PERFORM 610-Check-Period-Entry
                   VARYING Period_Sub FROM 1 BY 1
                   UNTIL Period_Sub > Period_Count OR Period_Found.

           610-Check-Period-Entry.
               IF Period_Type(Period_Sub) = Entry_Period_Type
                   AND Period_Year(Period_Sub) = Entry_Period_Year
                   AND Period_Number(Period_Sub) = Entry_Period_Number
                   MOVE 'Y' TO Period_Switch
                   MOVE Period_Sub TO Period_Found_Sub
               END-IF.

           700-Rewrite-Period-File.
               OPEN OUTPUT PeriodCtlFile PERFORM 800-Validation
               PERFORM 710-Write-Period-Entry
                   VARYING Period_Sub FROM 1 BY 1
                   UNTIL Period_Sub > Period_Count
               CLOSE PeriodCtlFile
               DISPLAY "Period control file saved - " Period_Count
                   " periods".

           710-Write-Period-Entry.
               MOVE Period_Type(Period_Sub)   TO PC_Period_Type
               MOVE Period_Year(Period_Sub)   TO PC_Period_Year
               MOVE Period_Number(Period_Sub) TO PC_Period_Number
               MOVE Period_From(Period_Sub)   TO PC_Period_From
               MOVE Period_To(Period_Sub)     TO PC_Period_To
               MOVE Period_Status(Period_Sub) TO PC_Period_Status
               MOVE Period_Status_Date(Period_Sub) TO PC_Status_Date
               MOVE Period_Operator(Period_Sub)    TO PC_Operator
               WRITE PC_Record.

           800-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: Period control file not found "
                       "(File_Status=35)"
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "period control file (File_Status=37)"
                       STOP RUN
                   ELSE
      *>File status 05 is a successful open of an optional file
      *>that was not yet on disk
                       IF File_Status NOT = 00 AND NOT = 05
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      *>Stamp who saved this file to the daily audit trail - the
      *>'**' state marks a non-site audit row
           900-Write-Audit-Stamp.
               OPEN EXTEND AuditFile PERFORM 800-Validation
               MOVE Operator_Id TO AU_Operator
               MOVE Today_Date  TO AU_Audit_Date
               ACCEPT AU_Audit_Time FROM TIME
               MOVE '**'        TO AU_State
               MOVE 'NBJPeriodClose' TO AU_Location
               MOVE ZERO TO AU_Total_Daily_Emp_Exp
               MOVE ZERO TO AU_Total_Daily_Revenue
               WRITE Audit_Record
               CLOSE AuditFile.

       End Program NBJPeriodClose.
