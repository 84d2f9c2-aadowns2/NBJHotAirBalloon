       Identification Division.
           Program-ID. NBJVoucherMaint.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - office maintenance for
      *                    the gift voucher master: issue a voucher
      *                    serial with its face value and expiry,
      *                    void an outstanding voucher (supervisor
      *                    only), and list the master; redemptions
      *                    are keyed with the cash sheets in
      *                    NBJCashSheet

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional VoucherFile assign to VoucherData
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
           FD  VoucherFile
               Record Contains 78 Characters.
               COPY Voucher_Record
                   REPLACING LEADING ==Prefix== BY ==VC==.

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
               05  Operator_Role       PIC X(1).
                   88  Operator_Is_Super       value 'S'.
               05  Oper_Eof_Switch     PIC X(1).
                   88  Oper_Eof                value 'Y'.
               05  Signon_Attempts     PIC 9(1).
               05  Signon_Switch       PIC X(1).
                   88  Signed_On               value 'Y'.
               05  Oper_Sub            PIC 9(2).
               05  Oper_Found_Sub      PIC 9(2).
               05  Oper_Switch         PIC X(1).
                   88  Oper_Found              value 'Y'.
               05  Voucher_Eof_Switch  PIC X(1).
                   88  Voucher_Eof             value 'Y'.
               05  Menu_Choice         PIC X(1).
                   88  Choice_Issue            value 'I'.
                   88  Choice_Void             value 'V'.
                   88  Choice_List             value 'L'.
                   88  Choice_Exit             value 'X'.
               05  Entry_Serial            PIC X(10).
               05  Entry_Face_Value        PIC 9(4)V9(2).
               05  Entry_Expiry_Date       PIC 9(8).
               05  Entry_Purchaser         PIC X(20).
               05  Voucher_Sub         PIC 9(3).
               05  Voucher_Found_Sub   PIC 9(3).
               05  Voucher_Switch      PIC X(1).
                   88  Voucher_Found           value 'Y'.

           *>In-core copy of the voucher master - maintained here and
           *>rewritten to disk when the operator exits
           01  Voucher_Table.
               05  Voucher_Count       PIC 9(3).
               05  Voucher_Entry Occurs 999 Times.
                   10  Voucher_Serial          PIC X(10).
                   10  Voucher_Face_Value      PIC 9(4)V9(2).
                   10  Voucher_Issue_Date      PIC 9(8).
                   10  Voucher_Expiry_Date     PIC 9(8).
                   10  Voucher_Status          PIC X(1).
                       88  Voucher_Outstanding     value 'O'.
                       88  Voucher_Redeemed        value 'R'.
                       88  Voucher_Void            value 'V'.
                   10  Voucher_Purchaser       PIC X(20).
                   10  Voucher_Redeem_Date     PIC 9(8).
                   10  Voucher_Redeem_State    PIC X(2).
                   10  Voucher_Redeem_Location PIC X(15).

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

           *>Edited fields for the listing
           01  Display_Fields.
               05  Disp_Face_Value     PIC ZZZ9.99.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Voucher_Table.

           100-Initialization.
               PERFORM 101-Operator-Signon
               PERFORM 110-Load-Voucher-Table

               MOVE SPACE TO Menu_Choice
               PERFORM 200-Process-Menu UNTIL Choice_Exit

               PERFORM 700-Rewrite-Voucher-File

               PERFORM 900-Write-Audit-Stamp

               Stop "Press <CR> to End Program"
               Stop Run.

      *>Any active operator may issue; the void option checks the
      *>role kept here for a supervisor
           101-Operator-Signon.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               PERFORM 103-Load-Oper-Table
               MOVE 'N' TO Signon_Switch
               MOVE ZERO TO Signon_Attempts
               PERFORM 102-Prompt-Signon
                   UNTIL Signed_On OR Signon_Attempts > 2
               IF NOT Signed_On
                   DISPLAY "ABEND: Operator sign-on failed"
                   STOP RUN
               END-IF.

           102-Prompt-Signon.
               ADD 1 TO Signon_Attempts
               DISPLAY "Operator Id " WITH NO ADVANCING
               ACCEPT Operator_Id
               PERFORM 105-Find-Operator
               IF Oper_Found
                   AND Oper_Active(Oper_Found_Sub)
                   MOVE Oper_Role(Oper_Found_Sub) TO Operator_Role
                   MOVE 'Y' TO Signon_Switch
               ELSE
                   DISPLAY "Id is not on the operator master "
                       "or not active"
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

           110-Load-Voucher-Table.
               OPEN INPUT VoucherFile
               PERFORM 800-Validation
               IF File_Status = 05
                   DISPLAY "No voucher master on file - starting "
                       "empty"
               END-IF
               READ VoucherFile
                   AT END MOVE 'Y' TO Voucher_Eof_Switch
               END-READ
               PERFORM 120-Load-Voucher-Entry UNTIL Voucher_Eof
               CLOSE VoucherFile.

           120-Load-Voucher-Entry.
               IF Voucher_Count < 999
                   ADD 1 TO Voucher_Count
                   MOVE VC_Serial      TO Voucher_Serial(Voucher_Count)
                   MOVE VC_Face_Value
                       TO Voucher_Face_Value(Voucher_Count)
                   MOVE VC_Issue_Date
                       TO Voucher_Issue_Date(Voucher_Count)
                   MOVE VC_Expiry_Date
                       TO Voucher_Expiry_Date(Voucher_Count)
                   MOVE VC_Status      TO Voucher_Status(Voucher_Count)
                   MOVE VC_Purchaser
                       TO Voucher_Purchaser(Voucher_Count)
                   MOVE VC_Redeem_Date
                       TO Voucher_Redeem_Date(Voucher_Count)
                   MOVE VC_Redeem_State
                       TO Voucher_Redeem_State(Voucher_Count)
                   MOVE VC_Redeem_Location
                       TO Voucher_Redeem_Location(Voucher_Count)
               ELSE
                   DISPLAY "ABEND: Voucher table full - the master "
                       "cannot be rewritten without losing vouchers"
                   STOP RUN
               END-IF

               READ VoucherFile
                   AT END MOVE 'Y' TO Voucher_Eof_Switch
               END-READ.

           200-Process-Menu.
               DISPLAY " "
               DISPLAY "NBJ Gift Voucher Maintenance"
               DISPLAY "  I - Issue a voucher"
               DISPLAY "  V - Void a voucher"
               DISPLAY "  L - List all vouchers"
               DISPLAY "  X - Exit and save"
               DISPLAY "Choice " WITH NO ADVANCING
               ACCEPT Menu_Choice

               EVALUATE TRUE
                   WHEN Choice_Issue
                       PERFORM 300-Issue-Voucher
                   WHEN Choice_Void
                       PERFORM 400-Void-Voucher
                   WHEN Choice_List
                       PERFORM 500-List-Vouchers
                   WHEN Choice_Exit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - re-enter"
               END-EVALUATE.

           300-Issue-Voucher.
               DISPLAY "Voucher Serial " WITH NO ADVANCING
               ACCEPT Entry_Serial
               IF Entry_Serial = SPACES
                   DISPLAY "Serial is required - voucher not issued"
               ELSE
                   PERFORM 600-Find-Voucher
                   IF Voucher_Found
                       DISPLAY "Serial already on file - voucher "
                           "not issued"
                   ELSE
                       IF Voucher_Count = 999
                           DISPLAY "Voucher table full - cannot "
                               "issue"
                       ELSE
                           PERFORM 310-Accept-Voucher-Details
                       END-IF
                   END-IF
               END-IF.

           310-Accept-Voucher-Details.
               MOVE ZERO TO Entry_Face_Value
               PERFORM 315-Get-Face-Value
                   UNTIL Entry_Face_Value > ZERO
               MOVE ZERO TO Entry_Expiry_Date
               PERFORM 320-Get-Expiry-Date
                   UNTIL Entry_Expiry_Date > Today_Date
               DISPLAY "Purchaser Name " WITH NO ADVANCING
               ACCEPT Entry_Purchaser

               ADD 1 TO Voucher_Count
               MOVE Entry_Serial TO Voucher_Serial(Voucher_Count)
               MOVE Entry_Face_Value
                   TO Voucher_Face_Value(Voucher_Count)
               MOVE Today_Date
                   TO Voucher_Issue_Date(Voucher_Count)
               MOVE Entry_Expiry_Date
                   TO Voucher_Expiry_Date(Voucher_Count)
               MOVE 'O' TO Voucher_Status(Voucher_Count)
               MOVE Entry_Purchaser
                   TO Voucher_Purchaser(Voucher_Count)
               MOVE ZERO TO Voucher_Redeem_Date(Voucher_Count)
               MOVE SPACES TO Voucher_Redeem_State(Voucher_Count)
               MOVE SPACES TO Voucher_Redeem_Location(Voucher_Count)
               DISPLAY "Voucher issued".

           315-Get-Face-Value.
               DISPLAY "Face Value " WITH NO ADVANCING
               ACCEPT Entry_Face_Value
               IF Entry_Face_Value = ZERO
                   DISPLAY "Face value must be above zero - re-enter"
               END-IF.

           320-Get-Expiry-Date.
               DISPLAY "Expiry Date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT Entry_Expiry_Date
               IF Entry_Expiry_Date NOT > Today_Date
                   DISPLAY "Expiry must be after today - re-enter"
               END-IF.

      *>A redeemed voucher has already been honoured at a site and
      *>stays on the master as redeemed; only an outstanding one
      *>can be voided
           400-Void-Voucher.
               IF NOT Operator_Is_Super
                   DISPLAY "Voiding a voucher needs a supervisor "
                       "sign-on"
               ELSE
                   DISPLAY "Voucher Serial " WITH NO ADVANCING
                   ACCEPT Entry_Serial
                   PERFORM 600-Find-Voucher
                   EVALUATE TRUE
                       WHEN NOT Voucher_Found
                           DISPLAY "Serial not on file"
                       WHEN Voucher_Outstanding(Voucher_Found_Sub)
                           MOVE 'V' TO Voucher_Status(Voucher_Found_Sub)
                           DISPLAY "Voucher voided"
                       WHEN Voucher_Redeemed(Voucher_Found_Sub)
                           DISPLAY "Voucher already redeemed on "
                               Voucher_Redeem_Date(Voucher_Found_Sub)
                               " - not voided"
                       WHEN OTHER
                           DISPLAY "Voucher already void"
                   END-EVALUATE
               END-IF.

           500-List-Vouchers.
               DISPLAY "Serial        Value Issued   Expires  St "
                   "Redeemed St Location"
               PERFORM 510-List-Voucher-Entry
                   VARYING Voucher_Sub FROM 1 BY 1
                   UNTIL Voucher_Sub > Voucher_Count.

           510-List-Voucher-Entry.
               MOVE Voucher_Face_Value(Voucher_Sub) TO Disp_Face_Value
               IF Voucher_Redeemed(Voucher_Sub)
                   DISPLAY Voucher_Serial(Voucher_Sub) " "
                       Disp_Face_Value " "
                       Voucher_Issue_Date(Voucher_Sub) " "
                       Voucher_Expiry_Date(Voucher_Sub) " "
                       Voucher_Status(Voucher_Sub) "  "
                       Voucher_Redeem_Date(Voucher_Sub) " "
                       Voucher_Redeem_State(Voucher_Sub) " "
                       Voucher_Redeem_Location(Voucher_Sub)
               ELSE
                   DISPLAY Voucher_Serial(Voucher_Sub) " "
                       Disp_Face_Value " "
                       Voucher_Issue_Date(Voucher_Sub) " "
                       Voucher_Expiry_Date(Voucher_Sub) " "
                       Voucher_Status(Voucher_Sub)
               END-IF.

           600-Find-Voucher.
               MOVE 'N' TO Voucher_Switch
               MOVE ZERO TO Voucher_Found_Sub
               PERFORM 610-Check-Voucher-Entry
                   VARYING Voucher_Sub FROM 1 BY 1
                   UNTIL Voucher_Sub > Voucher_Count
                       OR Voucher_Found.

           610-Check-Voucher-Entry.
               IF Voucher_Serial(Voucher_Sub) = Entry_Serial
                   MOVE 'Y' TO Voucher_Switch
                   MOVE Voucher_Sub TO Voucher_Found_Sub
               END-IF.

           700-Rewrite-Voucher-File.
               OPEN OUTPUT VoucherFile PERFORM 800-Validation
               PERFORM 710-Write-Voucher-Entry
                   VARYING Voucher_Sub FROM 1 BY 1
                   UNTIL Voucher_Sub > Voucher_Count
               CLOSE VoucherFile
               DISPLAY "Voucher master saved - " Voucher_Count
                   " vouchers".

           710-Write-Voucher-Entry.
               MOVE Voucher_Serial(Voucher_Sub)      TO VC_Serial
               MOVE Voucher_Face_Value(Voucher_Sub)  TO VC_Face_Value
               MOVE Voucher_Issue_Date(Voucher_Sub)  TO VC_Issue_Date
               MOVE Voucher_Expiry_Date(Voucher_Sub) TO VC_Expiry_Date
               MOVE Voucher_Status(Voucher_Sub)      TO VC_Status
               MOVE Voucher_Purchaser(Voucher_Sub)   TO VC_Purchaser
               MOVE Voucher_Redeem_Date(Voucher_Sub) TO VC_Redeem_Date
               MOVE Voucher_Redeem_State(Voucher_Sub)
                   TO VC_Redeem_State
               MOVE Voucher_Redeem_Location(Voucher_Sub)
                   TO VC_Redeem_Location
               WRITE VC_Record.

           800-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: File not found (File_Status=35)"
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "file (File_Status=37)"
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
               MOVE 'NBJVoucherMaint' TO AU_Location
               MOVE ZERO TO AU_Total_Daily_Emp_Exp
               MOVE ZERO TO AU_Total_Daily_Revenue
               WRITE Audit_Record
               CLOSE AuditFile.

       End Program NBJVoucherMaint.
