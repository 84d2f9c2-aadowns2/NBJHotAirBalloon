       Identification Division.
           Program-ID. NBJVoucherReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - outstanding gift voucher
      *                    liability for the accountant: every voucher
      *                    on the master (see NBJVoucherMaint) that is
      *                    neither redeemed nor void, split between
      *                    vouchers still good and vouchers past
      *                    their expiry, with counts of the redeemed
      *                    and void vouchers for the tie-out

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select VoucherFile assign to VoucherData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  VoucherFile
               Record Contains 78 Characters.
               COPY Voucher_Record
                   REPLACING LEADING ==Prefix== BY ==VC==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Voucher_Eof_Switch  PIC X(1).
                   88  Voucher_Eof             value 'Y'.
               05  Today_Date          PIC 9(8).
               05  Expired_Flag        PIC X(7).

           *>Liability and tie-out totals by voucher status
           01  Voucher_Totals.
               05  Current_Count       PIC 9(5).
               05  Current_Value       PIC 9(7)V9(2).
               05  Expired_Count       PIC 9(5).
               05  Expired_Value       PIC 9(7)V9(2).
               05  Redeemed_Count      PIC 9(5).
               05  Redeemed_Value      PIC 9(7)V9(2).
               05  Void_Count          PIC 9(5).
               05  Void_Value          PIC 9(7)V9(2).
               05  Liability_Value     PIC 9(7)V9(2).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Face_Value     PIC ZZZ9.99.
               05  Disp_Count          PIC ZZZZ9.
               05  Disp_Value          PIC Z,ZZZ,ZZ9.99.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Voucher_Totals.

           100-Initialization.
               ACCEPT Today_Date FROM DATE YYYYMMDD

               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Outstanding "
                   "Gift Voucher Liability"
               DISPLAY "  As of " Today_Date
               DISPLAY "===================================="
                   "===================================="
               DISPLAY "Serial       Value Issued   Expires  "
                   "Purchaser"

               PERFORM 200-Process-Vouchers
               PERFORM 800-Print-Totals

               Stop Run.

           200-Process-Vouchers.
               OPEN INPUT VoucherFile
               IF File_Status = 35
                   DISPLAY "ABEND: No voucher master on file - run "
                       "NBJVoucherMaint"
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               READ VoucherFile
                   AT END MOVE 'Y' TO Voucher_Eof_Switch
               END-READ
               PERFORM 210-Process-Voucher-Record UNTIL Voucher_Eof
               CLOSE VoucherFile.

      *>An expired voucher nobody turned in is still listed - it
      *>stays a liability until the accountant writes it off
           210-Process-Voucher-Record.
               EVALUATE VC_Status
                   WHEN 'R'
                       ADD 1 TO Redeemed_Count
                       ADD VC_Face_Value TO Redeemed_Value
                   WHEN 'V'
                       ADD 1 TO Void_Count
                       ADD VC_Face_Value TO Void_Value
                   WHEN OTHER
                       PERFORM 220-Print-Outstanding-Line
               END-EVALUATE

               READ VoucherFile
                   AT END MOVE 'Y' TO Voucher_Eof_Switch
               END-READ.

           220-Print-Outstanding-Line.
               IF VC_Expiry_Date < Today_Date
                   MOVE 'EXPIRED' TO Expired_Flag
                   ADD 1 TO Expired_Count
                   ADD VC_Face_Value TO Expired_Value
               ELSE
                   MOVE SPACES TO Expired_Flag
                   ADD 1 TO Current_Count
                   ADD VC_Face_Value TO Current_Value
               END-IF
               MOVE VC_Face_Value TO Disp_Face_Value
               DISPLAY VC_Serial " " Disp_Face_Value " "
                   VC_Issue_Date " " VC_Expiry_Date " "
                   VC_Purchaser " " Expired_Flag.

           500-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: Input file not found "
                       "(File_Status=35)"
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "input file (File_Status=37)"
                       STOP RUN
                   ELSE
                       IF File_Status NOT = 00
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

           800-Print-Totals.
               COMPUTE Liability_Value = Current_Value + Expired_Value
               DISPLAY "------------------------------------"
                   "------------------------------------"
               DISPLAY "                          Count         Value"
               MOVE Current_Count TO Disp_Count
               MOVE Current_Value TO Disp_Value
               DISPLAY "Outstanding - current    " Disp_Count " "
                   Disp_Value
               MOVE Expired_Count TO Disp_Count
               MOVE Expired_Value TO Disp_Value
               DISPLAY "Outstanding - expired    " Disp_Count " "
                   Disp_Value
               MOVE Liability_Value TO Disp_Value
               DISPLAY "Total voucher liability        "
                   Disp_Value
               DISPLAY "------------------------------------"
                   "------------------------------------"
               MOVE Redeemed_Count TO Disp_Count
               MOVE Redeemed_Value TO Disp_Value
               DISPLAY "Redeemed                 " Disp_Count " "
                   Disp_Value
               MOVE Void_Count TO Disp_Count
               MOVE Void_Value TO Disp_Value
               DISPLAY "Void                     " Disp_Count " "
                   Disp_Value
               DISPLAY "===================================="
                   "====================================".

       End Program NBJVoucherReport.
