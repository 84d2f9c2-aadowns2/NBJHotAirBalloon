      *                    in for a site day, validated against the
      *                    site master and appended to the cash
      *                    sheet file feeding NBJCashVariance
      *    10/15/2026  AD  Key the serial of each gift voucher turned
      *                    in with the sheet: each serial is checked
      *                    against the voucher master (see
      *                    NBJVoucherMaint), warned when not on file,
      *                    void, expired or already redeemed, written
      *                    to the voucher redemption file and marked
      *                    redeemed on the master

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional VoucherFile assign to VoucherData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional RedeemFile assign to RedeemData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
               COPY Site_Master_Record
                   REPLACING LEADING ==Prefix== BY ==S==.

           FD  VoucherFile
               Record Contains 78 Characters.
               COPY Voucher_Record
                   REPLACING LEADING ==Prefix== BY ==VC==.

           FD  RedeemFile
               Record Contains 41 Characters.
               COPY Redeem_Record
                   REPLACING LEADING ==Prefix== BY ==VR==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
                   88  Valid_Site              value 'Y'.
                   88  Invalid_Site            value 'N'.
               05  Sheet_Count         PIC 9(3).
               05  Voucher_Eof_Switch  PIC X(1).
                   88  Voucher_Eof             value 'Y'.
               05  Voucher_Changed_Switch PIC X(1).
                   88  Voucher_Changed         value 'Y'.
               05  Entry_Serial            PIC X(10).
               05  Voucher_Sub         PIC 9(3).
               05  Voucher_Found_Sub   PIC 9(3).
               05  Voucher_Switch      PIC X(1).
                   88  Voucher_Found           value 'Y'.
               05  Serials_Done_Switch PIC X(1).
                   88  Serials_Done            value 'Y'.
               05  Serial_Total        PIC 9(5)V9(2).
               05  Redeem_Count        PIC 9(4).

           *>Authorized launch sites - loaded at startup from the
           *>site master file maintained by NBJSiteMaint
                   10  Valid_Site_State        PIC X(2).
                   10  Valid_Site_Location     PIC X(15).

           *>In-core copy of the voucher master maintained by
           *>NBJVoucherMaint - serials turned in are marked redeemed
           *>here and the master is rewritten at the end of the run
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

           *>Edited fields for the serial check
           01  Display_Fields.
               05  Disp_Serial_Total   PIC ZZZZ9.99.
               05  Disp_Voucher_Amount PIC ZZZZ9.99.

           Local-Storage Section.

           Linkage Section.
           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Valid_Sites Voucher_Table.

           100-Initialization.
               PERFORM 110-Load-Site-Table
               PERFORM 130-Load-Voucher-Table

               OPEN EXTEND CashSheetFile PERFORM 800-Validation
               OPEN EXTEND RedeemFile PERFORM 800-Validation

               PERFORM 200-Enter-Cash-Sheet UNTIL No-More-Data

               CLOSE CashSheetFile
               CLOSE RedeemFile

               IF Voucher_Changed
                   PERFORM 700-Rewrite-Voucher-File
               END-IF

               DISPLAY "Cash sheet entry complete - " Sheet_Count
                   " sheets keyed, " Redeem_Count
                   " voucher serials"
               Stop "Press <CR> to End Program"
               Stop Run.

                   AT END MOVE 'Y' TO Site_Eof_Switch
               END-READ.

           130-Load-Voucher-Table.
               OPEN INPUT VoucherFile
               PERFORM 800-Validation
               IF File_Status = 05
                   DISPLAY "No voucher master on file - every "
                       "serial keyed will be flagged not on file"
               END-IF
               READ VoucherFile
                   AT END MOVE 'Y' TO Voucher_Eof_Switch
               END-READ
               PERFORM 140-Load-Voucher-Entry UNTIL Voucher_Eof
               CLOSE VoucherFile.

           140-Load-Voucher-Entry.
               IF Voucher_Count < 999
                   ADD 1 TO Voucher_Count
                   MOVE VC_Serial TO Voucher_Serial(Voucher_Count)
                   MOVE VC_Face_Value
                       TO Voucher_Face_Value(Voucher_Count)
                   MOVE VC_Issue_Date
                       TO Voucher_Issue_Date(Voucher_Count)
                   MOVE VC_Expiry_Date
                       TO Voucher_Expiry_Date(Voucher_Count)
                   MOVE VC_Status TO Voucher_Status(Voucher_Count)
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

           200-Enter-Cash-Sheet.
               PERFORM 210-Get-Sheet-Site

               ACCEPT Z_Card_Amount
               DISPLAY "Voucher Amount " WITH NO ADVANCING
               ACCEPT Z_Voucher_Amount
               IF Z_Voucher_Amount > ZERO
                   PERFORM 220-Enter-Redemptions
               END-IF
               WRITE Z_Record
               ADD 1 TO Sheet_Count
               DISPLAY "Cash sheet recorded"
                   MOVE 'Y' TO Site_Switch
               END-IF.

      *>Every serial keyed is written to the redemption file, good
      *>or bad - the warnings here tell the office what the
      *>variance run will flag for the site day
           220-Enter-Redemptions.
               DISPLAY "Key each voucher serial turned in - blank "
                   "serial to end"
               MOVE ZERO TO Serial_Total
               MOVE 'N' TO Serials_Done_Switch
               PERFORM 221-Enter-One-Serial UNTIL Serials_Done

               IF Serial_Total NOT = Z_Voucher_Amount
                   MOVE Serial_Total     TO Disp_Serial_Total
                   MOVE Z_Voucher_Amount TO Disp_Voucher_Amount
                   DISPLAY "WARNING: serials keyed total "
                       Disp_Serial_Total " against a voucher amount "
                       "of " Disp_Voucher_Amount
               END-IF.

           221-Enter-One-Serial.
               DISPLAY "Voucher Serial " WITH NO ADVANCING
               ACCEPT Entry_Serial
               IF Entry_Serial = SPACES
                   MOVE 'Y' TO Serials_Done_Switch
               ELSE
                   PERFORM 600-Find-Voucher
                   MOVE Entry_Sheet_Date TO VR_Redeem_Date
                   MOVE Entry_State      TO VR_State
                   MOVE Entry_Location   TO VR_Location
                   MOVE Entry_Serial     TO VR_Serial
                   MOVE ZERO             TO VR_Face_Value
                   IF Voucher_Found
                       MOVE Voucher_Face_Value(Voucher_Found_Sub)
                           TO VR_Face_Value
                   END-IF
                   PERFORM 222-Check-Serial-Status

                   IF Voucher_Found
                       IF Voucher_Outstanding(Voucher_Found_Sub)
                           PERFORM 223-Mark-Voucher-Redeemed
                       END-IF
                   END-IF

                   ADD VR_Face_Value TO Serial_Total
                   WRITE VR_Record
                   ADD 1 TO Redeem_Count
               END-IF.

           222-Check-Serial-Status.
               EVALUATE TRUE
                   WHEN NOT Voucher_Found
                       DISPLAY "WARNING: serial not on the voucher "
                           "master"
                   WHEN Voucher_Void(Voucher_Found_Sub)
                       DISPLAY "WARNING: voucher was voided"
                   WHEN Voucher_Redeemed(Voucher_Found_Sub)
                       DISPLAY "WARNING: voucher already redeemed "
                           "on " Voucher_Redeem_Date(Voucher_Found_Sub)
                           " at "
                           Voucher_Redeem_State(Voucher_Found_Sub) " "
                           Voucher_Redeem_Location(Voucher_Found_Sub)
                   WHEN Voucher_Expiry_Date(Voucher_Found_Sub)
                       < Entry_Sheet_Date
                       DISPLAY "WARNING: voucher expired on "
                           Voucher_Expiry_Date(Voucher_Found_Sub)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           223-Mark-Voucher-Redeemed.
               MOVE 'R' TO Voucher_Status(Voucher_Found_Sub)
               MOVE Entry_Sheet_Date
                   TO Voucher_Redeem_Date(Voucher_Found_Sub)
               MOVE Entry_State
                   TO Voucher_Redeem_State(Voucher_Found_Sub)
               MOVE Entry_Location
                   TO Voucher_Redeem_Location(Voucher_Found_Sub)
               MOVE 'Y' TO Voucher_Changed_Switch.

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
               MOVE Voucher_Face_Value(Voucher_Sub)
                   TO VC_Face_Value
               MOVE Voucher_Issue_Date(Voucher_Sub)
                   TO VC_Issue_Date
               MOVE Voucher_Expiry_Date(Voucher_Sub)
                   TO VC_Expiry_Date
               MOVE Voucher_Status(Voucher_Sub)      TO VC_Status
               MOVE Voucher_Purchaser(Voucher_Sub)   TO VC_Purchaser
               MOVE Voucher_Redeem_Date(Voucher_Sub)
                   TO VC_Redeem_Date
               MOVE Voucher_Redeem_State(Voucher_Sub)
                   TO VC_Redeem_State
               MOVE Voucher_Redeem_Location(Voucher_Sub)
                   TO VC_Redeem_Location
               WRITE VC_Record.

           800-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: File not found (File_Status=35)"
