      *                    day instead of overwriting it, so a
      *                    supervisor-confirmed duplicate state
      *                    record no longer flags a false shortage
      *    10/15/2026  AD  Count only good gift vouchers as money:
      *                    the serials redeemed for the run date
      *                    (see NBJCashSheet) are checked against
      *                    the voucher master, a voucher total that
      *                    does not match the serials redeemed is
      *                    flagged, and each voucher not on file,
      *                    void, expired or already redeemed prints
      *                    as an exception and is stamped to the
      *                    audit file
      *    10/15/2026  AD  NIGHTLY mode for the unattended nightly
      *                    run (see NBJNightly) - the run date and
      *                    operator id come off the nightly parameter
      *                    file, and the program returns 16 on an
      *                    ABEND so the stream stops
      *    10/15/2026  AD  Run mode taken into the RunMode_Record
      *                    copybook shared by the nightly steps

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

                   Select Optional AuditFile assign to AuditData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select NightlyParmFile assign to NightlyParm
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
               COPY CashSheet_Record
                   REPLACING LEADING ==Prefix== BY ==Z==.

           FD  VoucherFile
               Record Contains 78 Characters.
               COPY Voucher_Record
                   REPLACING LEADING ==Prefix== BY ==VC==.

           FD  RedeemFile
               Record Contains 41 Characters.
               COPY Redeem_Record
                   REPLACING LEADING ==Prefix== BY ==VR==.

           FD  AuditFile
               Record Contains 59 Characters.
               01  Audit_Record.
                   05  AU_Total_Daily_Emp_Exp  PIC 9(7)V9(2).
                   05  AU_Total_Daily_Revenue  PIC 9(7)V9(2).

           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
                   88  Site_Found              value 'Y'.
               05  Variance_Amount     PIC S9(7)V9(2).
               05  Exception_Count     PIC 9(3).
               05  Voucher_Sub         PIC 9(3).
               05  Voucher_Found_Sub   PIC 9(3).
               05  Voucher_Switch      PIC X(1).
                   88  Voucher_Found           value 'Y'.
               05  Seen_Sub            PIC 9(3).
               05  Seen_Switch         PIC X(1).
                   88  Seen_Today              value 'Y'.
               05  Bad_Sub             PIC 9(3).
               05  Hold_Reason         PIC X(24).
               05  Hold_Date           PIC 9(8).
               05  Earlier_Switch      PIC X(1).
                   88  Redeemed_Earlier        value 'Y'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.
      *>A site day is out of tolerance when cash turned in differs
      *>from the computed revenue by more than this either way
           78  Variance_Tolerance                  value 5.00.

           COPY RunMode_Record
               REPLACING LEADING ==Prefix== BY ==RM==.

           *>One entry per site day - the computed revenue off the
           *>state files against the amounts off the cash sheets
           01  Variance_Table.
                   10  Site_Location       PIC X(15).
                   10  Computed_Revenue    PIC 9(6)V9(2).
                   10  Turned_In           PIC 9(6)V9(2).
                   10  Sheet_Voucher       PIC 9(6)V9(2).
                   10  Serial_Total        PIC 9(6)V9(2).
                   10  Sheet_Flag          PIC X(1).
                       88  Has_Sheet           value 'Y'.
                   10  State_Rec_Flag      PIC X(1).
                       88  Has_State_Rec       value 'Y'.

           *>Voucher master maintained by NBJVoucherMaint
           01  Voucher_Table.
               05  Voucher_Count       PIC 9(3).
               05  Voucher_Entry Occurs 999 Times.
                   10  Voucher_Serial          PIC X(10).
                   10  Voucher_Face_Value      PIC 9(4)V9(2).
                   10  Voucher_Expiry_Date     PIC 9(8).
                   10  Voucher_Status          PIC X(1).
                       88  Voucher_Redeemed        value 'R'.
                       88  Voucher_Void            value 'V'.
                   10  Voucher_Redeem_Date     PIC 9(8).
                   10  Voucher_Redeem_State    PIC X(2).
                   10  Voucher_Redeem_Location PIC X(15).

           *>Serials already seen on the run date's redemptions, to
           *>catch one voucher turned in twice the same day
           01  Seen_Table.
               05  Seen_Count          PIC 9(3).
               05  Seen_Serial Occurs 200 Times PIC X(10).

           *>Redeemed serials that are not good money, held for the
           *>exception section of the report
           01  Bad_Voucher_Table.
               05  Bad_Voucher_Count   PIC 9(3).
               05  Bad_Voucher_Entry Occurs 100 Times.
                   10  Bad_Serial          PIC X(10).
                   10  Bad_State           PIC X(2).
                   10  Bad_Location        PIC X(15).
                   10  Bad_Face_Value      PIC 9(4)V9(2).
                   10  Bad_Reason          PIC X(24).
                   10  Bad_Date            PIC 9(8).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Computed       PIC ZZZZZ9.99.
               05  Disp_Sheet_Voucher  PIC ZZZZZ9.99.
               05  Disp_Serial_Total   PIC ZZZZZ9.99.
               05  Disp_Face_Value     PIC ZZZ9.99.
               05  Disp_Turned_In      PIC ZZZZZ9.99.
               05  Disp_Variance       PIC -ZZZZZ9.99.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Variance_Table Voucher_Table
               Seen_Table Bad_Voucher_Table.

           100-Initialization.
               ACCEPT Run_Date FROM DATE YYYYMMDD
               ACCEPT RM_Run_Mode FROM COMMAND-LINE
               IF RM_Nightly_Mode
                   PERFORM 150-Read-Nightly-Parm
               ELSE
                   PERFORM 110-Get-Operator-Id
               END-IF

               PERFORM 200-Load-Conn
               PERFORM 210-Load-NY
               PERFORM 220-Load-Mass
               PERFORM 300-Load-Cash-Sheets
               PERFORM 320-Load-Voucher-Master
               PERFORM 340-Load-Redemptions

               OPEN EXTEND AuditFile PERFORM 500-Validation
               PERFORM 600-Report-Variances
               PERFORM 650-Report-Voucher-Exceptions
               CLOSE AuditFile

               Stop Run.
                   DISPLAY "Operator id is required - re-enter"
               END-IF.

      *>A nightly run stamps the audit rows with the parameter
      *>file's operator id, or NIGHTLY when none is given
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
               END-IF
               IF NP_Operator_Id NOT = SPACES
                   MOVE NP_Operator_Id TO Operator_Id
               ELSE
                   MOVE "NIGHTLY" TO Operator_Id
               END-IF.

           200-Load-Conn.
               MOVE SPACE TO Input_Eof_Switch
               OPEN INPUT ConnFile
               IF File_Status = 35
                   DISPLAY "No cash sheets on file - run "
                       "NBJCashSheet first"
                   MOVE 8 TO RETURN-CODE
                   Stop Run
               END-IF
               PERFORM 500-Validation
                   ADD Z_Card_Amount
                       TO Turned_In(Site_Found_Sub)
                   ADD Z_Voucher_Amount
                       TO Sheet_Voucher(Site_Found_Sub)
                   MOVE 'Y' TO Sheet_Flag(Site_Found_Sub)
               END-IF

                   AT END MOVE 'Y' TO Input_Eof_Switch
               END-READ.

           320-Load-Voucher-Master.
               MOVE SPACE TO Input_Eof_Switch
               OPEN INPUT VoucherFile
               PERFORM 500-Validation
               IF File_Status = 05
                   DISPLAY "No voucher master on file - every "
                       "voucher redeemed will flag"
               END-IF
               READ VoucherFile
                   AT END MOVE 'Y' TO Input_Eof_Switch
               END-READ
               PERFORM 330-Load-Voucher-Entry UNTIL Input_Eof
               CLOSE VoucherFile.

           330-Load-Voucher-Entry.
               IF Voucher_Count < 999
                   ADD 1 TO Voucher_Count
                   MOVE VC_Serial TO Voucher_Serial(Voucher_Count)
                   MOVE VC_Face_Value
                       TO Voucher_Face_Value(Voucher_Count)
                   MOVE VC_Expiry_Date
                       TO Voucher_Expiry_Date(Voucher_Count)
                   MOVE VC_Status TO Voucher_Status(Voucher_Count)
                   MOVE VC_Redeem_Date
                       TO Voucher_Redeem_Date(Voucher_Count)
                   MOVE VC_Redeem_State
                       TO Voucher_Redeem_State(Voucher_Count)
                   MOVE VC_Redeem_Location
                       TO Voucher_Redeem_Location(Voucher_Count)
               ELSE
                   IF NOT Overflow_Noted
                       DISPLAY "Voucher table full - remaining "
                           "vouchers will flag as not on file"
                       MOVE 'Y' TO Overflow_Switch
                   END-IF
               END-IF

               READ VoucherFile
                   AT END MOVE 'Y' TO Input_Eof_Switch
               END-READ.

      *>Only a good voucher counts toward the amount turned in -
      *>the face value comes off the master, not the sheet
           340-Load-Redemptions.
               MOVE SPACE TO Input_Eof_Switch
               OPEN INPUT RedeemFile
               PERFORM 500-Validation
               READ RedeemFile
                   AT END MOVE 'Y' TO Input_Eof_Switch
               END-READ
               PERFORM 350-Check-Redemption UNTIL Input_Eof
               CLOSE RedeemFile.

           350-Check-Redemption.
               IF VR_Redeem_Date = Run_Date
                   MOVE VR_State    TO Lookup_State
                   MOVE VR_Location TO Lookup_Location
                   PERFORM 400-Find-Or-Add-Site
                   PERFORM 420-Find-Voucher
                   PERFORM 440-Find-Seen-Serial
                   MOVE 'N' TO Earlier_Switch
                   IF Voucher_Found
                       ADD Voucher_Face_Value(Voucher_Found_Sub)
                           TO Serial_Total(Site_Found_Sub)
                       PERFORM 355-Check-Earlier-Redemption
                   END-IF

                   MOVE ZERO TO Hold_Date
                   EVALUATE TRUE
                       WHEN NOT Voucher_Found
                           MOVE "not on voucher master"
                               TO Hold_Reason
                           PERFORM 360-Hold-Bad-Voucher
                       WHEN Voucher_Void(Voucher_Found_Sub)
                           MOVE "voided" TO Hold_Reason
                           PERFORM 360-Hold-Bad-Voucher
                       WHEN Seen_Today
                           MOVE "turned in twice today"
                               TO Hold_Reason
                           PERFORM 360-Hold-Bad-Voucher
                       WHEN Redeemed_Earlier
                           MOVE "already redeemed on" TO Hold_Reason
                           MOVE Voucher_Redeem_Date(Voucher_Found_Sub)
                               TO Hold_Date
                           PERFORM 360-Hold-Bad-Voucher
                       WHEN Voucher_Expiry_Date(Voucher_Found_Sub)
                           < VR_Redeem_Date
                           MOVE "expired on" TO Hold_Reason
                           MOVE Voucher_Expiry_Date(Voucher_Found_Sub)
                               TO Hold_Date
                           PERFORM 360-Hold-Bad-Voucher
                       WHEN OTHER
                           ADD Voucher_Face_Value(Voucher_Found_Sub)
                               TO Turned_In(Site_Found_Sub)
                   END-EVALUATE

                   IF NOT Seen_Today AND Seen_Count < 200
                       ADD 1 TO Seen_Count
                       MOVE VR_Serial TO Seen_Serial(Seen_Count)
                   END-IF
               END-IF

               READ RedeemFile
                   AT END MOVE 'Y' TO Input_Eof_Switch
               END-READ.

      *>The cash sheet entry marks the master redeemed with the
      *>site day it was turned in - any other site day on the
      *>master means this is a second redemption
           355-Check-Earlier-Redemption.
               IF Voucher_Redeemed(Voucher_Found_Sub)
                   IF Voucher_Redeem_Date(Voucher_Found_Sub)
                       NOT = VR_Redeem_Date
                       OR Voucher_Redeem_State(Voucher_Found_Sub)
                       NOT = VR_State
                       OR Voucher_Redeem_Location(Voucher_Found_Sub)
                       NOT = VR_Location
                       MOVE 'Y' TO Earlier_Switch
                   END-IF
               END-IF.

           360-Hold-Bad-Voucher.
               IF Bad_Voucher_Count < 100
                   ADD 1 TO Bad_Voucher_Count
                   MOVE VR_Serial   TO Bad_Serial(Bad_Voucher_Count)
                   MOVE VR_State    TO Bad_State(Bad_Voucher_Count)
                   MOVE VR_Location
                       TO Bad_Location(Bad_Voucher_Count)
                   MOVE Hold_Reason TO Bad_Reason(Bad_Voucher_Count)
                   MOVE Hold_Date   TO Bad_Date(Bad_Voucher_Count)
                   MOVE ZERO TO Bad_Face_Value(Bad_Voucher_Count)
                   IF Voucher_Found
                       MOVE Voucher_Face_Value(Voucher_Found_Sub)
                           TO Bad_Face_Value(Bad_Voucher_Count)
                   END-IF
               ELSE
                   DISPLAY "Voucher exception table full - serial "
                       VR_Serial " not listed"
               END-IF.

           400-Find-Or-Add-Site.
               MOVE 'N' TO Site_Switch
               MOVE ZERO TO Site_Found_Sub
                   MOVE Site_Sub TO Site_Found_Sub
               END-IF.

           420-Find-Voucher.
               MOVE 'N' TO Voucher_Switch
               MOVE ZERO TO Voucher_Found_Sub
               PERFORM 430-Check-Voucher-Entry
                   VARYING Voucher_Sub FROM 1 BY 1
                   UNTIL Voucher_Sub > Voucher_Count
                       OR Voucher_Found.

           430-Check-Voucher-Entry.
               IF Voucher_Serial(Voucher_Sub) = VR_Serial
                   MOVE 'Y' TO Voucher_Switch
                   MOVE Voucher_Sub TO Voucher_Found_Sub
               END-IF.

           440-Find-Seen-Serial.
               MOVE 'N' TO Seen_Switch
               PERFORM 450-Check-Seen-Entry
                   VARYING Seen_Sub FROM 1 BY 1
                   UNTIL Seen_Sub > Seen_Count OR Seen_Today.

           450-Check-Seen-Entry.
               IF Seen_Serial(Seen_Sub) = VR_Serial
                   MOVE 'Y' TO Seen_Switch
               END-IF.

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
      *>File status 05 is a successful open of an optional file
                       IF File_Status NOT = 00 AND NOT = 05
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                       DISPLAY "   EXCEPTION: short by more than "
                           "the tolerance"
                       PERFORM 700-Write-Exception-Audit
               END-EVALUATE

               IF Sheet_Voucher(Site_Sub) NOT = Serial_Total(Site_Sub)
                   MOVE Sheet_Voucher(Site_Sub) TO Disp_Sheet_Voucher
                   MOVE Serial_Total(Site_Sub)  TO Disp_Serial_Total
                   DISPLAY "   EXCEPTION: voucher total "
                       Disp_Sheet_Voucher " does not match serials "
                       "redeemed " Disp_Serial_Total
                   PERFORM 700-Write-Exception-Audit
               END-IF.

           650-Report-Voucher-Exceptions.
               DISPLAY "Voucher serials not counted as money"
               DISPLAY "Serial     St Location          Value "
                   "Reason"
               PERFORM 660-Report-Bad-Voucher
                   VARYING Bad_Sub FROM 1 BY 1
                   UNTIL Bad_Sub > Bad_Voucher_Count
               DISPLAY "------------------------------------"
                   "------------------------------------"
               DISPLAY "Voucher exceptions " Bad_Voucher_Count
               DISPLAY "===================================="
                   "====================================".

           660-Report-Bad-Voucher.
               MOVE Bad_Face_Value(Bad_Sub) TO Disp_Face_Value
               IF Bad_Date(Bad_Sub) = ZERO
                   DISPLAY Bad_Serial(Bad_Sub) " "
                       Bad_State(Bad_Sub) " " Bad_Location(Bad_Sub)
                       " " Disp_Face_Value " " Bad_Reason(Bad_Sub)
               ELSE
                   DISPLAY Bad_Serial(Bad_Sub) " "
                       Bad_State(Bad_Sub) " " Bad_Location(Bad_Sub)
                       " " Disp_Face_Value " " Bad_Reason(Bad_Sub)
                       " " Bad_Date(Bad_Sub)
               END-IF
               PERFORM 710-Write-Voucher-Audit.

      *>The exception stamp reuses the audit layout - computed
      *>revenue rides in the revenue field and the amount turned
                   TO AU_Total_Daily_Revenue
               WRITE Audit_Record.

      *>A bad voucher stamp carries its face value in the revenue
      *>field and zero in the expense field
           710-Write-Voucher-Audit.
               MOVE Operator_Id             TO AU_Operator
               MOVE Run_Date                TO AU_Audit_Date
               ACCEPT AU_Audit_Time FROM TIME
               MOVE Bad_State(Bad_Sub)      TO AU_State
               MOVE Bad_Location(Bad_Sub)   TO AU_Location
               MOVE ZERO                    TO AU_Total_Daily_Emp_Exp
               MOVE Bad_Face_Value(Bad_Sub) TO AU_Total_Daily_Revenue
               WRITE Audit_Record.

       End Program NBJCashVariance.
