      * Voucher_Record
      *Gift voucher master - one record per voucher serial sold by
      *the office with its face value, issue and expiry dates and
      *status (O outstanding, R redeemed, V void); the redemption
      *date and site are filled when a crew turns the voucher in
      *on a cash sheet
      *Replace prefix with VC in any program reading or maintaining
      *the voucher master file
       01  Prefix_Record.
           05  Prefix_Serial                  PIC X(10).
           05  Prefix_Face_Value              PIC 9(4)V9(2).
           05  Prefix_Issue_Date              PIC 9(8).
           05  Prefix_Expiry_Date             PIC 9(8).
           05  Prefix_Status                  PIC X(1).
           05  Prefix_Purchaser               PIC X(20).
           05  Prefix_Redeem_Date             PIC 9(8).
           05  Prefix_Redeem_State            PIC X(2).
           05  Prefix_Redeem_Location         PIC X(15).
