      * Redeem_Record
      *Voucher redemption - one record per voucher serial a field
      *crew turned in, keyed by the office with the cash sheet for
      *that site day; the face value is copied off the voucher
      *master at entry (zero when the serial is not on file)
      *Replace prefix with VR in any program reading or extending
      *the voucher redemption file
       01  Prefix_Record.
           05  Prefix_Redeem_Date             PIC 9(8).
           05  Prefix_State                   PIC X(2).
           05  Prefix_Location                PIC X(15).
           05  Prefix_Serial                  PIC X(10).
           05  Prefix_Face_Value              PIC 9(4)V9(2).
