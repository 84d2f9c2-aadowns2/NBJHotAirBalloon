      * Journal_Record
      *General ledger journal extract - one summarized line per state
      *and account for the period, dated the period end; a line
      *carries either a debit or a credit and the file is written
      *only when total debits equal total credits. State ** carries
      *company-wide lines that are not kept by state (crew wages)
      *Replace prefix with GJ in any program writing or reading the
      *general ledger journal file
       01  Prefix_Record.
           05  Prefix_Journal_Date            PIC 9(8).
           05  Prefix_State                   PIC X(2).
           05  Prefix_Account_No              PIC X(4).
           05  Prefix_Description             PIC X(24).
           05  Prefix_Debit                   PIC 9(7)V9(2).
           05  Prefix_Credit                  PIC 9(7)V9(2).
