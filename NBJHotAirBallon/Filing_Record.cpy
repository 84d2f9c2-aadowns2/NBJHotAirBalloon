      * Filing_Record
      *Quarterly revenue filing extract - one record per state per
      *quarter with the revenue totalled off the history master
      *and the tax due at the effective-dated rates; corrections
      *posted this quarter to days in an earlier closed quarter are
      *carried separately as prior-period adjustment revenue and tax
      *The part of the quarter's revenue earned on charter days is
      *shown as its own figure (it is included in total revenue)
      *Replace prefix with CT, NY or MA for the state extract files
       01  Prefix_Record.
           05  Prefix_State                   PIC X(2).
           05  Prefix_Period_To               PIC 9(8).
           05  Prefix_Total_Revenue           PIC 9(9)V9(2).
           05  Prefix_Tax_Due                 PIC 9(9)V9(2).
           05  Prefix_Prior_Adj_Revenue       PIC S9(9)V9(2)
                   SIGN LEADING SEPARATE.
           05  Prefix_Prior_Adj_Tax           PIC S9(9)V9(2)
                   SIGN LEADING SEPARATE.
           05  Prefix_Charter_Revenue         PIC 9(9)V9(2).
