      * PeriodCtl_Record
      *Accounting period control - one record per month (type M) or
      *quarter (type Q) that a supervisor has acted on in
      *NBJPeriodClose, with status O (open), C (closed) or F (filed)
      *and who set it when. A day in any closed or filed month or
      *quarter is locked against history adjustments; a period with
      *no record is open
      *Replace prefix with PC in any program reading or maintaining
      *the period control file
       01  Prefix_Record.
           05  Prefix_Period_Type             PIC X(1).
           05  Prefix_Period_Year             PIC 9(4).
           05  Prefix_Period_Number           PIC 9(2).
           05  Prefix_Period_From             PIC 9(8).
           05  Prefix_Period_To               PIC 9(8).
           05  Prefix_Period_Status           PIC X(1).
           05  Prefix_Status_Date             PIC 9(8).
           05  Prefix_Operator                PIC X(8).
