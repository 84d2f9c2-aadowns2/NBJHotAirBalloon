      * Rate_Record
      *Effective-dated price and rate schedule - the row with the
      *latest effective date on or before the flight date is the
      *rate set in force for that day; private charters and
      *corporate groups are sold at the flat charter rate per basket
      *Replace prefix with R in any program reading or maintaining
      *the rate schedule file
       01  Prefix_Record.
           05  Prefix_Propane_Cost            PIC 9(3)V9(2).
           05  Prefix_Pilot_Day_Rate          PIC 9(4)V9(2).
           05  Prefix_Other_Empl_Day_Rate     PIC 9(4)V9(2).
           05  Prefix_Charter_Basket_Rate     PIC 9(4)V9(2).
