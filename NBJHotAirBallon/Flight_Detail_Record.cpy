      * Flight_Detail_Record
      *Replace prefix with D for the daily detail file or DH for the
      *archived history copy
      *Flight type is R for a regular per-seat day or C for a
      *charter day - a charter day carries its baskets and the flat
      *charter revenue, and its passengers count with no fares
      *The history copy is indexed on date + state + location so
      *programs can read one site day or START at a date range
       01  Prefix_Record.
           05  Prefix_Child_Revenue           PIC 9(4)V9(2).
           05  Prefix_Adult_Revenue           PIC 9(4)V9(2).
           05  Prefix_Senior_Revenue          PIC 9(4)V9(2).
           05  Prefix_Flight_Type             PIC X(1).
           05  Prefix_Charter_Baskets         PIC 9(1).
           05  Prefix_Charter_Revenue         PIC 9(5)V9(2).
