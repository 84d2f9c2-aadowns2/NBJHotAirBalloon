      * Tran_Record
      *Daily entry transaction keyed from the field crews' paper
      *forms - one record per site flight day; flight type is R
      *for a regular per-seat day or C for a private charter or
      *corporate group day, where each balloon is a basket sold at
      *the flat charter rate (space is read as R)
      *Replace prefix with T in any program reading the file
       01  Prefix_Record.
           05  Prefix_Tran_Date               PIC 9(8).
           05  Prefix_Num_Child               PIC 9(2).
           05  Prefix_Num_Adult               PIC 9(2).
           05  Prefix_Num_Senior              PIC 9(2).
           05  Prefix_Flight_Type             PIC X(1).
