      * Manifest_Record
      *Passenger manifest - one record per passenger carried in each
      *balloon on each site flight day: name, fare category (C=child,
      *A=adult, S=senior), weight in pounds and whether the liability
      *waiver was signed before boarding
      *Replace prefix with MF in any program reading or extending
      *the passenger manifest file
       01  Prefix_Record.
           05  Prefix_Flight_Date             PIC 9(8).
           05  Prefix_State                   PIC X(2).
           05  Prefix_Location                PIC X(15).
           05  Prefix_Tail_Number             PIC X(6).
           05  Prefix_Passenger_Name          PIC X(20).
           05  Prefix_Category                PIC X(1).
           05  Prefix_Weight                  PIC 9(3).
           05  Prefix_Waiver_Flag             PIC X(1).
