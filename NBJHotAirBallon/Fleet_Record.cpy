      * Fleet_Record
      *Balloon fleet master - one record per aircraft with its
      *passenger capacity, last inspection date, in-service flag and
      *maximum passenger payload in pounds
      *Replace prefix with F in any program reading or maintaining
      *the fleet master file
       01  Prefix_Record.
           05  Prefix_Capacity                PIC 9(2).
           05  Prefix_Last_Inspection         PIC 9(8).
           05  Prefix_Service_Flag            PIC X(1).
           05  Prefix_Max_Payload             PIC 9(4).
