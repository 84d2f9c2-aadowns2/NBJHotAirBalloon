      * Refund_Record
      *Refund queue - one record per booking on a scrubbed day that
      *could not be moved to a later open date; the amount is the
      *party's seats priced at the fares in force for the scrubbed
      *day and stays a liability until the office pays it out
      *Replace prefix with RQ in any program reading or extending
      *the refund queue file
       01  Prefix_Record.
           05  Prefix_Queue_Date              PIC 9(8).
           05  Prefix_Cancel_Date             PIC 9(8).
           05  Prefix_State                   PIC X(2).
           05  Prefix_Location                PIC X(15).
           05  Prefix_Contact_Name            PIC X(20).
           05  Prefix_Num_Child               PIC 9(2).
           05  Prefix_Num_Adult               PIC 9(2).
           05  Prefix_Num_Senior              PIC 9(2).
           05  Prefix_Refund_Amount           PIC 9(5)V9(2).
