      * Cancel_Record
      *Cancelled or scrubbed launch day - reason code is L (below
      *minimum headcount), W (weather), E (equipment), O (other);
      *passenger counts are the bookings turned away; flight type
      *is R for a regular day or C for a charter day, which also
      *carries the number of charter baskets turned away
      *Replace prefix with K in any program reading or extending
      *the cancellations file
       01  Prefix_Record.
           05  Prefix_Num_Child               PIC 9(2).
           05  Prefix_Num_Adult               PIC 9(2).
           05  Prefix_Num_Senior              PIC 9(2).
           05  Prefix_Flight_Type             PIC X(1).
           05  Prefix_Charter_Baskets         PIC 9(1).
