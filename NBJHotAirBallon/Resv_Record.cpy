      *Advance reservation - one record per phone booking with the
      *flight date, site and the child/adult/senior seats booked;
      *entered ahead of the day by NBJReservation and read back by
      *the daily entry program for booked-versus-flown checks;
      *status is space for an original booking or R for a booking
      *moved off a scrubbed day by NBJRebook, which keeps the date
      *the party was first booked for in the original date
      *Replace prefix with B in any program reading or maintaining
      *the reservations file, or BH for the reservation history
      *file NBJEndOfDay moves bookings to once their flight date
      *has passed
       01  Prefix_Record.
           05  Prefix_Resv_Date               PIC 9(8).
           05  Prefix_State                   PIC X(2).
           05  Prefix_Num_Adult               PIC 9(2).
           05  Prefix_Num_Senior              PIC 9(2).
           05  Prefix_Contact_Name            PIC X(20).
           05  Prefix_Resv_Status             PIC X(1).
           05  Prefix_Orig_Date               PIC 9(8).
