      * Permit_Record
      *Landowner permission for a launch site - one record per
      *agreement with the landowner (or town), the agreement type
      *(L for a landowner agreement, M for a municipal permit), the
      *start and expiry dates and the days of the week flying is
      *allowed, Monday first, Y or N for each day; a site day is
      *covered when a current landowner agreement allows it and,
      *where the site carries a municipal permit, a current permit
      *allows it too. Maintained by NBJPermitMaint
      *Replace prefix with LP in any program reading or maintaining
      *the site permission file
       01  Prefix_Record.
           05  Prefix_State                   PIC X(2).
           05  Prefix_Location                PIC X(15).
           05  Prefix_Landowner               PIC X(20).
           05  Prefix_Permit_Type             PIC X(1).
           05  Prefix_Start_Date              PIC 9(8).
           05  Prefix_Expiry_Date             PIC 9(8).
           05  Prefix_Permitted_Days          PIC X(7).
