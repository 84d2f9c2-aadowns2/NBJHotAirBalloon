       Identification Division.
           Program-ID. NBJRebook.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - rebooking run for a
      *                    scrubbed day: every booking at a site on
      *                    the cancellations file for that date is
      *                    moved to the next date within 60 days
      *                    that the fleet can seat and that brings
      *                    the site to the minimum headcount to
      *                    launch; a party with no such date is
      *                    taken off the book and queued for a
      *                    refund at the day's fares. A party with
      *                    no date on the first pass is tried again
      *                    once the others have moved before it is
      *                    refunded. Prints the call list for the
      *                    office
      *    10/15/2026  AD  Offer only dates the site is covered for
      *                    by a current landowner agreement, and by
      *                    the town's permit where one is on file
      *                    (see NBJPermitMaint)
      *    10/15/2026  AD  Rate and cancel records lengthened for
      *                    the charter fields - charter baskets are
      *                    sold outside the reservations book, so
      *                    only seat bookings are rebooked as before
      *    10/15/2026  AD  Load only the cancellations from the
      *                    scrubbed day on, and stop the run when
      *                    the cancellation or reservation table is
      *                    full rather than work from part of a file

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional ResvFile assign to ResvData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional CancelFile assign to CancelData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SiteMasterFile assign to SiteMaster
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select FleetFile assign to FleetData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RateFile assign to RateData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional RefundFile assign to RefundData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional PermitFile assign to PermitData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  ResvFile
               Record Contains 60 Characters.
               COPY Resv_Record
                   REPLACING LEADING ==Prefix== BY ==B==.

           FD  CancelFile
               Record Contains 34 Characters.
               COPY Cancel_Record
                   REPLACING LEADING ==Prefix== BY ==K==.

           FD  SiteMasterFile
               Record Contains 26 Characters.
               COPY Site_Master_Record
                   REPLACING LEADING ==Prefix== BY ==S==.

           FD  FleetFile
               Record Contains 38 Characters.
               COPY Fleet_Record
                   REPLACING LEADING ==Prefix== BY ==F==.

           FD  RateFile
               Record Contains 46 Characters.
               COPY Rate_Record
                   REPLACING LEADING ==Prefix== BY ==R==.

           FD  RefundFile
               Record Contains 66 Characters.
               COPY Refund_Record
                   REPLACING LEADING ==Prefix== BY ==RQ==.

           FD  PermitFile
               Record Contains 61 Characters.
               COPY Permit_Record
                   REPLACING LEADING ==Prefix== BY ==LP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Today_Date          PIC 9(8).
               05  Scrub_Date          PIC 9(8).
               05  Resv_Eof_Switch     PIC X(1).
                   88  Resv_Eof                value 'Y'.
               05  Cancel_Eof_Switch   PIC X(1).
                   88  Cancel_Eof              value 'Y'.
               05  Site_Eof_Switch     PIC X(1).
                   88  Site_Eof                value 'Y'.
               05  Fleet_Eof_Switch    PIC X(1).
                   88  Fleet_Eof               value 'Y'.
               05  Rate_Eof_Switch     PIC X(1).
                   88  Rate_Eof                value 'Y'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.
               05  Resv_Sub            PIC 9(3).
               05  Sum_Sub             PIC 9(3).
               05  Cancel_Sub          PIC 9(3).
               05  Site_Sub            PIC 9(2).
               05  Rate_Sub            PIC 9(2).
               05  Best_Rate_Sub       PIC 9(2).
               05  Rate_Switch         PIC X(1).
                   88  Rates_Found             value 'Y'.
                   88  Rates_Not_Found         value 'N'.
               05  Site_Switch         PIC X(1).
                   88  Valid_Site              value 'Y'.
               05  Cancel_Switch       PIC X(1).
                   88  Site_Day_Cancelled      value 'Y'.
               05  Open_Switch         PIC X(1).
                   88  Open_Date_Found         value 'Y'.
               05  Pass_Switch         PIC X(1).
                   88  Final_Pass              value 'Y'.
               05  Lookup_Date         PIC 9(8).
               05  Lookup_State        PIC X(2).
               05  Lookup_Location     PIC X(15).
               05  Fleet_Capacity_Total    PIC 9(4).
               05  Party_Size          PIC 9(3).
               05  Date_Booked         PIC 9(4).
               05  Site_Booked         PIC 9(4).
               05  Try_Int             PIC 9(7).
               05  Start_Int           PIC 9(7).
               05  Last_Int            PIC 9(7).
               05  Try_Date            PIC 9(8).
               05  Open_Date           PIC 9(8).
               05  Refund_Amount       PIC 9(5)V9(2).
               05  Matched_Count       PIC 9(3).
               05  Rebooked_Count      PIC 9(3).
               05  Refund_Count        PIC 9(3).
               05  Refund_Total        PIC 9(7)V9(2).
               05  Permit_Eof_Switch   PIC X(1).
                   88  Permit_Eof              value 'Y'.
               05  Permit_Sub          PIC 9(3).
               05  Permit_Day_Int      PIC 9(7).
               05  Permit_Weeks        PIC 9(7).
               05  Permit_Weekday      PIC 9(1).
               05  Permit_Switch       PIC X(1).
                   88  Site_Day_Permitted      value 'Y'.
               05  Landowner_Switch    PIC X(1).
                   88  Landowner_Covered       value 'Y'.
               05  Municipal_Switch    PIC X(1).
                   88  Municipal_Covered       value 'Y'.
               05  Municipal_Need_Switch   PIC X(1).
                   88  Municipal_Required      value 'Y'.
           78  Minimum_to_Launch                   value 6.
      *>How far ahead a scrubbed party is offered a new date
           78  Rebook_Window_Days                  value 60.

           *>In-core copy of the reservations book - rebooked
           *>entries are moved to their new date here and refunded
           *>entries dropped when the book is rewritten
           01  Resv_Table.
               05  Resv_Count          PIC 9(3).
               05  Resv_Entry Occurs 200 Times.
                   10  Resv_Date           PIC 9(8).
                   10  Resv_State          PIC X(2).
                   10  Resv_Location       PIC X(15).
                   10  Resv_Num_Child      PIC 9(2).
                   10  Resv_Num_Adult      PIC 9(2).
                   10  Resv_Num_Senior     PIC 9(2).
                   10  Resv_Contact_Name   PIC X(20).
                   10  Resv_Status         PIC X(1).
                       88  Resv_Rebooked           value 'R'.
                       88  Resv_Refunded           value 'Q'.
                   10  Resv_Orig_Date      PIC 9(8).

           *>Cancelled and scrubbed site days off the cancellations
           *>file - the scrubbed day's entries pick the bookings to
           *>move, and no party is moved onto another scrubbed day
           01  Cancel_Table.
               05  Cancel_Count        PIC 9(3).
               05  Cancel_Entry Occurs 500 Times.
                   10  Cancel_Date         PIC 9(8).
                   10  Cancel_State        PIC X(2).
                   10  Cancel_Location     PIC X(15).

           *>Authorized launch sites - loaded at startup from the
           *>site master file maintained by NBJSiteMaint
           01  Valid_Sites.
               05  Site_Count          PIC 9(2).
               05  Valid_Site_Entry Occurs 50 Times.
                   10  Valid_Site_State        PIC X(2).
                   10  Valid_Site_Location     PIC X(15).

           *>Rate schedule loaded at startup from the rate file
           *>maintained by NBJRateMaint - only the fares are carried
           01  Rate_Table.
               05  Rate_Count          PIC 9(2).
               05  Rate_Entry Occurs 20 Times.
                   10  Rate_Effective_Date     PIC 9(8).
                   10  Rate_Child_Fare         PIC 9(3)V9(2).
                   10  Rate_Adult_Fare         PIC 9(3)V9(2).
                   10  Rate_Senior_Fare        PIC 9(3)V9(2).

           *>Landowner agreements and municipal permits loaded at
           *>startup from the file maintained by NBJPermitMaint -
           *>the permitted days run Monday first
           01  Permit_Table.
               05  Permit_Count        PIC 9(3).
               05  Permit_Entry Occurs 100 Times.
                   10  Permit_State        PIC X(2).
                   10  Permit_Location     PIC X(15).
                   10  Permit_Type         PIC X(1).
                       88  Permit_Municipal        value 'M'.
                   10  Permit_Start_Date   PIC 9(8).
                   10  Permit_Expiry_Date  PIC 9(8).
                   10  Permit_Days         PIC X(7).
                   10  Permit_Day_Flags REDEFINES Permit_Days.
                       15  Permit_Day_Flag PIC X(1) Occurs 7 Times.

           *>Edited fields for the printed call list
           01  Display_Fields.
               05  Disp_Party          PIC ZZ9.
               05  Disp_Amount         PIC ZZZZ9.99.
               05  Disp_Total          PIC Z,ZZZ,ZZ9.99.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Resv_Table Cancel_Table
               Valid_Sites Rate_Table Permit_Table.

           100-Initialization.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               DISPLAY "Scrubbed Date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT Scrub_Date

               PERFORM 110-Load-Site-Table
               PERFORM 130-Load-Fleet-Capacity
               PERFORM 140-Load-Rate-Table
               PERFORM 150-Load-Cancel-Table
               PERFORM 170-Load-Resv-Table
               PERFORM 190-Load-Permit-Table

               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Scrubbed Day "
                   "Rebooking Call List"
               DISPLAY "  Scrubbed date " Scrub_Date
               DISPLAY "===================================="
                   "===================================="
               DISPLAY "Contact              St Location        "
                   "Seats Action"

      *>The first pass only moves parties; the parties it could
      *>not place are tried again on the final pass, now that the
      *>moved parties may have lifted a date to the minimum, and
      *>only then queued for refund
               OPEN EXTEND RefundFile PERFORM 800-Validation
               MOVE 'N' TO Pass_Switch
               PERFORM 200-Check-Booking
                   VARYING Resv_Sub FROM 1 BY 1
                   UNTIL Resv_Sub > Resv_Count
               MOVE 'Y' TO Pass_Switch
               PERFORM 200-Check-Booking
                   VARYING Resv_Sub FROM 1 BY 1
                   UNTIL Resv_Sub > Resv_Count
               CLOSE RefundFile

               IF Matched_Count > ZERO
                   PERFORM 700-Rewrite-Resv-File
               END-IF

               PERFORM 900-Print-Totals

               Stop Run.

           110-Load-Site-Table.
               OPEN INPUT SiteMasterFile
               IF File_Status = 35
                   DISPLAY "ABEND: No site master on file - run "
                       "NBJSiteMaint"
                   STOP RUN
               END-IF
               PERFORM 800-Validation
               READ SiteMasterFile
                   AT END MOVE 'Y' TO Site_Eof_Switch
               END-READ
               PERFORM 120-Load-Site-Entry UNTIL Site_Eof
               CLOSE SiteMasterFile.

           120-Load-Site-Entry.
               IF S_Active_Flag = 'Y' AND Site_Count < 50
                   ADD 1 TO Site_Count
                   MOVE S_State    TO Valid_Site_State(Site_Count)
                   MOVE S_Location TO Valid_Site_Location(Site_Count)
               END-IF

               READ SiteMasterFile
                   AT END MOVE 'Y' TO Site_Eof_Switch
               END-READ.

      *>The capacity we can field on any one date is the combined
      *>capacity of every in-service aircraft on the fleet master
           130-Load-Fleet-Capacity.
               OPEN INPUT FleetFile
               IF File_Status = 35
                   DISPLAY "No fleet master on file - no date can "
                       "be offered, every party goes to refund"
               ELSE
                   PERFORM 800-Validation
                   READ FleetFile
                       AT END MOVE 'Y' TO Fleet_Eof_Switch
                   END-READ
                   PERFORM 135-Add-Fleet-Capacity UNTIL Fleet_Eof
                   CLOSE FleetFile
               END-IF.

           135-Add-Fleet-Capacity.
               IF F_Service_Flag = 'Y'
                   ADD F_Capacity TO Fleet_Capacity_Total
               END-IF

               READ FleetFile
                   AT END MOVE 'Y' TO Fleet_Eof_Switch
               END-READ.

           140-Load-Rate-Table.
               OPEN INPUT RateFile
               IF File_Status = 35
                   DISPLAY "ABEND: No rate schedule on file - run "
                       "NBJRateMaint"
                   STOP RUN
               END-IF
               PERFORM 800-Validation
               READ RateFile
                   AT END MOVE 'Y' TO Rate_Eof_Switch
               END-READ
               PERFORM 145-Load-Rate-Entry UNTIL Rate_Eof
               CLOSE RateFile.

           145-Load-Rate-Entry.
               IF Rate_Count < 20
                   ADD 1 TO Rate_Count
                   MOVE R_Effective_Date
                       TO Rate_Effective_Date(Rate_Count)
                   MOVE R_Child_Fare
                       TO Rate_Child_Fare(Rate_Count)
                   MOVE R_Adult_Fare
                       TO Rate_Adult_Fare(Rate_Count)
                   MOVE R_Senior_Fare
                       TO Rate_Senior_Fare(Rate_Count)
               END-IF

               READ RateFile
                   AT END MOVE 'Y' TO Rate_Eof_Switch
               END-READ.

           150-Load-Cancel-Table.
               OPEN INPUT CancelFile PERFORM 800-Validation
               READ CancelFile
                   AT END MOVE 'Y' TO Cancel_Eof_Switch
               END-READ
               PERFORM 160-Load-Cancel-Entry UNTIL Cancel_Eof
               CLOSE CancelFile.

      *>Only the scrubbed day and the dates after it are ever
      *>looked up, so earlier cancellations are not kept. A missed
      *>cancellation would leave a party unmoved or rebooked onto
      *>a scrubbed day, so stop rather than run on part of the file
           160-Load-Cancel-Entry.
               IF K_Cancel_Date NOT < Scrub_Date
                   IF Cancel_Count < 500
                       ADD 1 TO Cancel_Count
                       MOVE K_Cancel_Date
                           TO Cancel_Date(Cancel_Count)
                       MOVE K_State
                           TO Cancel_State(Cancel_Count)
                       MOVE K_Location
                           TO Cancel_Location(Cancel_Count)
                   ELSE
                       DISPLAY "ABEND: Cancellation table full - "
                           "cancelled site days would be missed"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF

               READ CancelFile
                   AT END MOVE 'Y' TO Cancel_Eof_Switch
               END-READ.

           170-Load-Resv-Table.
               MOVE SPACE TO Overflow_Switch
               OPEN INPUT ResvFile PERFORM 800-Validation
               IF File_Status = 05
                   DISPLAY "No reservations on file - nothing to "
                       "rebook"
               END-IF
               READ ResvFile
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ
               PERFORM 180-Load-Resv-Entry UNTIL Resv_Eof
               CLOSE ResvFile.

      *>A book larger than the table cannot be rewritten without
      *>losing bookings, so stop rather than run on part of it
           180-Load-Resv-Entry.
               IF Resv_Count < 200
                   ADD 1 TO Resv_Count
                   MOVE B_Resv_Date   TO Resv_Date(Resv_Count)
                   MOVE B_State       TO Resv_State(Resv_Count)
                   MOVE B_Location    TO Resv_Location(Resv_Count)
                   MOVE B_Num_Child   TO Resv_Num_Child(Resv_Count)
                   MOVE B_Num_Adult   TO Resv_Num_Adult(Resv_Count)
                   MOVE B_Num_Senior  TO Resv_Num_Senior(Resv_Count)
                   MOVE B_Contact_Name
                       TO Resv_Contact_Name(Resv_Count)
                   MOVE B_Resv_Status TO Resv_Status(Resv_Count)
                   IF B_Orig_Date IS NUMERIC
                       MOVE B_Orig_Date TO Resv_Orig_Date(Resv_Count)
                   ELSE
                       MOVE ZERO TO Resv_Orig_Date(Resv_Count)
                   END-IF
               ELSE
                   DISPLAY "ABEND: Reservation table full - the book "
                       "cannot be rewritten without losing bookings"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               READ ResvFile
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ.

      *>With no permission file on disk yet every date is taken
      *>as covered, as before the file was kept
           190-Load-Permit-Table.
               MOVE SPACE TO Overflow_Switch
               OPEN INPUT PermitFile PERFORM 800-Validation
               READ PermitFile
                   AT END MOVE 'Y' TO Permit_Eof_Switch
               END-READ
               PERFORM 195-Load-Permit-Entry UNTIL Permit_Eof
               CLOSE PermitFile.

           195-Load-Permit-Entry.
               IF Permit_Count < 100
                   ADD 1 TO Permit_Count
                   MOVE LP_State     TO Permit_State(Permit_Count)
                   MOVE LP_Location  TO Permit_Location(Permit_Count)
                   MOVE LP_Permit_Type TO Permit_Type(Permit_Count)
                   MOVE LP_Start_Date
                       TO Permit_Start_Date(Permit_Count)
                   MOVE LP_Expiry_Date
                       TO Permit_Expiry_Date(Permit_Count)
                   MOVE LP_Permitted_Days
                       TO Permit_Days(Permit_Count)
               ELSE
                   IF NOT Overflow_Noted
                       DISPLAY "WARNING: Permission table full - "
                           "remaining records ignored"
                       MOVE 'Y' TO Overflow_Switch
                   END-IF
               END-IF

               READ PermitFile
                   AT END MOVE 'Y' TO Permit_Eof_Switch
               END-READ.

           200-Check-Booking.
               IF Resv_Date(Resv_Sub) = Scrub_Date
                   MOVE Scrub_Date TO Lookup_Date
                   MOVE Resv_State(Resv_Sub) TO Lookup_State
                   MOVE Resv_Location(Resv_Sub) TO Lookup_Location
                   PERFORM 600-Find-Cancel-Day
                   IF Site_Day_Cancelled
                       IF NOT Final_Pass
                           ADD 1 TO Matched_Count
                       END-IF
                       PERFORM 300-Rebook-Or-Refund
                   END-IF
               END-IF.

      *>The search starts the day after the scrub, or tomorrow when
      *>the run is late, so a party is never offered a past date
           300-Rebook-Or-Refund.
               COMPUTE Party_Size = Resv_Num_Child(Resv_Sub)
                   + Resv_Num_Adult(Resv_Sub)
                   + Resv_Num_Senior(Resv_Sub)
               COMPUTE Start_Int =
                   FUNCTION INTEGER-OF-DATE(Scrub_Date) + 1
               IF Start_Int NOT >
                   FUNCTION INTEGER-OF-DATE(Today_Date)
                   COMPUTE Start_Int =
                       FUNCTION INTEGER-OF-DATE(Today_Date) + 1
               END-IF
               COMPUTE Last_Int = Start_Int + Rebook_Window_Days - 1

               MOVE 'N' TO Site_Switch
               PERFORM 620-Check-Site-Entry
                   VARYING Site_Sub FROM 1 BY 1
                   UNTIL Site_Sub > Site_Count OR Valid_Site

               MOVE 'N' TO Open_Switch
               IF Valid_Site
                   PERFORM 310-Try-Date
                       VARYING Try_Int FROM Start_Int BY 1
                       UNTIL Try_Int > Last_Int OR Open_Date_Found
               END-IF

               IF Open_Date_Found
                   PERFORM 320-Rebook-Party
               ELSE
                   IF Final_Pass
                       PERFORM 330-Queue-Refund
                   END-IF
               END-IF.

           310-Try-Date.
               MOVE FUNCTION DATE-OF-INTEGER(Try_Int) TO Try_Date
               MOVE Try_Date TO Lookup_Date
               PERFORM 600-Find-Cancel-Day
               PERFORM 680-Check-Site-Permit
               IF NOT Site_Day_Cancelled AND Site_Day_Permitted
                   PERFORM 650-Sum-Bookings
                   IF Date_Booked + Party_Size
                       NOT > Fleet_Capacity_Total
                       AND Site_Booked + Party_Size
                       NOT < Minimum_to_Launch
                       MOVE 'Y' TO Open_Switch
                       MOVE Try_Date TO Open_Date
                   END-IF
               END-IF.

      *>A party scrubbed a second time keeps the date it first
      *>booked as its original date
           320-Rebook-Party.
               ADD 1 TO Rebooked_Count
               IF NOT Resv_Rebooked(Resv_Sub)
                   MOVE Resv_Date(Resv_Sub) TO Resv_Orig_Date(Resv_Sub)
               END-IF
               MOVE 'R' TO Resv_Status(Resv_Sub)
               MOVE Open_Date TO Resv_Date(Resv_Sub)
               MOVE Party_Size TO Disp_Party
               DISPLAY Resv_Contact_Name(Resv_Sub) " "
                   Resv_State(Resv_Sub) " "
                   Resv_Location(Resv_Sub) "   " Disp_Party
                   " REBOOK " Open_Date.

           330-Queue-Refund.
               ADD 1 TO Refund_Count
               MOVE Scrub_Date TO Lookup_Date
               PERFORM 660-Find-Rates
               IF Rates_Found
                   COMPUTE Refund_Amount =
                       Resv_Num_Child(Resv_Sub)
                       * Rate_Child_Fare(Best_Rate_Sub)
                       + Resv_Num_Adult(Resv_Sub)
                       * Rate_Adult_Fare(Best_Rate_Sub)
                       + Resv_Num_Senior(Resv_Sub)
                       * Rate_Senior_Fare(Best_Rate_Sub)
               ELSE
                   MOVE ZERO TO Refund_Amount
                   DISPLAY "WARNING: No rates in force for "
                       Scrub_Date " - refund for "
                       Resv_Contact_Name(Resv_Sub)
                       " queued at zero"
               END-IF
               ADD Refund_Amount TO Refund_Total

               MOVE Today_Date               TO RQ_Queue_Date
               MOVE Scrub_Date               TO RQ_Cancel_Date
               MOVE Resv_State(Resv_Sub)     TO RQ_State
               MOVE Resv_Location(Resv_Sub)  TO RQ_Location
               MOVE Resv_Contact_Name(Resv_Sub)
                   TO RQ_Contact_Name
               MOVE Resv_Num_Child(Resv_Sub)  TO RQ_Num_Child
               MOVE Resv_Num_Adult(Resv_Sub)  TO RQ_Num_Adult
               MOVE Resv_Num_Senior(Resv_Sub) TO RQ_Num_Senior
               MOVE Refund_Amount            TO RQ_Refund_Amount
               WRITE RQ_Record

               MOVE 'Q' TO Resv_Status(Resv_Sub)
               MOVE Party_Size TO Disp_Party
               MOVE Refund_Amount TO Disp_Amount
               DISPLAY Resv_Contact_Name(Resv_Sub) " "
                   Resv_State(Resv_Sub) " "
                   Resv_Location(Resv_Sub) "   " Disp_Party
                   " REFUND " Disp_Amount.

           600-Find-Cancel-Day.
               MOVE 'N' TO Cancel_Switch
               PERFORM 610-Check-Cancel-Entry
                   VARYING Cancel_Sub FROM 1 BY 1
                   UNTIL Cancel_Sub > Cancel_Count
                   OR Site_Day_Cancelled.

           610-Check-Cancel-Entry.
               IF Cancel_Date(Cancel_Sub) = Lookup_Date
                   AND Cancel_State(Cancel_Sub) = Lookup_State
                   AND Cancel_Location(Cancel_Sub) = Lookup_Location
                   MOVE 'Y' TO Cancel_Switch
               END-IF.

           620-Check-Site-Entry.
               IF Valid_Site_State(Site_Sub) = Lookup_State
                   AND Valid_Site_Location(Site_Sub) = Lookup_Location
                   MOVE 'Y' TO Site_Switch
               END-IF.

      *>Seats already booked on the date being tried, across the
      *>fleet and at the party's own site - refunded bookings no
      *>longer hold seats
           650-Sum-Bookings.
               MOVE ZERO TO Date_Booked
               MOVE ZERO TO Site_Booked
               PERFORM 655-Sum-Booking-Entry
                   VARYING Sum_Sub FROM 1 BY 1
                   UNTIL Sum_Sub > Resv_Count.

           655-Sum-Booking-Entry.
               IF Resv_Date(Sum_Sub) = Try_Date
                   AND NOT Resv_Refunded(Sum_Sub)
                   ADD Resv_Num_Child(Sum_Sub)  TO Date_Booked
                   ADD Resv_Num_Adult(Sum_Sub)  TO Date_Booked
                   ADD Resv_Num_Senior(Sum_Sub) TO Date_Booked
                   IF Resv_State(Sum_Sub) = Lookup_State
                       AND Resv_Location(Sum_Sub) = Lookup_Location
                       ADD Resv_Num_Child(Sum_Sub)  TO Site_Booked
                       ADD Resv_Num_Adult(Sum_Sub)  TO Site_Booked
                       ADD Resv_Num_Senior(Sum_Sub) TO Site_Booked
                   END-IF
               END-IF.

           660-Find-Rates.
               MOVE 'N' TO Rate_Switch
               MOVE ZERO TO Best_Rate_Sub
               PERFORM 670-Check-Rate-Entry
                   VARYING Rate_Sub FROM 1 BY 1
                   UNTIL Rate_Sub > Rate_Count.

           670-Check-Rate-Entry.
               IF Rate_Effective_Date(Rate_Sub) NOT > Lookup_Date
                   IF Rates_Not_Found
                       MOVE 'Y' TO Rate_Switch
                       MOVE Rate_Sub TO Best_Rate_Sub
                   ELSE
                       IF Rate_Effective_Date(Rate_Sub) >
                           Rate_Effective_Date(Best_Rate_Sub)
                           MOVE Rate_Sub TO Best_Rate_Sub
                       END-IF
                   END-IF
               END-IF.

      *>A site day is covered when a current landowner agreement
      *>allows the weekday and, where the site carries a municipal
      *>permit, a current permit allows it too - day 1 on the day
      *>number scale is a Monday
           680-Check-Site-Permit.
               MOVE 'N' TO Landowner_Switch
               MOVE 'N' TO Municipal_Switch
               MOVE 'N' TO Municipal_Need_Switch
               IF Permit_Count = ZERO
                   MOVE 'Y' TO Permit_Switch
               ELSE
                   COMPUTE Permit_Day_Int = Try_Int - 1
                   DIVIDE Permit_Day_Int BY 7 GIVING Permit_Weeks
                       REMAINDER Permit_Weekday
                   ADD 1 TO Permit_Weekday
                   PERFORM 690-Check-Permit-Entry
                       VARYING Permit_Sub FROM 1 BY 1
                       UNTIL Permit_Sub > Permit_Count
                   IF Landowner_Covered
                       AND (Municipal_Covered OR NOT Municipal_Required)
                       MOVE 'Y' TO Permit_Switch
                   ELSE
                       MOVE 'N' TO Permit_Switch
                   END-IF
               END-IF.

           690-Check-Permit-Entry.
               IF Permit_State(Permit_Sub) = Lookup_State
                   AND Permit_Location(Permit_Sub) = Lookup_Location
                   IF Permit_Municipal(Permit_Sub)
                       MOVE 'Y' TO Municipal_Need_Switch
                   END-IF
                   IF Permit_Start_Date(Permit_Sub) NOT > Try_Date
                       AND Permit_Expiry_Date(Permit_Sub)
                       NOT < Try_Date
                       AND Permit_Day_Flag(Permit_Sub, Permit_Weekday)
                       = 'Y'
                       IF Permit_Municipal(Permit_Sub)
                           MOVE 'Y' TO Municipal_Switch
                       ELSE
                           MOVE 'Y' TO Landowner_Switch
                       END-IF
                   END-IF
               END-IF.

           700-Rewrite-Resv-File.
               OPEN OUTPUT ResvFile PERFORM 800-Validation
               PERFORM 710-Write-Resv-Entry
                   VARYING Resv_Sub FROM 1 BY 1
                   UNTIL Resv_Sub > Resv_Count
               CLOSE ResvFile.

      *>A refunded booking leaves the reservations file - its
      *>record of the party and the amount owed is on the refund
      *>queue
           710-Write-Resv-Entry.
               IF NOT Resv_Refunded(Resv_Sub)
                   MOVE Resv_Date(Resv_Sub)         TO B_Resv_Date
                   MOVE Resv_State(Resv_Sub)        TO B_State
                   MOVE Resv_Location(Resv_Sub)     TO B_Location
                   MOVE Resv_Num_Child(Resv_Sub)    TO B_Num_Child
                   MOVE Resv_Num_Adult(Resv_Sub)    TO B_Num_Adult
                   MOVE Resv_Num_Senior(Resv_Sub)   TO B_Num_Senior
                   MOVE Resv_Contact_Name(Resv_Sub) TO B_Contact_Name
                   MOVE Resv_Status(Resv_Sub)       TO B_Resv_Status
                   MOVE Resv_Orig_Date(Resv_Sub)    TO B_Orig_Date
                   WRITE B_Record
               END-IF.

           800-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: File not found (File_Status=35)"
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "file (File_Status=37)"
                       STOP RUN
                   ELSE
      *>File status 05 is a successful open of an optional file
      *>that was not yet on disk
                       IF File_Status NOT = 00 AND NOT = 05
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

           900-Print-Totals.
               DISPLAY "------------------------------------"
                   "------------------------------------"
               IF Matched_Count = ZERO
                   DISPLAY "No bookings at a scrubbed site for "
                       Scrub_Date
               END-IF
               DISPLAY "Bookings on scrubbed sites   " Matched_Count
               DISPLAY "Rebooked to a later date     " Rebooked_Count
               DISPLAY "Queued for refund            " Refund_Count
               MOVE Refund_Total TO Disp_Total
               DISPLAY "Refund liability queued  " Disp_Total
               DISPLAY "===================================="
                   "====================================".

       End Program NBJRebook.
