      *                    exceed the fleet capacity we can field
      *                    or leave a site short of the minimum
      *                    headcount to launch
      *    10/15/2026  AD  Carry the booking status and original
      *                    flight date set when NBJRebook moves a
      *                    party off a scrubbed day, and show the
      *                    original date on the list
      *    10/15/2026  AD  Refuse a booking for a site day not
      *                    covered by a current landowner agreement,
      *                    or by the town's permit where one is on
      *                    file, for that weekday (see
      *                    NBJPermitMaint)

       Environment Division.
           Configuration Section.
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

                   REPLACING LEADING ==Prefix== BY ==S==.

           FD  FleetFile
               Record Contains 38 Characters.
               COPY Fleet_Record
                   REPLACING LEADING ==Prefix== BY ==F==.

           FD  PermitFile
               Record Contains 61 Characters.
               COPY Permit_Record
                   REPLACING LEADING ==Prefix== BY ==LP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Date_Booked         PIC 9(4).
               05  Site_Booked         PIC 9(4).
               05  Fleet_Capacity_Total    PIC 9(4).
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

           *>In-core copy of the reservations book - maintained here
                   10  Resv_Num_Adult      PIC 9(2).
                   10  Resv_Num_Senior     PIC 9(2).
                   10  Resv_Contact_Name   PIC X(20).
                   10  Resv_Status         PIC X(1).
                       88  Resv_Rebooked           value 'R'.
                   10  Resv_Orig_Date      PIC 9(8).

           *>Authorized launch sites - loaded at startup from the
           *>site master file maintained by NBJSiteMaint
                   10  Valid_Site_State        PIC X(2).
                   10  Valid_Site_Location     PIC X(15).

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

           Local-Storage Section.

           Linkage Section.
           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Resv_Table Valid_Sites
               Permit_Table.

           100-Initialization.
               PERFORM 110-Load-Site-Table
               PERFORM 130-Load-Fleet-Capacity
               PERFORM 150-Load-Resv-Table
               PERFORM 170-Load-Permit-Table

               MOVE SPACE TO Menu_Choice
               PERFORM 200-Process-Menu UNTIL Choice_Exit
                   MOVE B_Num_Senior  TO Resv_Num_Senior(Resv_Count)
                   MOVE B_Contact_Name
                       TO Resv_Contact_Name(Resv_Count)
      *>Bookings written before the status was carried read the
      *>new fields as spaces - treat them as original bookings
                   MOVE B_Resv_Status TO Resv_Status(Resv_Count)
                   IF B_Orig_Date IS NUMERIC
                       MOVE B_Orig_Date TO Resv_Orig_Date(Resv_Count)
                   ELSE
                       MOVE ZERO TO Resv_Orig_Date(Resv_Count)
                   END-IF
               ELSE
                   IF NOT Overflow_Noted
                       DISPLAY "Reservation table full - remaining "
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ.

      *>With no permission file on disk yet the site day checks
      *>are skipped rather than refusing every booking
           170-Load-Permit-Table.
               MOVE SPACE TO Overflow_Switch
               OPEN INPUT PermitFile PERFORM 800-Validation
               IF File_Status = 05
                   DISPLAY "No site permissions on file - permit "
                       "checks skipped (run NBJPermitMaint)"
               END-IF
               READ PermitFile
                   AT END MOVE 'Y' TO Permit_Eof_Switch
               END-READ
               PERFORM 180-Load-Permit-Entry UNTIL Permit_Eof
               CLOSE PermitFile.

           180-Load-Permit-Entry.
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
                       DISPLAY "Permission table full - remaining "
                           "records ignored"
                       MOVE 'Y' TO Overflow_Switch
                   END-IF
               END-IF

               READ PermitFile
                   AT END MOVE 'Y' TO Permit_Eof_Switch
               END-READ.

           200-Process-Menu.
               DISPLAY " "
               DISPLAY "NBJ Advance Reservations"
                   DISPLAY "Reservation table full - cannot add"
               ELSE
                   PERFORM 310-Get-Booking-Site
                   DISPLAY "Flight Date (YYYYMMDD) "
                       WITH NO ADVANCING
                   ACCEPT Entry_Resv_Date
                   PERFORM 650-Check-Site-Permit
                   IF NOT Site_Day_Permitted
                       PERFORM 340-Show-Permit-Refusal
                   ELSE
                       PERFORM 320-Accept-Booking
                       PERFORM 600-Sum-Bookings
                       PERFORM 330-Check-Booking-Levels
                   END-IF
               END-IF.

           310-Get-Booking-Site.
               ADD 1 TO Resv_Count
               MOVE Entry_State    TO Resv_State(Resv_Count)
               MOVE Entry_Location TO Resv_Location(Resv_Count)
               MOVE Entry_Resv_Date TO Resv_Date(Resv_Count)
               DISPLAY "Contact Name " WITH NO ADVANCING
               ACCEPT Resv_Contact_Name(Resv_Count)
               ACCEPT Resv_Num_Adult(Resv_Count)
               DISPLAY "Senior Seats Booked " WITH NO ADVANCING
               ACCEPT Resv_Num_Senior(Resv_Count)
               MOVE SPACE TO Resv_Status(Resv_Count)
               MOVE ZERO TO Resv_Orig_Date(Resv_Count)
               DISPLAY "Booking saved".

           330-Check-Booking-Levels.
                       "headcount to launch"
               END-IF.

      *>A party is not sold seats on a field the landowner has
      *>not let us use that day
           340-Show-Permit-Refusal.
               IF NOT Landowner_Covered
                   DISPLAY "No current landowner agreement at "
                       Entry_State " " Entry_Location " for "
                       Entry_Resv_Date " - booking not taken"
               ELSE
                   DISPLAY "No current municipal permit at "
                       Entry_State " " Entry_Location " for "
                       Entry_Resv_Date " - booking not taken"
               END-IF.

           500-List-Bookings.
               DISPLAY "Date     St Location        Ch Ad Sr "
                   "Contact"
                   UNTIL Resv_Sub > Resv_Count.

           510-List-Resv-Entry.
               IF Resv_Rebooked(Resv_Sub)
                   DISPLAY Resv_Date(Resv_Sub) " "
                       Resv_State(Resv_Sub) " "
                       Resv_Location(Resv_Sub) " "
                       Resv_Num_Child(Resv_Sub) " "
                       Resv_Num_Adult(Resv_Sub) " "
                       Resv_Num_Senior(Resv_Sub) " "
                       Resv_Contact_Name(Resv_Sub) " Rebooked from "
                       Resv_Orig_Date(Resv_Sub)
               ELSE
                   DISPLAY Resv_Date(Resv_Sub) " "
                       Resv_State(Resv_Sub) " "
                       Resv_Location(Resv_Sub) " "
                       Resv_Num_Child(Resv_Sub) " "
                       Resv_Num_Adult(Resv_Sub) " "
                       Resv_Num_Senior(Resv_Sub) " "
                       Resv_Contact_Name(Resv_Sub)
               END-IF.

      *>Total seats booked on the entry date across all sites and
      *>at the entry site alone, for the overbook/underbook warnings
                   END-IF
               END-IF.

      *>A site day is covered when a current landowner agreement
      *>allows the weekday and, where the site carries a municipal
      *>permit, a current permit allows it too - day 1 on the day
      *>number scale is a Monday
           650-Check-Site-Permit.
               MOVE 'N' TO Landowner_Switch
               MOVE 'N' TO Municipal_Switch
               MOVE 'N' TO Municipal_Need_Switch
               IF Permit_Count = ZERO
                   MOVE 'Y' TO Permit_Switch
               ELSE
                   COMPUTE Permit_Day_Int =
                       FUNCTION INTEGER-OF-DATE(Entry_Resv_Date) - 1
                   DIVIDE Permit_Day_Int BY 7 GIVING Permit_Weeks
                       REMAINDER Permit_Weekday
                   ADD 1 TO Permit_Weekday
                   PERFORM 660-Check-Permit-Entry
                       VARYING Permit_Sub FROM 1 BY 1
                       UNTIL Permit_Sub > Permit_Count
                   IF Landowner_Covered
                       AND (Municipal_Covered OR NOT Municipal_Required)
                       MOVE 'Y' TO Permit_Switch
                   ELSE
                       MOVE 'N' TO Permit_Switch
                   END-IF
               END-IF.

           660-Check-Permit-Entry.
               IF Permit_State(Permit_Sub) = Entry_State
                   AND Permit_Location(Permit_Sub) = Entry_Location
                   IF Permit_Municipal(Permit_Sub)
                       MOVE 'Y' TO Municipal_Need_Switch
                   END-IF
                   IF Permit_Start_Date(Permit_Sub)
                       NOT > Entry_Resv_Date
                       AND Permit_Expiry_Date(Permit_Sub)
                       NOT < Entry_Resv_Date
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
               MOVE Resv_Num_Adult(Resv_Sub)    TO B_Num_Adult
               MOVE Resv_Num_Senior(Resv_Sub)   TO B_Num_Senior
               MOVE Resv_Contact_Name(Resv_Sub) TO B_Contact_Name
               MOVE Resv_Status(Resv_Sub)       TO B_Resv_Status
               MOVE Resv_Orig_Date(Resv_Sub)    TO B_Orig_Date
               WRITE B_Record.

           800-Validation.
