      *                    startup so its counter starts at zero,
      *                    and warn once when it fills and the
      *                    session duplicate checks go incomplete
      *    10/15/2026  AD  Key a passenger manifest for each balloon
      *                    flown - name, fare category, weight and
      *                    signed waiver - and refuse the tail when
      *                    a waiver is unsigned or the load is over
      *                    the aircraft's maximum payload on the
      *                    fleet master; the day's passenger counts
      *                    are taken from the manifest and the
      *                    manifest is kept by flight date in the
      *                    manifest file
      *    10/15/2026  AD  Warn when a site day is not covered by a
      *                    current landowner agreement, or by the
      *                    town's permit where one is on file, for
      *                    the weekday flown (see NBJPermitMaint)
      *    10/15/2026  AD  Key a flight type for each site day - R
      *                    regular or C private charter / corporate
      *                    group - on the entry screen and the
      *                    transaction; a charter day is priced at
      *                    the flat charter rate per basket instead
      *                    of per seat, is not held to the minimum
      *                    headcount, and carries its baskets and
      *                    charter revenue on the flight detail and
      *                    on a scrubbed day's cancel record

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional ManifestFile
                       assign to ManifestData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional AuditFile assign to AuditData
                       File Status is File_Status
                       Organization is Line Sequential.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional PermitFile assign to PermitData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperatorFile assign to OperatorData
                       File Status is File_Status
                       Organization is Line Sequential.
               COPY Output_Record REPLACING LEADING ==Prefix== BY ==M==.

           FD  RateFile
               Record Contains 46 Characters.
               COPY Rate_Record
                   REPLACING LEADING ==Prefix== BY ==R==.

                   REPLACING LEADING ==Prefix== BY ==S==.

           FD  FlightDetailFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==D==.

           FD  TranFile
               Record Contains 37 Characters.
               COPY Tran_Record
                   REPLACING LEADING ==Prefix== BY ==T==.

                   05  X_Reason                PIC X(35).

           FD  FleetFile
               Record Contains 38 Characters.
               COPY Fleet_Record
                   REPLACING LEADING ==Prefix== BY ==F==.

                   REPLACING LEADING ==Prefix== BY ==V==.

           FD  CancelFile
               Record Contains 34 Characters.
               COPY Cancel_Record
                   REPLACING LEADING ==Prefix== BY ==K==.

           FD  ManifestFile
               Record Contains 56 Characters.
               COPY Manifest_Record
                   REPLACING LEADING ==Prefix== BY ==MF==.

           FD  AuditFile
               Record Contains 59 Characters.
               01  Audit_Record.
                   05  CP_Date                 PIC 9(8).

           FD  ResvFile
               Record Contains 60 Characters.
               COPY Resv_Record
                   REPLACING LEADING ==Prefix== BY ==B==.

               COPY Assign_Record
                   REPLACING LEADING ==Prefix== BY ==A==.

           FD  PermitFile
               Record Contains 61 Characters.
               COPY Permit_Record
                   REPLACING LEADING ==Prefix== BY ==LP==.

           FD  OperatorFile
               Record Contains 30 Characters.
               COPY Operator_Record
           *>Rates in force for the day being priced - filled from
           *>the rate schedule table by flight date before any
           *>calculation (child is under 12, adult is 12 through 61,
           *>senior is 62 or over; one propane tank per trip; a
           *>charter is sold by the basket whatever its load)
           01  Current_Rates.
               05  Child               PIC 9(3)V9(2).
               05  Adult               PIC 9(3)V9(2).
               05  PropaneCost         PIC 9(3)V9(2).
               05  Pilot_Day_Rate      PIC 9(4)V9(2).
               05  Other_Empl_Day_Rate PIC 9(4)V9(2).
               05  Charter_Rate        PIC 9(4)V9(2).

           *>Rate schedule loaded at startup from the rate file
           *>maintained by NBJRateMaint
                   10  Rate_Propane_Cost       PIC 9(3)V9(2).
                   10  Rate_Pilot_Day_Rate     PIC 9(4)V9(2).
                   10  Rate_Other_Day_Rate     PIC 9(4)V9(2).
                   10  Rate_Charter_Rate       PIC 9(4)V9(2).

           *>Balloon fleet loaded at startup from the fleet master
           *>file maintained by NBJFleetMaint
                   10  Fleet_Last_Inspection   PIC 9(8).
                   10  Fleet_Service_Flag      PIC X(1).
                       88  Balloon_In_Service      value 'Y'.
                   10  Fleet_Max_Payload       PIC 9(4).

           *>Tail numbers keyed for the day's flights
           01  Flown_Tails.
               05  Flown_Tail Occurs 9 Times   PIC X(6).

           *>Passenger manifest for the site day being keyed - one
           *>entry per passenger in each accepted balloon, written to
           *>the manifest file with the day's records
           01  Manifest_Table.
               05  Manifest_Count      PIC 9(3).
               05  Manifest_Entry Occurs 200 Times.
                   10  Manifest_Tail_Number    PIC X(6).
                   10  Manifest_Name           PIC X(20).
                   10  Manifest_Category       PIC X(1).
                       88  Manifest_Child          value 'C'.
                       88  Manifest_Adult          value 'A'.
                       88  Manifest_Senior         value 'S'.
                   10  Manifest_Weight         PIC 9(3).
                   10  Manifest_Waiver         PIC X(1).
                       88  Waiver_Signed           value 'Y'.

           *>Pilot and employee roster loaded at startup from the
           *>roster file maintained by NBJPilotMaint
           01  Roster_Table.
               05  Child_Revenue       PIC 9(4)V9(2).
               05  Adult_Revenue       PIC 9(4)V9(2).
               05  Senior_Revenue      PIC 9(4)V9(2).
               05  Charter_Revenue     PIC 9(5)V9(2).
               05  Entry_Flight_Type   PIC X(1).
                   88  Regular_Flight          value 'R'.
                   88  Charter_Flight          value 'C'.
               05  Passenger_Total     PIC 9(3).
               05  Launch_Switch       PIC X(1).
                   88  Launch_OK               value 'Y'.
               05  Inspection_Due      PIC 9(8).
               05  Tail_Switch         PIC X(1).
                   88  Tail_Accepted           value 'Y'.
               05  Manifest_Sub        PIC 9(3).
               05  Tail_Start_Count    PIC 9(3).
               05  Tail_Passengers     PIC 9(2).
               05  Passenger_Sub       PIC 9(3).
               05  Tail_Weight         PIC 9(5).
               05  Entry_Category      PIC X(1).
                   88  Category_Valid          value 'C' 'A' 'S'.
               05  Waiver_Switch       PIC X(1).
                   88  Waiver_Missing          value 'Y'.
               05  Roster_Eof_Switch   PIC X(1).
                   88  Roster_Eof              value 'Y'.
               05  Entry_Empl_Id       PIC X(5).
                   88  Overflow_Noted          value 'Y'.
               05  Written_Full_Switch PIC X(1).
                   88  Written_Full_Noted      value 'Y'.
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

           *>Authorized launch sites - loaded at startup from the
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
           INITIALIZE Misc_Variables Session_Totals Written_Table
               Permit_Table.
           
           100-Initialization.
               PERFORM 110-Read-Checkpoint
               PERFORM 115-Get-Operator-Id
               PERFORM 120-Load-Site-Table
               PERFORM 125-Load-Permit-Table
               PERFORM 130-Get-Run-Mode
               PERFORM 140-Load-Rate-Table
               PERFORM 150-Load-Fleet-Table
               OPEN EXTEND CancelFile PERFORM 500-Validation
               OPEN EXTEND BalloonLogFile PERFORM 500-Validation
               OPEN EXTEND WorkLogFile PERFORM 500-Validation
               OPEN EXTEND ManifestFile PERFORM 500-Validation
               OPEN EXTEND AuditFile PERFORM 500-Validation

               IF Batch_Mode
               CLOSE CancelFile
               CLOSE BalloonLogFile
               CLOSE WorkLogFile
               CLOSE ManifestFile
               IF Hist_Available
                   CLOSE HistoryFile
               END-IF
                   AT END MOVE 'Y' TO Site_Eof_Switch
               END-READ.

      *>With no permission file on disk yet the site day checks
      *>are skipped rather than warning on every site
           125-Load-Permit-Table.
               MOVE SPACE TO Permit_Eof_Switch
               OPEN INPUT PermitFile PERFORM 500-Validation
               IF File_Status = 05
                   DISPLAY "No site permissions on file - permit "
                       "checks skipped (run NBJPermitMaint)"
               END-IF
               READ PermitFile
                   AT END MOVE 'Y' TO Permit_Eof_Switch
               END-READ
               PERFORM 126-Load-Permit-Entry UNTIL Permit_Eof
               CLOSE PermitFile.

           126-Load-Permit-Entry.
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

           130-Get-Run-Mode.
               MOVE SPACE TO Run_Mode
               PERFORM 131-Prompt-Run-Mode
                       TO Rate_Pilot_Day_Rate(Rate_Count)
                   MOVE R_Other_Empl_Day_Rate
                       TO Rate_Other_Day_Rate(Rate_Count)
      *>A rate set saved before the charter rate was added has no
      *>charter rate - charter days on it are refused
                   IF R_Charter_Basket_Rate IS NUMERIC
                       MOVE R_Charter_Basket_Rate
                           TO Rate_Charter_Rate(Rate_Count)
                   ELSE
                       MOVE ZERO TO Rate_Charter_Rate(Rate_Count)
                   END-IF
               END-IF

               READ RateFile
                       TO Fleet_Last_Inspection(Fleet_Count)
                   MOVE F_Service_Flag
                       TO Fleet_Service_Flag(Fleet_Count)
                   IF F_Max_Payload IS NUMERIC
                       MOVE F_Max_Payload
                           TO Fleet_Max_Payload(Fleet_Count)
                   ELSE
                       MOVE ZERO TO Fleet_Max_Payload(Fleet_Count)
                   END-IF
               END-IF

               READ FleetFile
           200-Get-UserInput.
               PERFORM 210-Get-Site-Code

               MOVE SPACE TO Entry_Flight_Type
               PERFORM 215-Get-Flight-Type
                   UNTIL Regular_Flight OR Charter_Flight

               DISPLAY "Did this site fly today? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT Flown_Switch
                       DISPLAY "No rates in force for the flight "
                           "date - day not recorded"
                   ELSE
                       IF Charter_Flight AND Charter_Rate = ZERO
                           DISPLAY "No charter rate in force for "
                               "the flight date - day not recorded"
                       ELSE
                           PERFORM 300-Calculations
                           PERFORM 600-Check-Minimum-Launch
                           IF Launch_OK
                               PERFORM 400-Write-Records
                           ELSE
                               DISPLAY "Below minimum headcount to "
                                   "launch - day recorded as "
                                   "cancelled"
                               MOVE 'L' TO Cancel_Reason
                               PERFORM 420-Write-Cancel-Record
                           END-IF
                       END-IF
                   END-IF.

           202-Get-Balloon-Tails.
               MOVE ZERO TO Capacity_Total
               MOVE ZERO TO Manifest_Count
               PERFORM 203-Get-One-Tail
                   VARYING Balloon_Sub FROM 1 BY 1
                   UNTIL Balloon_Sub > Entry_Balloons.
                       DISPLAY "Aircraft is out of service - "
                           "re-enter"
                   ELSE
                       IF Fleet_Max_Payload(Fleet_Found_Sub) = ZERO
                           DISPLAY "No maximum payload on the fleet "
                               "master for this aircraft (run "
                               "NBJFleetMaint) - re-enter"
                       ELSE
                           COMPUTE Inspection_Due =
                               Fleet_Last_Inspection(Fleet_Found_Sub)
                               + 10000
                           IF Flight_Date > Inspection_Due
                               DISPLAY "WARNING: " Entry_Tail_Number
                                   " is out of inspection (last "
                                   Fleet_Last_Inspection
                                   (Fleet_Found_Sub) ")"
                           END-IF
                           PERFORM 212-Get-Tail-Manifest
                       END-IF
                   END-IF
               END-IF.

      *>Passenger counts for the day come from the manifests keyed
      *>with each balloon - each tail was already held to its own
      *>capacity and payload as it was accepted
           205-Get-Passenger-Counts.
               MOVE ZERO TO Num_Child
               MOVE ZERO TO Num_Adult
               MOVE ZERO TO Num_Senior
               PERFORM 206-Tally-Manifest-Entry
                   VARYING Manifest_Sub FROM 1 BY 1
                   UNTIL Manifest_Sub > Manifest_Count

               COMPUTE Passenger_Total =
                   Num_Child + Num_Adult + Num_Senior
               DISPLAY "Manifest: Child " Num_Child " Adult "
                   Num_Adult " Senior " Num_Senior " of combined "
                   "capacity " Capacity_Total.

           206-Tally-Manifest-Entry.
               EVALUATE TRUE
                   WHEN Manifest_Child(Manifest_Sub)
                       ADD 1 TO Num_Child
                   WHEN Manifest_Adult(Manifest_Sub)
                       ADD 1 TO Num_Adult
                   WHEN Manifest_Senior(Manifest_Sub)
                       ADD 1 TO Num_Senior
               END-EVALUATE.

           207-Get-Worker-Ids.
               PERFORM 208-Get-One-Worker-Id
                   DISPLAY "Unrecognized state/location - re-enter"
               END-IF.

      *>The manifest entries for a refused tail are dropped by
      *>setting the count back to where this tail started, and
      *>the operator re-keys the tail and its passengers
           212-Get-Tail-Manifest.
               MOVE Manifest_Count TO Tail_Start_Count
               MOVE ZERO TO Tail_Weight
               MOVE 'N' TO Waiver_Switch
               DISPLAY "Passengers in " Entry_Tail_Number " "
                   WITH NO ADVANCING
               ACCEPT Tail_Passengers

               IF Tail_Passengers > Fleet_Capacity(Fleet_Found_Sub)
                   DISPLAY "Passengers exceed the capacity of "
                       Fleet_Capacity(Fleet_Found_Sub)
                       " for this aircraft - re-enter"
               ELSE
                   IF Manifest_Count + Tail_Passengers > 200
                       DISPLAY "Manifest table full for this site "
                           "day - re-enter"
                   ELSE
                       PERFORM 213-Get-Manifest-Entry
                           VARYING Passenger_Sub FROM 1 BY 1
                           UNTIL Passenger_Sub > Tail_Passengers
                           OR Waiver_Missing
                       IF Waiver_Missing
                           DISPLAY "Aircraft refused - every "
                               "passenger must sign the waiver "
                               "before boarding - re-enter"
                       ELSE
                           IF Tail_Weight >
                               Fleet_Max_Payload(Fleet_Found_Sub)
                               DISPLAY "Aircraft refused - load of "
                                   Tail_Weight " lbs is over the "
                                   "maximum payload of "
                                   Fleet_Max_Payload(Fleet_Found_Sub)
                                   " lbs - re-enter"
                           ELSE
                               MOVE 'Y' TO Tail_Switch
                               MOVE Entry_Tail_Number
                                   TO Flown_Tail(Balloon_Sub)
                               ADD Fleet_Capacity(Fleet_Found_Sub)
                                   TO Capacity_Total
                           END-IF
                       END-IF
                   END-IF
               END-IF

               IF NOT Tail_Accepted
                   MOVE Tail_Start_Count TO Manifest_Count
               END-IF.

           213-Get-Manifest-Entry.
               ADD 1 TO Manifest_Count
               MOVE Entry_Tail_Number
                   TO Manifest_Tail_Number(Manifest_Count)
               DISPLAY "Passenger " Passenger_Sub " Name "
                   WITH NO ADVANCING
               ACCEPT Manifest_Name(Manifest_Count)

               MOVE SPACE TO Entry_Category
               PERFORM 214-Prompt-Category UNTIL Category_Valid
               MOVE Entry_Category
                   TO Manifest_Category(Manifest_Count)

               DISPLAY "Weight (lbs) " WITH NO ADVANCING
               ACCEPT Manifest_Weight(Manifest_Count)
               ADD Manifest_Weight(Manifest_Count) TO Tail_Weight

               DISPLAY "Waiver Signed? (Y/N) " WITH NO ADVANCING
               ACCEPT Manifest_Waiver(Manifest_Count)
               IF NOT Waiver_Signed(Manifest_Count)
                   MOVE 'Y' TO Waiver_Switch
               END-IF.

           214-Prompt-Category.
               DISPLAY "Category (C=Child, A=Adult, S=Senior) "
                   WITH NO ADVANCING
               ACCEPT Entry_Category
               IF NOT Category_Valid
                   DISPLAY "Unrecognized category - re-enter"
               END-IF.

      *>A charter day is sold by the basket - the balloons flown
      *>are the baskets, and the manifest is still keyed for each
           215-Get-Flight-Type.
               DISPLAY "Flight Type (R=Regular, C=Charter) "
                   WITH NO ADVANCING
               ACCEPT Entry_Flight_Type
               IF NOT Regular_Flight AND NOT Charter_Flight
                   DISPLAY "Unrecognized flight type - re-enter"
               END-IF.

           220-Record-Scrubbed-Day.
               MOVE SPACE TO Cancel_Reason
               PERFORM 221-Get-Cancel-Reason
                   UNTIL Cancel_Weather OR Cancel_Equipment
                   OR Cancel_Other

               IF Charter_Flight
                   DISPLAY "Charter Baskets Turned Away "
                       WITH NO ADVANCING
                   ACCEPT Entry_Balloons
               END-IF

               MOVE SPACE TO Use_Booked_Switch
               PERFORM 750-Sum-Reservations
               IF Booked_Total > ZERO
               MOVE T_Num_Child         TO Num_Child
               MOVE T_Num_Adult         TO Num_Adult
               MOVE T_Num_Senior        TO Num_Senior
      *>Transactions keyed before the flight type was added carry
      *>a space there and are regular days
               MOVE T_Flight_Type       TO Entry_Flight_Type
               IF Entry_Flight_Type = SPACE
                   MOVE 'R' TO Entry_Flight_Type
               END-IF

               PERFORM 700-Validate-Site
               IF Invalid_Site
                   PERFORM 250-Write-Exception
               ELSE
                   PERFORM 900-Find-Rates
                   IF NOT Regular_Flight AND NOT Charter_Flight
                       MOVE "FLIGHT TYPE NOT R OR C"
                           TO Reject_Reason
                       PERFORM 250-Write-Exception
                   ELSE
                       IF Rates_Not_Found
                           MOVE "NO RATES IN FORCE FOR DATE"
                               TO Reject_Reason
                           PERFORM 250-Write-Exception
                       ELSE
                           IF Charter_Flight AND Charter_Rate = ZERO
                               MOVE "NO CHARTER RATE IN FORCE FOR DATE"
                                   TO Reject_Reason
                               PERFORM 250-Write-Exception
                           ELSE
                               PERFORM 245-Price-Tran-Record
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   AT END MOVE 'Y' TO Tran_Eof_Switch
               END-READ.

           245-Price-Tran-Record.
               PERFORM 300-Calculations
               PERFORM 600-Check-Minimum-Launch
               IF Launch_OK
                   PERFORM 400-Write-Records
                   IF State_Written
                       ADD 1 TO Tran_Good_Count
                   END-IF
               ELSE
                   MOVE "BELOW MINIMUM HEADCOUNT TO LAUNCH"
                       TO Reject_Reason
                   PERFORM 250-Write-Exception
                   MOVE 'L' TO Cancel_Reason
                   PERFORM 420-Write-Cancel-Record
               END-IF.

           250-Write-Exception.
               ADD 1 TO Tran_Reject_Count
               MOVE SPACES        TO Except_Record
               COMPUTE Passenger_Total =
                   Num_Child + Num_Adult + Num_Senior

      *>A charter day's passengers fly on the basket price, so no
      *>seat fares are earned for them
               IF Charter_Flight
                   MOVE ZERO TO Child_Revenue
                   MOVE ZERO TO Adult_Revenue
                   MOVE ZERO TO Senior_Revenue
                   COMPUTE Charter_Revenue =
                       Entry_Balloons * Charter_Rate
               ELSE
                   COMPUTE Child_Revenue  = Num_Child  * Child
                   COMPUTE Adult_Revenue  = Num_Adult  * Adult
                   COMPUTE Senior_Revenue = Num_Senior * Senior
                   MOVE ZERO TO Charter_Revenue
               END-IF

               COMPUTE Entry_Total_Revenue =
                   Child_Revenue + Adult_Revenue + Senior_Revenue
                   + Charter_Revenue
                   - (Entry_Prop_Tanks * PropaneCost)

               COMPUTE Entry_Total_Emp_Exp =
                       PERFORM 440-Write-Work-Log
                           VARYING Worker_Sub FROM 1 BY 1
                           UNTIL Worker_Sub > Worked_Count
                       PERFORM 435-Write-Manifest
                           VARYING Manifest_Sub FROM 1 BY 1
                           UNTIL Manifest_Sub > Manifest_Count
                   END-IF

                   PERFORM 450-Update-Propane-Inventory
               MOVE Child_Revenue       TO D_Child_Revenue
               MOVE Adult_Revenue       TO D_Adult_Revenue
               MOVE Senior_Revenue      TO D_Senior_Revenue
               MOVE Entry_Flight_Type   TO D_Flight_Type
               IF Charter_Flight
                   MOVE Entry_Balloons  TO D_Charter_Baskets
               ELSE
                   MOVE ZERO            TO D_Charter_Baskets
               END-IF
               MOVE Charter_Revenue     TO D_Charter_Revenue
               WRITE D_Record.

           420-Write-Cancel-Record.
               MOVE Num_Child           TO K_Num_Child
               MOVE Num_Adult           TO K_Num_Adult
               MOVE Num_Senior          TO K_Num_Senior
               MOVE Entry_Flight_Type   TO K_Flight_Type
               IF Charter_Flight
                   MOVE Entry_Balloons  TO K_Charter_Baskets
               ELSE
                   MOVE ZERO            TO K_Charter_Baskets
               END-IF
               WRITE K_Record.

           430-Write-Balloon-Log.
               MOVE Flown_Tail(Balloon_Sub) TO BL_Tail_Number
               WRITE Balloon_Log_Record.

           435-Write-Manifest.
               MOVE Flight_Date         TO MF_Flight_Date
               MOVE Entry_State         TO MF_State
               MOVE Entry_Location      TO MF_Location
               MOVE Manifest_Tail_Number(Manifest_Sub)
                   TO MF_Tail_Number
               MOVE Manifest_Name(Manifest_Sub)
                   TO MF_Passenger_Name
               MOVE Manifest_Category(Manifest_Sub) TO MF_Category
               MOVE Manifest_Weight(Manifest_Sub)   TO MF_Weight
               MOVE Manifest_Waiver(Manifest_Sub)
                   TO MF_Waiver_Flag
               WRITE MF_Record.

           440-Write-Work-Log.
               MOVE Flight_Date             TO W_Work_Date
               MOVE Entry_State             TO W_State
                   END-IF
               END-IF.

      *>A charter basket is sold whole, so the minimum headcount
      *>applies to regular days only
           600-Check-Minimum-Launch.
               IF Regular_Flight
                   AND Passenger_Total < Minimum_to_Launch
                   MOVE 'N' TO Launch_Switch
               ELSE
                   MOVE 'Y' TO Launch_Switch
               END-IF.

      *>The day is recorded either way - it has been flown or
      *>scrubbed by the time it is keyed - but an uncovered site
      *>day is flagged for the office to take up with the landowner
           700-Validate-Site.
               MOVE 'N' TO Site_Switch
               PERFORM 710-Check-Site-Entry
                   VARYING Site_Sub FROM 1 BY 1
                   UNTIL Site_Sub > Site_Count OR Valid_Site
               IF Valid_Site AND Permit_Count > ZERO
                   PERFORM 780-Check-Site-Permit
                   IF NOT Landowner_Covered
                       DISPLAY "WARNING: No current landowner "
                           "agreement at " Entry_State " "
                           Entry_Location " for " Flight_Date
                   ELSE
                       IF NOT Site_Day_Permitted
                           DISPLAY "WARNING: No current municipal "
                               "permit at " Entry_State " "
                               Entry_Location " for " Flight_Date
                       END-IF
                   END-IF
               END-IF.

           710-Check-Site-Entry.
               IF Valid_Site_State(Site_Sub) = Entry_State
                   MOVE Assign_Sub TO Assign_Found_Sub
               END-IF.

      *>A site day is covered when a current landowner agreement
      *>allows the weekday and, where the site carries a municipal
      *>permit, a current permit allows it too - day 1 on the day
      *>number scale is a Monday
           780-Check-Site-Permit.
               MOVE 'N' TO Landowner_Switch
               MOVE 'N' TO Municipal_Switch
               MOVE 'N' TO Municipal_Need_Switch
               COMPUTE Permit_Day_Int =
                   FUNCTION INTEGER-OF-DATE(Flight_Date) - 1
               DIVIDE Permit_Day_Int BY 7 GIVING Permit_Weeks
                   REMAINDER Permit_Weekday
               ADD 1 TO Permit_Weekday
               PERFORM 781-Check-Permit-Entry
                   VARYING Permit_Sub FROM 1 BY 1
                   UNTIL Permit_Sub > Permit_Count
               IF Landowner_Covered
                   AND (Municipal_Covered OR NOT Municipal_Required)
                   MOVE 'Y' TO Permit_Switch
               ELSE
                   MOVE 'N' TO Permit_Switch
               END-IF.

           781-Check-Permit-Entry.
               IF Permit_State(Permit_Sub) = Entry_State
                   AND Permit_Location(Permit_Sub) = Entry_Location
                   IF Permit_Municipal(Permit_Sub)
                       MOVE 'Y' TO Municipal_Need_Switch
                   END-IF
                   IF Permit_Start_Date(Permit_Sub) NOT > Flight_Date
                       AND Permit_Expiry_Date(Permit_Sub)
                       NOT < Flight_Date
                       AND Permit_Day_Flag(Permit_Sub, Permit_Weekday)
                       = 'Y'
                       IF Permit_Municipal(Permit_Sub)
                           MOVE 'Y' TO Municipal_Switch
                       ELSE
                           MOVE 'Y' TO Landowner_Switch
                       END-IF
                   END-IF
               END-IF.

           800-Update-Checkpoint.
               MOVE Entry_State    TO CP_State
               MOVE Entry_Location TO CP_Location
                       TO Pilot_Day_Rate
                   MOVE Rate_Other_Day_Rate(Best_Rate_Sub)
                       TO Other_Empl_Day_Rate
                   MOVE Rate_Charter_Rate(Best_Rate_Sub)
                       TO Charter_Rate
               END-IF.

           910-Check-Rate-Entry.
