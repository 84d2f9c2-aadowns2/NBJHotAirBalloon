       Identification Division.
           Program-ID. NBJLoadFactor.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - load factor and no-show
      *                    analysis over an operator-keyed date
      *                    range: seats flown from the detail history
      *                    against the seats launched from the
      *                    balloon log priced at each tail's capacity
      *                    on the fleet master, and seats booked
      *                    against flown from the reservation files,
      *                    by site, by weekday and by month
      *    10/15/2026  AD  Detail history record lengthened to carry
      *                    the flight type and charter figures - a
      *                    charter day's passengers are on its
      *                    manifest counts and load as seats flown
      *    10/15/2026  AD  Read the yearly balloon log archives left
      *                    by NBJSeasonEnd for any year the date
      *                    range reaches back into

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select FleetFile assign to FleetData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BalloonLogFile assign to BalloonLogData
                       File Status is File_Status
                       Organization is Line Sequential.

      *>Yearly archive written by NBJSeasonEnd
                   Select BalloonLogArchFile
                       assign to BalloonLogArchive
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select DetailHistFile
                       assign to DetailHistData
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DH_Detail_Key.

                   Select ResvHistFile assign to ResvHistData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ResvFile assign to ResvData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  FleetFile
               Record Contains 38 Characters.
               COPY Fleet_Record
                   REPLACING LEADING ==Prefix== BY ==F==.

           FD  BalloonLogFile
               Record Contains 31 Characters.
               01  Balloon_Log_Record.
                   05  BL_Flight_Date          PIC 9(8).
                   05  BL_State                PIC X(2).
                   05  BL_Location             PIC X(15).
                   05  BL_Tail_Number          PIC X(6).

           FD  BalloonLogArchFile
               Record Contains 31 Characters.
           01  BA_Record               PIC X(31).

           FD  DetailHistFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==DH==.

           FD  ResvHistFile
               Record Contains 60 Characters.
               COPY Resv_Record
                   REPLACING LEADING ==Prefix== BY ==BH==.

           FD  ResvFile
               Record Contains 60 Characters.
               COPY Resv_Record
                   REPLACING LEADING ==Prefix== BY ==B==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Range_From          PIC 9(8).
               05  Range_From_Parts REDEFINES Range_From.
                   10  Range_From_Year     PIC 9(4).
                   10  FILLER              PIC 9(4).
               05  Range_To            PIC 9(8).
               05  Range_To_Parts REDEFINES Range_To.
                   10  Range_To_Year       PIC 9(4).
                   10  FILLER              PIC 9(4).
               05  Archive_Year        PIC 9(4).
               05  Archive_Name        PIC X(20).
               05  Arch_Eof_Switch     PIC X(1).
                   88  Arch_Eof                value 'Y'.
               05  Today_Date          PIC 9(8).
               05  Fleet_Eof_Switch    PIC X(1).
                   88  Fleet_Eof               value 'Y'.
               05  Log_Eof_Switch      PIC X(1).
                   88  Log_Eof                 value 'Y'.
               05  Detail_Eof_Switch   PIC X(1).
                   88  Detail_Eof              value 'Y'.
               05  Resv_Eof_Switch     PIC X(1).
                   88  Resv_Eof                value 'Y'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.
               05  Fleet_Sub           PIC 9(2).
               05  Fleet_Found_Sub     PIC 9(2).
               05  Fleet_Switch        PIC X(1).
                   88  Balloon_Found           value 'Y'.
               05  Unknown_Tail_Count  PIC 9(4).
               05  Lookup_Date         PIC 9(8).
               05  Lookup_State        PIC X(2).
               05  Lookup_Location     PIC X(15).
               05  Day_Sub             PIC 9(4).
               05  Day_Found_Sub       PIC 9(4).
               05  Day_Switch          PIC X(1).
                   88  Day_Found               value 'Y'.
                   88  Day_Not_Found           value 'N'.
               05  Resv_Seats          PIC 9(3).
               05  Day_No_Shows        PIC 9(5).
               05  Day_Int             PIC 9(7).
               05  Day_Weeks           PIC 9(7).
               05  Day_Weekday         PIC 9(1).
               05  Group_Kind_Key      PIC X(1).
               05  Group_Key_Value     PIC X(17).
               05  Group_Sub           PIC 9(3).
               05  Group_Found_Sub     PIC 9(3).
               05  Group_Switch        PIC X(1).
                   88  Group_Found             value 'Y'.
               05  Pass_Sub            PIC 9(3).
               05  Compare_Limit       PIC 9(3).
               05  Kind_Sub            PIC 9(1).
               05  Kind_Lines          PIC 9(3).
               05  Hold_Group          PIC X(60).

           *>The balloon log record being counted, off the live log
           *>or a yearly archive
           01  Log_Entry.
               05  LE_Flight_Date          PIC 9(8).
               05  LE_State                PIC X(2).
               05  LE_Location             PIC X(15).
               05  LE_Tail_Number          PIC X(6).

           *>One entry per site day in the range with launches,
           *>passengers or bookings - the three sources are matched
           *>up here before anything is totalled
           01  Day_Table.
               05  Day_Count           PIC 9(4).
               05  Day_Entry Occurs 2000 Times.
                   10  Day_Date            PIC 9(8).
                   10  Day_State           PIC X(2).
                   10  Day_Location        PIC X(15).
                   10  Day_Balloons        PIC 9(3).
                   10  Day_Capacity        PIC 9(5).
                   10  Day_Flown           PIC 9(5).
                   10  Day_Booked          PIC 9(5).

           *>Site days totalled by site (kind S, key state and
           *>location), weekday (kind W, key 1 for Monday through 7)
           *>and month (kind M, key year and month); sorted on kind
           *>and key before printing
           01  Group_Table.
               05  Group_Count         PIC 9(3).
               05  Group_Entry Occurs 120 Times.
                   10  Group_Kind          PIC X(1).
                   10  Group_Key           PIC X(17).
                   10  Group_Days          PIC 9(5).
                   10  Group_Balloons      PIC 9(5).
                   10  Group_Capacity      PIC 9(7).
                   10  Group_Flown         PIC 9(7).
                   10  Group_Booked        PIC 9(7).
                   10  Group_No_Shows      PIC 9(7).
                   10  Group_Scrub_Booked  PIC 9(4).

           01  Grand_Totals.
               05  Grand_Days          PIC 9(5).
               05  Grand_Balloons      PIC 9(5).
               05  Grand_Capacity      PIC 9(7).
               05  Grand_Flown         PIC 9(7).
               05  Grand_Booked        PIC 9(7).
               05  Grand_No_Shows      PIC 9(7).
               05  Grand_Scrub_Booked  PIC 9(4).

           *>Fleet master loaded for the seats each tail can carry
           01  Fleet_Table.
               05  Fleet_Count         PIC 9(2).
               05  Fleet_Entry Occurs 50 Times.
                   10  Fleet_Tail_Number       PIC X(6).
                   10  Fleet_Capacity          PIC 9(2).

           *>Section kinds in print order with their headings
           01  Kind_Values.
               05  FILLER  PIC X(41)
                   value "SLoad factor by site".
               05  FILLER  PIC X(41)
                   value "WLoad factor by weekday".
               05  FILLER  PIC X(41)
                   value "MLoad factor by month".
           01  Kind_Value_Table REDEFINES Kind_Values.
               05  Kind_Entry Occurs 3 Times.
                   10  Kind_Code           PIC X(1).
                   10  Kind_Heading        PIC X(40).

           01  Weekday_Names.
               05  FILLER  PIC X(9)   value "Monday".
               05  FILLER  PIC X(9)   value "Tuesday".
               05  FILLER  PIC X(9)   value "Wednesday".
               05  FILLER  PIC X(9)   value "Thursday".
               05  FILLER  PIC X(9)   value "Friday".
               05  FILLER  PIC X(9)   value "Saturday".
               05  FILLER  PIC X(9)   value "Sunday".
           01  Weekday_Name_Table REDEFINES Weekday_Names.
               05  Weekday_Name Occurs 7 Times     PIC X(9).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Label          PIC X(18).
               05  Disp_Days           PIC ZZZZ9.
               05  Disp_Balloons       PIC ZZZZ9.
               05  Disp_Capacity       PIC ZZZZZZ9.
               05  Disp_Flown          PIC ZZZZZZ9.
               05  Disp_Load_Pct       PIC ZZ9.9.
               05  Disp_Booked         PIC ZZZZZZ9.
               05  Disp_No_Shows       PIC ZZZZZZ9.
               05  Disp_No_Show_Pct    PIC ZZ9.9.
               05  Disp_Scrub_Booked   PIC ZZZ9.
               05  Work_Pct            PIC 9(3)V9(1).

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Day_Table Group_Table
               Grand_Totals Fleet_Table.

           100-Initialization.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               DISPLAY "Report From Date (YYYYMMDD) "
                   WITH NO ADVANCING
               ACCEPT Range_From
               DISPLAY "Report To Date (YYYYMMDD) "
                   WITH NO ADVANCING
               ACCEPT Range_To

               PERFORM 110-Load-Fleet-Table
               PERFORM 200-Process-Balloon-Log
               PERFORM 300-Process-Detail
               PERFORM 400-Process-Reservations

               PERFORM 600-Total-Site-Day
                   VARYING Day_Sub FROM 1 BY 1
                   UNTIL Day_Sub > Day_Count
               PERFORM 700-Sort-Pass
                   VARYING Pass_Sub FROM 1 BY 1
                   UNTIL Pass_Sub NOT < Group_Count

               PERFORM 800-Print-Report

               Stop Run.

           110-Load-Fleet-Table.
               OPEN INPUT FleetFile
               IF File_Status = 35
                   DISPLAY "ABEND: No fleet master on file - run "
                       "NBJFleetMaint"
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               READ FleetFile
                   AT END MOVE 'Y' TO Fleet_Eof_Switch
               END-READ
               PERFORM 120-Load-Fleet-Entry UNTIL Fleet_Eof
               CLOSE FleetFile.

           120-Load-Fleet-Entry.
               IF Fleet_Count < 50
                   ADD 1 TO Fleet_Count
                   MOVE F_Tail_Number
                       TO Fleet_Tail_Number(Fleet_Count)
                   MOVE F_Capacity
                       TO Fleet_Capacity(Fleet_Count)
               END-IF

               READ FleetFile
                   AT END MOVE 'Y' TO Fleet_Eof_Switch
               END-READ.

      *>One log record per balloon launched - the seats launched
      *>are the capacity of that tail on the fleet master
           200-Process-Balloon-Log.
               OPEN INPUT BalloonLogFile
               IF File_Status = 35
                   DISPLAY "No balloon log on file - seats launched "
                       "will show zero"
               ELSE
                   PERFORM 500-Validation
                   READ BalloonLogFile
                       AT END MOVE 'Y' TO Log_Eof_Switch
                   END-READ
                   PERFORM 210-Accumulate-Log-Record UNTIL Log_Eof
                   CLOSE BalloonLogFile
               END-IF

               PERFORM 250-Process-Archive-Year
                   VARYING Archive_Year FROM Range_From_Year BY 1
                   UNTIL Archive_Year > Range_To_Year

               IF Unknown_Tail_Count > ZERO
                   DISPLAY "WARNING: " Unknown_Tail_Count
                       " launches by tails no longer on the "
                       "fleet master counted with no seats"
               END-IF.

           210-Accumulate-Log-Record.
               MOVE Balloon_Log_Record TO Log_Entry
               PERFORM 220-Accumulate-Launch

               READ BalloonLogFile
                   AT END MOVE 'Y' TO Log_Eof_Switch
               END-READ.

           220-Accumulate-Launch.
               IF LE_Flight_Date NOT < Range_From
                   AND LE_Flight_Date NOT > Range_To
                   MOVE LE_Flight_Date TO Lookup_Date
                   MOVE LE_State       TO Lookup_State
                   MOVE LE_Location    TO Lookup_Location
                   PERFORM 650-Find-Or-Add-Day
                   IF Day_Found
                       ADD 1 TO Day_Balloons(Day_Found_Sub)
                       PERFORM 660-Find-Balloon
                       IF Balloon_Found
                           ADD Fleet_Capacity(Fleet_Found_Sub)
                               TO Day_Capacity(Day_Found_Sub)
                       ELSE
                           ADD 1 TO Unknown_Tail_Count
                       END-IF
                   END-IF
               END-IF.

      *>Launches rolled off by the season end sit on BalloonLogData
      *>plus the year - a year with no archive is still on the
      *>live log
           250-Process-Archive-Year.
               MOVE SPACES TO Archive_Name
               STRING "BalloonLogData" Archive_Year DELIMITED BY SIZE
                   INTO Archive_Name
               END-STRING
               DISPLAY "DD_BalloonLogArchive" UPON ENVIRONMENT-NAME
               DISPLAY Archive_Name UPON ENVIRONMENT-VALUE
               OPEN INPUT BalloonLogArchFile
               IF File_Status NOT = 35
                   PERFORM 500-Validation
                   DISPLAY "Reading archived balloon log "
                       Archive_Name
                   MOVE SPACE TO Arch_Eof_Switch
                   READ BalloonLogArchFile
                       AT END MOVE 'Y' TO Arch_Eof_Switch
                   END-READ
                   PERFORM 260-Accumulate-Archive-Record
                       UNTIL Arch_Eof
                   CLOSE BalloonLogArchFile
               END-IF.

           260-Accumulate-Archive-Record.
               MOVE BA_Record TO Log_Entry
               PERFORM 220-Accumulate-Launch

               READ BalloonLogArchFile
                   AT END MOVE 'Y' TO Arch_Eof_Switch
               END-READ.

      *>Position at the first record on or after the from date and
      *>read forward until past the to date
           300-Process-Detail.
               OPEN INPUT DetailHistFile
               IF File_Status = 35
                   DISPLAY "No detail history on file - seats flown "
                       "will show zero"
               ELSE
                   PERFORM 500-Validation
                   MOVE Range_From TO DH_Flight_Date
                   MOVE LOW-VALUES TO DH_State
                   MOVE LOW-VALUES TO DH_Location
                   START DetailHistFile KEY NOT < DH_Detail_Key
                       INVALID KEY MOVE 'Y' TO Detail_Eof_Switch
                   END-START
                   IF NOT Detail_Eof
                       READ DetailHistFile NEXT
                           AT END MOVE 'Y' TO Detail_Eof_Switch
                       END-READ
                   END-IF
                   PERFORM 310-Accumulate-Detail-Record
                       UNTIL Detail_Eof
                   CLOSE DetailHistFile
               END-IF.

           310-Accumulate-Detail-Record.
               IF DH_Flight_Date > Range_To
                   MOVE 'Y' TO Detail_Eof_Switch
               ELSE
                   MOVE DH_Flight_Date TO Lookup_Date
                   MOVE DH_State       TO Lookup_State
                   MOVE DH_Location    TO Lookup_Location
                   PERFORM 650-Find-Or-Add-Day
                   IF Day_Found
                       ADD DH_Num_Child  TO Day_Flown(Day_Found_Sub)
                       ADD DH_Num_Adult  TO Day_Flown(Day_Found_Sub)
                       ADD DH_Num_Senior TO Day_Flown(Day_Found_Sub)
                   END-IF

                   READ DetailHistFile NEXT
                       AT END MOVE 'Y' TO Detail_Eof_Switch
                   END-READ
               END-IF.

      *>Bookings for days already past are on the reservation
      *>history (moved there by NBJEndOfDay); the most recent days
      *>may still be on the reservations file itself. A booking
      *>queued for refund off a scrubbed day never flew and is left
      *>out; a rebooked party counts on the day it was moved to.
      *>Today and later have not been archived as flown yet
           400-Process-Reservations.
               OPEN INPUT ResvHistFile
               IF File_Status = 35
                   DISPLAY "No reservation history on file - "
                       "bookings read from the reservations file only"
               ELSE
                   PERFORM 500-Validation
                   MOVE SPACE TO Resv_Eof_Switch
                   READ ResvHistFile
                       AT END MOVE 'Y' TO Resv_Eof_Switch
                   END-READ
                   PERFORM 410-Accumulate-Resv-Hist UNTIL Resv_Eof
                   CLOSE ResvHistFile
               END-IF

               OPEN INPUT ResvFile
               IF File_Status NOT = 35
                   PERFORM 500-Validation
                   MOVE SPACE TO Resv_Eof_Switch
                   READ ResvFile
                       AT END MOVE 'Y' TO Resv_Eof_Switch
                   END-READ
                   PERFORM 420-Accumulate-Resv UNTIL Resv_Eof
                   CLOSE ResvFile
               END-IF.

           410-Accumulate-Resv-Hist.
               IF BH_Resv_Date NOT < Range_From
                   AND BH_Resv_Date NOT > Range_To
                   AND BH_Resv_Date < Today_Date
                   MOVE BH_Resv_Date TO Lookup_Date
                   MOVE BH_State     TO Lookup_State
                   MOVE BH_Location  TO Lookup_Location
                   COMPUTE Resv_Seats = BH_Num_Child + BH_Num_Adult
                       + BH_Num_Senior
                   PERFORM 430-Add-Booked-Seats
               END-IF

               READ ResvHistFile
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ.

           420-Accumulate-Resv.
               IF B_Resv_Date NOT < Range_From
                   AND B_Resv_Date NOT > Range_To
                   AND B_Resv_Date < Today_Date
                   MOVE B_Resv_Date TO Lookup_Date
                   MOVE B_State     TO Lookup_State
                   MOVE B_Location  TO Lookup_Location
                   COMPUTE Resv_Seats = B_Num_Child + B_Num_Adult
                       + B_Num_Senior
                   PERFORM 430-Add-Booked-Seats
               END-IF

               READ ResvFile
                   AT END MOVE 'Y' TO Resv_Eof_Switch
               END-READ.

           430-Add-Booked-Seats.
               PERFORM 650-Find-Or-Add-Day
               IF Day_Found
                   ADD Resv_Seats TO Day_Booked(Day_Found_Sub)
               END-IF.

           500-Validation.
               IF File_Status = 35
                   DISPLAY "ABEND: Input file not found "
                       "(File_Status=35)"
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "input file (File_Status=37)"
                       STOP RUN
                   ELSE
                       IF File_Status NOT = 00
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      *>A site day is flown when a balloon launched. Its no-shows
      *>are the booked seats that did not fly - walk-ups can cover
      *>for them, so a day flying more than it booked counts none.
      *>Seats booked for a day that never launched were scrubbed,
      *>not no-shows, and are shown apart
           600-Total-Site-Day.
               MOVE ZERO TO Day_No_Shows
               IF Day_Balloons(Day_Sub) > ZERO
                   AND Day_Booked(Day_Sub) > Day_Flown(Day_Sub)
                   COMPUTE Day_No_Shows = Day_Booked(Day_Sub)
                       - Day_Flown(Day_Sub)
               END-IF

               COMPUTE Day_Int = FUNCTION INTEGER-OF-DATE
                   (Day_Date(Day_Sub)) - 1
               DIVIDE Day_Int BY 7 GIVING Day_Weeks
                   REMAINDER Day_Weekday
               ADD 1 TO Day_Weekday

               MOVE 'S' TO Group_Kind_Key
               MOVE SPACES TO Group_Key_Value
               MOVE Day_State(Day_Sub)    TO Group_Key_Value(1:2)
               MOVE Day_Location(Day_Sub) TO Group_Key_Value(3:15)
               PERFORM 610-Add-To-Group

               MOVE 'W' TO Group_Kind_Key
               MOVE SPACES TO Group_Key_Value
               MOVE Day_Weekday TO Group_Key_Value(1:1)
               PERFORM 610-Add-To-Group

               MOVE 'M' TO Group_Kind_Key
               MOVE SPACES TO Group_Key_Value
               MOVE Day_Date(Day_Sub)(1:6) TO Group_Key_Value(1:6)
               PERFORM 610-Add-To-Group

               IF Day_Balloons(Day_Sub) > ZERO
                   ADD 1 TO Grand_Days
                   ADD Day_Booked(Day_Sub) TO Grand_Booked
               ELSE
                   ADD Day_Booked(Day_Sub) TO Grand_Scrub_Booked
               END-IF
               ADD Day_Balloons(Day_Sub) TO Grand_Balloons
               ADD Day_Capacity(Day_Sub) TO Grand_Capacity
               ADD Day_Flown(Day_Sub)    TO Grand_Flown
               ADD Day_No_Shows          TO Grand_No_Shows.

           610-Add-To-Group.
               MOVE 'N' TO Group_Switch
               MOVE ZERO TO Group_Found_Sub
               PERFORM 620-Check-Group-Entry
                   VARYING Group_Sub FROM 1 BY 1
                   UNTIL Group_Sub > Group_Count OR Group_Found
               IF NOT Group_Found
                   IF Group_Count < 120
                       ADD 1 TO Group_Count
                       MOVE Group_Count TO Group_Found_Sub
                       MOVE Group_Kind_Key
                           TO Group_Kind(Group_Count)
                       MOVE Group_Key_Value
                           TO Group_Key(Group_Count)
                       MOVE 'Y' TO Group_Switch
                   ELSE
                       IF NOT Overflow_Noted
                           DISPLAY "Report table full - remaining "
                               "sites or months ignored"
                           MOVE 'Y' TO Overflow_Switch
                       END-IF
                   END-IF
               END-IF

               IF Group_Found
                   IF Day_Balloons(Day_Sub) > ZERO
                       ADD 1 TO Group_Days(Group_Found_Sub)
                       ADD Day_Booked(Day_Sub)
                           TO Group_Booked(Group_Found_Sub)
                   ELSE
                       ADD Day_Booked(Day_Sub)
                           TO Group_Scrub_Booked(Group_Found_Sub)
                   END-IF
                   ADD Day_Balloons(Day_Sub)
                       TO Group_Balloons(Group_Found_Sub)
                   ADD Day_Capacity(Day_Sub)
                       TO Group_Capacity(Group_Found_Sub)
                   ADD Day_Flown(Day_Sub)
                       TO Group_Flown(Group_Found_Sub)
                   ADD Day_No_Shows
                       TO Group_No_Shows(Group_Found_Sub)
               END-IF.

           620-Check-Group-Entry.
               IF Group_Kind(Group_Sub) = Group_Kind_Key
                   AND Group_Key(Group_Sub) = Group_Key_Value
                   MOVE 'Y' TO Group_Switch
                   MOVE Group_Sub TO Group_Found_Sub
               END-IF.

           650-Find-Or-Add-Day.
               MOVE 'N' TO Day_Switch
               MOVE ZERO TO Day_Found_Sub
               PERFORM 655-Check-Day-Entry
                   VARYING Day_Sub FROM 1 BY 1
                   UNTIL Day_Sub > Day_Count OR Day_Found
               IF Day_Not_Found
                   IF Day_Count < 2000
                       ADD 1 TO Day_Count
                       MOVE Day_Count TO Day_Found_Sub
                       MOVE Lookup_Date     TO Day_Date(Day_Count)
                       MOVE Lookup_State    TO Day_State(Day_Count)
                       MOVE Lookup_Location
                           TO Day_Location(Day_Count)
                       MOVE 'Y' TO Day_Switch
                   ELSE
                       IF NOT Overflow_Noted
                           DISPLAY "Site day table full - remaining "
                               "records ignored"
                           MOVE 'Y' TO Overflow_Switch
                       END-IF
                   END-IF
               END-IF.

           655-Check-Day-Entry.
               IF Day_Date(Day_Sub) = Lookup_Date
                   AND Day_State(Day_Sub) = Lookup_State
                   AND Day_Location(Day_Sub) = Lookup_Location
                   MOVE 'Y' TO Day_Switch
                   MOVE Day_Sub TO Day_Found_Sub
               END-IF.

           660-Find-Balloon.
               MOVE 'N' TO Fleet_Switch
               MOVE ZERO TO Fleet_Found_Sub
               PERFORM 665-Check-Fleet-Entry
                   VARYING Fleet_Sub FROM 1 BY 1
                   UNTIL Fleet_Sub > Fleet_Count OR Balloon_Found.

           665-Check-Fleet-Entry.
               IF Fleet_Tail_Number(Fleet_Sub) = LE_Tail_Number
                   MOVE 'Y' TO Fleet_Switch
                   MOVE Fleet_Sub TO Fleet_Found_Sub
               END-IF.

      *>Bubble sort on kind and key - sites come out in state and
      *>location order, weekdays Monday first, months in order
           700-Sort-Pass.
               COMPUTE Compare_Limit = Group_Count - Pass_Sub
               PERFORM 710-Compare-Groups
                   VARYING Group_Sub FROM 1 BY 1
                   UNTIL Group_Sub > Compare_Limit.

           710-Compare-Groups.
               IF Group_Entry(Group_Sub) (1:18)
                   > Group_Entry(Group_Sub + 1) (1:18)
                   MOVE Group_Entry(Group_Sub) TO Hold_Group
                   MOVE Group_Entry(Group_Sub + 1)
                       TO Group_Entry(Group_Sub)
                   MOVE Hold_Group TO Group_Entry(Group_Sub + 1)
               END-IF.

           800-Print-Report.
               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Load Factor and "
                   "No-Show Analysis"
               DISPLAY "  Site days " Range_From " through " Range_To
               DISPLAY "===================================="
                   "===================================="
               PERFORM 810-Print-Kind
                   VARYING Kind_Sub FROM 1 BY 1
                   UNTIL Kind_Sub > 3
               DISPLAY "------------------------------------"
                   "------------------------------------"
               PERFORM 850-Print-Totals
               DISPLAY "===================================="
                   "====================================".

           810-Print-Kind.
               DISPLAY " "
               DISPLAY Kind_Heading(Kind_Sub)
               DISPLAY "                   Days Blns  Seats  Flown "
                   "Load%  Booked NoShow Nshw% Scrub"
               MOVE ZERO TO Kind_Lines
               PERFORM 820-Print-Group-Line
                   VARYING Group_Sub FROM 1 BY 1
                   UNTIL Group_Sub > Group_Count
               IF Kind_Lines = ZERO
                   DISPLAY "  (none)"
               END-IF.

           820-Print-Group-Line.
               IF Group_Kind(Group_Sub) = Kind_Code(Kind_Sub)
                   ADD 1 TO Kind_Lines
                   MOVE SPACES TO Disp_Label
                   EVALUATE Group_Kind(Group_Sub)
                       WHEN 'S'
                           MOVE Group_Key(Group_Sub)(1:2)
                               TO Disp_Label(1:2)
                           MOVE Group_Key(Group_Sub)(3:15)
                               TO Disp_Label(4:15)
                       WHEN 'W'
                           MOVE Group_Key(Group_Sub)(1:1)
                               TO Day_Weekday
                           MOVE Weekday_Name(Day_Weekday)
                               TO Disp_Label
                       WHEN OTHER
                           MOVE Group_Key(Group_Sub)(1:4)
                               TO Disp_Label(1:4)
                           MOVE '/' TO Disp_Label(5:1)
                           MOVE Group_Key(Group_Sub)(5:2)
                               TO Disp_Label(6:2)
                   END-EVALUATE
                   MOVE Group_Days(Group_Sub)     TO Disp_Days
                   MOVE Group_Balloons(Group_Sub) TO Disp_Balloons
                   MOVE Group_Capacity(Group_Sub) TO Disp_Capacity
                   MOVE Group_Flown(Group_Sub)    TO Disp_Flown
                   MOVE Group_Booked(Group_Sub)   TO Disp_Booked
                   MOVE Group_No_Shows(Group_Sub) TO Disp_No_Shows
                   MOVE Group_Scrub_Booked(Group_Sub)
                       TO Disp_Scrub_Booked
                   MOVE ZERO TO Work_Pct
                   IF Group_Capacity(Group_Sub) > ZERO
                       COMPUTE Work_Pct ROUNDED =
                           Group_Flown(Group_Sub) * 100
                           / Group_Capacity(Group_Sub)
                           ON SIZE ERROR MOVE 999.9 TO Work_Pct
                       END-COMPUTE
                   END-IF
                   MOVE Work_Pct TO Disp_Load_Pct
                   MOVE ZERO TO Work_Pct
                   IF Group_Booked(Group_Sub) > ZERO
                       COMPUTE Work_Pct ROUNDED =
                           Group_No_Shows(Group_Sub) * 100
                           / Group_Booked(Group_Sub)
                   END-IF
                   MOVE Work_Pct TO Disp_No_Show_Pct
                   PERFORM 830-Print-Figures
               END-IF.

           830-Print-Figures.
               DISPLAY Disp_Label " " Disp_Days Disp_Balloons
                   Disp_Capacity Disp_Flown " " Disp_Load_Pct " "
                   Disp_Booked Disp_No_Shows " " Disp_No_Show_Pct
                   "  " Disp_Scrub_Booked.

           850-Print-Totals.
               MOVE "All site days" TO Disp_Label
               MOVE Grand_Days     TO Disp_Days
               MOVE Grand_Balloons TO Disp_Balloons
               MOVE Grand_Capacity TO Disp_Capacity
               MOVE Grand_Flown    TO Disp_Flown
               MOVE Grand_Booked   TO Disp_Booked
               MOVE Grand_No_Shows TO Disp_No_Shows
               MOVE Grand_Scrub_Booked TO Disp_Scrub_Booked
               MOVE ZERO TO Work_Pct
               IF Grand_Capacity > ZERO
                   COMPUTE Work_Pct ROUNDED =
                       Grand_Flown * 100 / Grand_Capacity
                       ON SIZE ERROR MOVE 999.9 TO Work_Pct
                   END-COMPUTE
               END-IF
               MOVE Work_Pct TO Disp_Load_Pct
               MOVE ZERO TO Work_Pct
               IF Grand_Booked > ZERO
                   COMPUTE Work_Pct ROUNDED =
                       Grand_No_Shows * 100 / Grand_Booked
               END-IF
               MOVE Work_Pct TO Disp_No_Show_Pct
               PERFORM 830-Print-Figures
               DISPLAY "  Seats are capacity launched; Booked and "
                   "NoShow cover flown days only;"
               DISPLAY "  Scrub is seats booked for site days that "
                   "never launched".

       End Program NBJLoadFactor.
