       Identification Division.
           Program-ID. NBJIncident.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - flight incident and
      *                    safety occurrence log: record a hard
      *                    landing, envelope burn, passenger injury,
      *                    landowner complaint or other occurrence
      *                    against the site, aircraft and rostered
      *                    pilot with its severity and a narrative.
      *                    A reportable incident takes the aircraft
      *                    out of service on the fleet master until
      *                    a supervisor records a release here, so
      *                    flight entry refuses the tail meanwhile

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional IncidentFile
                       assign to IncidentData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select FleetFile assign to FleetData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SiteMasterFile assign to SiteMaster
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RosterFile assign to RosterData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperatorFile assign to OperatorData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional AuditFile assign to AuditData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  IncidentFile
               Record Contains 137 Characters.
               COPY Incident_Record
                   REPLACING LEADING ==Prefix== BY ==IN==.

           FD  FleetFile
               Record Contains 38 Characters.
               COPY Fleet_Record
                   REPLACING LEADING ==Prefix== BY ==F==.

           FD  SiteMasterFile
               Record Contains 26 Characters.
               COPY Site_Master_Record
                   REPLACING LEADING ==Prefix== BY ==S==.

           FD  RosterFile
               Record Contains 35 Characters.
               COPY Roster_Record
                   REPLACING LEADING ==Prefix== BY ==P==.

           FD  OperatorFile
               Record Contains 30 Characters.
               COPY Operator_Record
                   REPLACING LEADING ==Prefix== BY ==O==.

           FD  AuditFile
               Record Contains 59 Characters.
               01  Audit_Record.
                   05  AU_Operator             PIC X(8).
                   05  AU_Audit_Date           PIC 9(8).
                   05  AU_Audit_Time           PIC 9(8).
                   05  AU_State                PIC X(2).
                   05  AU_Location             PIC X(15).
                   05  AU_Total_Daily_Emp_Exp  PIC 9(7)V9(2).
                   05  AU_Total_Daily_Revenue  PIC 9(7)V9(2).

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Today_Date          PIC 9(8).
               05  Operator_Id         PIC X(8).
               05  Operator_Role       PIC X(1).
                   88  Operator_Is_Super       value 'S'.
               05  Oper_Eof_Switch     PIC X(1).
                   88  Oper_Eof                value 'Y'.
               05  Signon_Attempts     PIC 9(1).
               05  Signon_Switch       PIC X(1).
                   88  Signed_On               value 'Y'.
               05  Oper_Sub            PIC 9(2).
               05  Oper_Found_Sub      PIC 9(2).
               05  Oper_Switch         PIC X(1).
                   88  Oper_Found              value 'Y'.
               05  Site_Eof_Switch     PIC X(1).
                   88  Site_Eof                value 'Y'.
               05  Roster_Eof_Switch   PIC X(1).
                   88  Roster_Eof              value 'Y'.
               05  Fleet_Eof_Switch    PIC X(1).
                   88  Fleet_Eof               value 'Y'.
               05  Incident_Eof_Switch PIC X(1).
                   88  Incident_Eof            value 'Y'.
               05  Menu_Choice         PIC X(1).
                   88  Choice_Add              value 'A'.
                   88  Choice_Release          value 'R'.
                   88  Choice_Open             value 'O'.
                   88  Choice_List             value 'L'.
                   88  Choice_Exit             value 'X'.
               05  Entry_Incident_Date     PIC 9(8).
               05  Entry_State             PIC X(2).
               05  Entry_Location          PIC X(15).
               05  Entry_Tail_Number       PIC X(6).
               05  Entry_Pilot_Id          PIC X(5).
               05  Entry_Severity          PIC X(1).
                   88  Severity_Valid          value '1' '2' '3'.
                   88  Severity_Serious        value '3'.
               05  Entry_Category          PIC X(1).
                   88  Category_Valid          value 'H' 'E' 'I'
                                                     'L' 'O'.
                   88  Category_Landowner      value 'L'.
               05  Entry_Reportable        PIC X(1).
                   88  Reportable_Valid        value 'Y' 'N'.
                   88  Incident_Reportable     value 'Y'.
               05  Entry_Narrative         PIC X(60).
               05  Entry_Incident_No       PIC 9(5).
               05  Site_Sub            PIC 9(2).
               05  Site_Switch         PIC X(1).
                   88  Valid_Site              value 'Y'.
                   88  Invalid_Site            value 'N'.
               05  Empl_Sub            PIC 9(2).
               05  Empl_Switch         PIC X(1).
                   88  Empl_Found              value 'Y'.
               05  Fleet_Sub           PIC 9(2).
               05  Fleet_Found_Sub     PIC 9(2).
               05  Fleet_Switch        PIC X(1).
                   88  Balloon_Found           value 'Y'.
               05  Tail_Switch         PIC X(1).
                   88  Tail_Accepted           value 'Y'.
               05  Pilot_Switch        PIC X(1).
                   88  Pilot_Accepted          value 'Y'.
               05  Fleet_Changed_Switch    PIC X(1).
                   88  Fleet_Changed           value 'Y'.
               05  Incident_Sub        PIC 9(3).
               05  Incident_Found_Sub  PIC 9(3).
               05  Incident_Switch     PIC X(1).
                   88  Incident_Found          value 'Y'.
               05  Open_Switch         PIC X(1).
                   88  Open_Incident_Found     value 'Y'.
               05  Open_Incident_No    PIC 9(5).
               05  Last_Incident_No    PIC 9(5).
               05  Open_Count          PIC 9(3).

           *>In-core copy of the incident log - added to and
           *>released here and rewritten to disk when the operator
           *>exits
           01  Incident_Table.
               05  Incident_Count      PIC 9(3).
               05  Incident_Entry Occurs 500 Times.
                   10  Inc_Incident_No     PIC 9(5).
                   10  Inc_Incident_Date   PIC 9(8).
                   10  Inc_State           PIC X(2).
                   10  Inc_Location        PIC X(15).
                   10  Inc_Tail_Number     PIC X(6).
                   10  Inc_Pilot_Id        PIC X(5).
                   10  Inc_Severity        PIC X(1).
                   10  Inc_Category        PIC X(1).
                   10  Inc_Reportable_Flag PIC X(1).
                   10  Inc_Narrative       PIC X(60).
                   10  Inc_Entered_By      PIC X(8).
                   10  Inc_Entry_Date      PIC 9(8).
                   10  Inc_Release_Status  PIC X(1).
                       88  Inc_Grounded            value 'O'.
                       88  Inc_Released            value 'R'.
                   10  Inc_Release_Date    PIC 9(8).
                   10  Inc_Released_By     PIC X(8).

           *>In-core copy of the fleet master - a grounding or a
           *>release changes the in-service flag and the file is
           *>rewritten at exit
           01  Fleet_Table.
               05  Fleet_Count         PIC 9(2).
               05  Fleet_Entry Occurs 50 Times.
                   10  Fleet_Tail_Number       PIC X(6).
                   10  Fleet_Home_State        PIC X(2).
                   10  Fleet_Home_Location     PIC X(15).
                   10  Fleet_Capacity          PIC 9(2).
                   10  Fleet_Last_Inspection   PIC 9(8).
                   10  Fleet_Service_Flag      PIC X(1).
                   10  Fleet_Max_Payload       PIC 9(4).

           *>Authorized launch sites - loaded at startup from the
           *>site master file maintained by NBJSiteMaint
           01  Valid_Sites.
               05  Site_Count          PIC 9(2).
               05  Valid_Site_Entry Occurs 50 Times.
                   10  Valid_Site_State        PIC X(2).
                   10  Valid_Site_Location     PIC X(15).

           *>Active pilots off the roster file maintained by
           *>NBJPilotMaint
           01  Roster_Table.
               05  Empl_Count          PIC 9(2).
               05  Empl_Entry Occurs 50 Times.
                   10  Empl_Id             PIC X(5).

           *>Operator master loaded at sign-on from the file
           *>maintained by NBJOperMaint
           01  Oper_Table.
               05  Oper_Count          PIC 9(2).
               05  Oper_Entry Occurs 30 Times.
                   10  Oper_Id             PIC X(8).
                   10  Oper_Role           PIC X(1).
                   10  Oper_Active_Flag    PIC X(1).
                       88  Oper_Active         value 'Y'.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Incident_Table Fleet_Table
               Valid_Sites Roster_Table.

           100-Initialization.
               PERFORM 101-Operator-Signon
               PERFORM 110-Load-Site-Table
               PERFORM 130-Load-Roster-Table
               PERFORM 150-Load-Fleet-Table
               PERFORM 170-Load-Incident-Table

               MOVE SPACE TO Menu_Choice
               PERFORM 200-Process-Menu UNTIL Choice_Exit

               PERFORM 700-Rewrite-Incident-File
               IF Fleet_Changed
                   PERFORM 750-Rewrite-Fleet-File
               END-IF

               PERFORM 900-Write-Audit-Stamp

               Stop "Press <CR> to End Program"
               Stop Run.

      *>Any active operator may record an incident - the release
      *>option checks for the supervisor role kept here
           101-Operator-Signon.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               PERFORM 103-Load-Oper-Table
               MOVE 'N' TO Signon_Switch
               MOVE ZERO TO Signon_Attempts
               PERFORM 102-Prompt-Signon
                   UNTIL Signed_On OR Signon_Attempts > 2
               IF NOT Signed_On
                   DISPLAY "ABEND: Operator sign-on failed"
                   STOP RUN
               END-IF.

           102-Prompt-Signon.
               ADD 1 TO Signon_Attempts
               DISPLAY "Operator Id " WITH NO ADVANCING
               ACCEPT Operator_Id
               PERFORM 105-Find-Operator
               IF Oper_Found AND Oper_Active(Oper_Found_Sub)
                   MOVE 'Y' TO Signon_Switch
                   MOVE Oper_Role(Oper_Found_Sub) TO Operator_Role
               ELSE
                   DISPLAY "Id is not on the operator master or "
                       "not active"
               END-IF.

           103-Load-Oper-Table.
               INITIALIZE Oper_Table
               OPEN INPUT OperatorFile
               IF File_Status = 35
                   DISPLAY "ABEND: No operator master on file - "
                       "run NBJOperMaint"
                   STOP RUN
               END-IF
               PERFORM 800-Validation
               READ OperatorFile
                   AT END MOVE 'Y' TO Oper_Eof_Switch
               END-READ
               PERFORM 104-Load-Oper-Entry UNTIL Oper_Eof
               CLOSE OperatorFile

               IF Oper_Count = ZERO
                   DISPLAY "ABEND: No operators on the operator "
                       "master file - run NBJOperMaint"
                   STOP RUN
               END-IF.

           104-Load-Oper-Entry.
               IF Oper_Count < 30
                   ADD 1 TO Oper_Count
                   MOVE O_Oper_Id   TO Oper_Id(Oper_Count)
                   MOVE O_Oper_Role TO Oper_Role(Oper_Count)
                   MOVE O_Active_Flag
                       TO Oper_Active_Flag(Oper_Count)
               END-IF

               READ OperatorFile
                   AT END MOVE 'Y' TO Oper_Eof_Switch
               END-READ.

           105-Find-Operator.
               MOVE 'N' TO Oper_Switch
               MOVE ZERO TO Oper_Found_Sub
               PERFORM 106-Check-Oper-Entry
                   VARYING Oper_Sub FROM 1 BY 1
                   UNTIL Oper_Sub > Oper_Count OR Oper_Found.

           106-Check-Oper-Entry.
               IF Oper_Id(Oper_Sub) = Operator_Id
                   MOVE 'Y' TO Oper_Switch
                   MOVE Oper_Sub TO Oper_Found_Sub
               END-IF.

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

           130-Load-Roster-Table.
               OPEN INPUT RosterFile
               IF File_Status = 35
                   DISPLAY "ABEND: No roster on file - run "
                       "NBJPilotMaint"
                   STOP RUN
               END-IF
               PERFORM 800-Validation
               READ RosterFile
                   AT END MOVE 'Y' TO Roster_Eof_Switch
               END-READ
               PERFORM 140-Load-Roster-Entry UNTIL Roster_Eof
               CLOSE RosterFile.

           140-Load-Roster-Entry.
               IF P_Active_Flag = 'Y' AND P_Empl_Class = 'P'
                   AND Empl_Count < 50
                   ADD 1 TO Empl_Count
                   MOVE P_Empl_Id TO Empl_Id(Empl_Count)
               END-IF

               READ RosterFile
                   AT END MOVE 'Y' TO Roster_Eof_Switch
               END-READ.

      *>The whole record is carried so the fleet master can be
      *>rewritten unchanged apart from the in-service flag
           150-Load-Fleet-Table.
               OPEN INPUT FleetFile
               IF File_Status = 35
                   DISPLAY "ABEND: No fleet master on file - run "
                       "NBJFleetMaint"
                   STOP RUN
               END-IF
               PERFORM 800-Validation
               READ FleetFile
                   AT END MOVE 'Y' TO Fleet_Eof_Switch
               END-READ
               PERFORM 160-Load-Fleet-Entry UNTIL Fleet_Eof
               CLOSE FleetFile.

           160-Load-Fleet-Entry.
               IF Fleet_Count < 50
                   ADD 1 TO Fleet_Count
                   MOVE F_Tail_Number
                       TO Fleet_Tail_Number(Fleet_Count)
                   MOVE F_Home_State
                       TO Fleet_Home_State(Fleet_Count)
                   MOVE F_Home_Location
                       TO Fleet_Home_Location(Fleet_Count)
                   MOVE F_Capacity
                       TO Fleet_Capacity(Fleet_Count)
                   MOVE F_Last_Inspection
                       TO Fleet_Last_Inspection(Fleet_Count)
                   MOVE F_Service_Flag
                       TO Fleet_Service_Flag(Fleet_Count)
                   IF F_Max_Payload IS NUMERIC
                       MOVE F_Max_Payload
                           TO Fleet_Max_Payload(Fleet_Count)
                   ELSE
                       MOVE ZERO TO Fleet_Max_Payload(Fleet_Count)
                   END-IF
               ELSE
                   DISPLAY "ABEND: Fleet table full - the fleet "
                       "master cannot be rewritten without losing "
                       "aircraft"
                   STOP RUN
               END-IF

               READ FleetFile
                   AT END MOVE 'Y' TO Fleet_Eof_Switch
               END-READ.

           170-Load-Incident-Table.
               OPEN INPUT IncidentFile PERFORM 800-Validation
               IF File_Status = 05
                   DISPLAY "No incidents on file - starting empty"
               END-IF
               READ IncidentFile
                   AT END MOVE 'Y' TO Incident_Eof_Switch
               END-READ
               PERFORM 180-Load-Incident-Entry UNTIL Incident_Eof
               CLOSE IncidentFile.

      *>A log larger than the table cannot be rewritten without
      *>losing incidents, so stop rather than run on part of it
           180-Load-Incident-Entry.
               IF Incident_Count < 500
                   ADD 1 TO Incident_Count
                   MOVE IN_Record TO Incident_Entry(Incident_Count)
                   IF IN_Incident_No > Last_Incident_No
                       MOVE IN_Incident_No TO Last_Incident_No
                   END-IF
               ELSE
                   DISPLAY "ABEND: Incident table full - the log "
                       "cannot be rewritten without losing incidents"
                   STOP RUN
               END-IF

               READ IncidentFile
                   AT END MOVE 'Y' TO Incident_Eof_Switch
               END-READ.

           200-Process-Menu.
               DISPLAY " "
               DISPLAY "NBJ Flight Incident Log"
               DISPLAY "  A - Record an incident"
               DISPLAY "  R - Release a grounded aircraft"
               DISPLAY "  O - List grounded aircraft"
               DISPLAY "  L - List all incidents"
               DISPLAY "  X - Exit and save"
               DISPLAY "Choice " WITH NO ADVANCING
               ACCEPT Menu_Choice

               EVALUATE TRUE
                   WHEN Choice_Add
                       PERFORM 300-Add-Incident
                   WHEN Choice_Release
                       PERFORM 400-Release-Aircraft
                   WHEN Choice_Open
                       PERFORM 500-List-Grounded
                   WHEN Choice_List
                       PERFORM 550-List-Incidents
                   WHEN Choice_Exit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - re-enter"
               END-EVALUATE.

           300-Add-Incident.
               IF Incident_Count = 500
                   DISPLAY "Incident table full - cannot add"
               ELSE
                   PERFORM 310-Get-Incident-Details
                   PERFORM 350-Save-Incident
               END-IF.

      *>A landowner complaint need not involve an aircraft or a
      *>pilot - every other category is tied to both
           310-Get-Incident-Details.
               DISPLAY "Incident Date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT Entry_Incident_Date
               MOVE 'N' TO Site_Switch
               PERFORM 311-Prompt-And-Validate-Site UNTIL Valid_Site
               MOVE SPACE TO Entry_Category
               PERFORM 313-Prompt-Category UNTIL Category_Valid
               MOVE 'N' TO Tail_Switch
               PERFORM 314-Prompt-And-Validate-Tail
                   UNTIL Tail_Accepted
               MOVE 'N' TO Pilot_Switch
               PERFORM 315-Prompt-And-Validate-Pilot
                   UNTIL Pilot_Accepted
               MOVE SPACE TO Entry_Severity
               PERFORM 316-Prompt-Severity UNTIL Severity_Valid
               IF Severity_Serious
                   MOVE 'Y' TO Entry_Reportable
               ELSE
                   MOVE SPACE TO Entry_Reportable
                   PERFORM 317-Prompt-Reportable
                       UNTIL Reportable_Valid
               END-IF
               DISPLAY "Narrative " WITH NO ADVANCING
               ACCEPT Entry_Narrative.

           311-Prompt-And-Validate-Site.
               DISPLAY "State Code (CT/NY/MA) " WITH NO ADVANCING
               ACCEPT Entry_State
               DISPLAY "Location " WITH NO ADVANCING
               ACCEPT Entry_Location

               MOVE 'N' TO Site_Switch
               PERFORM 312-Check-Site-Entry
                   VARYING Site_Sub FROM 1 BY 1
                   UNTIL Site_Sub > Site_Count OR Valid_Site
               IF Invalid_Site
                   DISPLAY "Unrecognized state/location - re-enter"
               END-IF.

           312-Check-Site-Entry.
               IF Valid_Site_State(Site_Sub) = Entry_State
                   AND Valid_Site_Location(Site_Sub) = Entry_Location
                   MOVE 'Y' TO Site_Switch
               END-IF.

           313-Prompt-Category.
               DISPLAY "Category (H=Hard landing, E=Envelope, "
                   "I=Injury, L=Landowner, O=Other) "
                   WITH NO ADVANCING
               ACCEPT Entry_Category
               IF NOT Category_Valid
                   DISPLAY "Unrecognized category - re-enter"
               END-IF.

           314-Prompt-And-Validate-Tail.
               DISPLAY "Tail Number " WITH NO ADVANCING
               ACCEPT Entry_Tail_Number
               IF Entry_Tail_Number = SPACES AND Category_Landowner
                   MOVE 'Y' TO Tail_Switch
               ELSE
                   PERFORM 600-Find-Balloon
                   IF Balloon_Found
                       MOVE 'Y' TO Tail_Switch
                   ELSE
                       DISPLAY "Tail number not on fleet master - "
                           "re-enter"
                   END-IF
               END-IF.

           315-Prompt-And-Validate-Pilot.
               DISPLAY "Pilot Id " WITH NO ADVANCING
               ACCEPT Entry_Pilot_Id
               IF Entry_Pilot_Id = SPACES AND Category_Landowner
                   MOVE 'Y' TO Pilot_Switch
               ELSE
                   MOVE 'N' TO Empl_Switch
                   PERFORM 610-Check-Roster-Entry
                       VARYING Empl_Sub FROM 1 BY 1
                       UNTIL Empl_Sub > Empl_Count OR Empl_Found
                   IF Empl_Found
                       MOVE 'Y' TO Pilot_Switch
                   ELSE
                       DISPLAY "Id is not an active pilot on the "
                           "roster - re-enter"
                   END-IF
               END-IF.

           316-Prompt-Severity.
               DISPLAY "Severity (1=Minor, 2=Significant, "
                   "3=Serious) " WITH NO ADVANCING
               ACCEPT Entry_Severity
               IF NOT Severity_Valid
                   DISPLAY "Severity must be 1, 2 or 3 - re-enter"
               END-IF.

           317-Prompt-Reportable.
               DISPLAY "Reportable - ground the aircraft? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT Entry_Reportable
               IF NOT Reportable_Valid
                   DISPLAY "Unrecognized reply - re-enter"
               END-IF.

      *>A reportable incident with an aircraft grounds it on the
      *>fleet master; the incident stays open until released
           350-Save-Incident.
               ADD 1 TO Last_Incident_No
               ADD 1 TO Incident_Count
               MOVE Last_Incident_No
                   TO Inc_Incident_No(Incident_Count)
               MOVE Entry_Incident_Date
                   TO Inc_Incident_Date(Incident_Count)
               MOVE Entry_State    TO Inc_State(Incident_Count)
               MOVE Entry_Location TO Inc_Location(Incident_Count)
               MOVE Entry_Tail_Number
                   TO Inc_Tail_Number(Incident_Count)
               MOVE Entry_Pilot_Id TO Inc_Pilot_Id(Incident_Count)
               MOVE Entry_Severity TO Inc_Severity(Incident_Count)
               MOVE Entry_Category TO Inc_Category(Incident_Count)
               MOVE Entry_Reportable
                   TO Inc_Reportable_Flag(Incident_Count)
               MOVE Entry_Narrative
                   TO Inc_Narrative(Incident_Count)
               MOVE Operator_Id TO Inc_Entered_By(Incident_Count)
               MOVE Today_Date  TO Inc_Entry_Date(Incident_Count)
               MOVE SPACE TO Inc_Release_Status(Incident_Count)
               MOVE ZERO  TO Inc_Release_Date(Incident_Count)
               MOVE SPACES TO Inc_Released_By(Incident_Count)
               DISPLAY "Incident " Last_Incident_No " recorded"

               IF Incident_Reportable
                   AND Entry_Tail_Number NOT = SPACES
                   MOVE 'O' TO Inc_Release_Status(Incident_Count)
                   MOVE 'N' TO Fleet_Service_Flag(Fleet_Found_Sub)
                   MOVE 'Y' TO Fleet_Changed_Switch
                   DISPLAY "Aircraft " Entry_Tail_Number
                       " grounded until a supervisor release"
               END-IF.

      *>The aircraft goes back into service only when no other
      *>open incident still grounds it
           400-Release-Aircraft.
               IF NOT Operator_Is_Super
                   DISPLAY "Only a supervisor may release a "
                       "grounded aircraft"
               ELSE
                   DISPLAY "Incident Number " WITH NO ADVANCING
                   ACCEPT Entry_Incident_No
                   PERFORM 620-Find-Incident
                   IF NOT Incident_Found
                       DISPLAY "Incident not on file"
                   ELSE
                       IF NOT Inc_Grounded(Incident_Found_Sub)
                           DISPLAY "Incident has no grounding to "
                               "release"
                       ELSE
                           PERFORM 410-Record-Release
                       END-IF
                   END-IF
               END-IF.

           410-Record-Release.
               MOVE 'R' TO Inc_Release_Status(Incident_Found_Sub)
               MOVE Today_Date TO Inc_Release_Date(Incident_Found_Sub)
               MOVE Operator_Id
                   TO Inc_Released_By(Incident_Found_Sub)
               MOVE Inc_Tail_Number(Incident_Found_Sub)
                   TO Entry_Tail_Number
               DISPLAY "Incident " Entry_Incident_No " released"

               PERFORM 640-Find-Open-Incident
               IF Open_Incident_Found
                   DISPLAY "Aircraft " Entry_Tail_Number
                       " stays grounded by open incident "
                       Open_Incident_No
               ELSE
                   PERFORM 600-Find-Balloon
                   IF Balloon_Found
                       MOVE 'Y' TO Fleet_Service_Flag(Fleet_Found_Sub)
                       MOVE 'Y' TO Fleet_Changed_Switch
                       DISPLAY "Aircraft " Entry_Tail_Number
                           " returned to service"
                   ELSE
                       DISPLAY "Aircraft " Entry_Tail_Number
                           " is no longer on the fleet master"
                   END-IF
               END-IF.

           500-List-Grounded.
               MOVE ZERO TO Open_Count
               DISPLAY "No.   Date     Tail   St Location        "
                   "Pilot Sv Ct"
               PERFORM 510-List-Grounded-Entry
                   VARYING Incident_Sub FROM 1 BY 1
                   UNTIL Incident_Sub > Incident_Count
               IF Open_Count = ZERO
                   DISPLAY "  (no aircraft grounded)"
               END-IF.

           510-List-Grounded-Entry.
               IF Inc_Grounded(Incident_Sub)
                   ADD 1 TO Open_Count
                   PERFORM 560-Show-Incident-Line
               END-IF.

           550-List-Incidents.
               DISPLAY "No.   Date     Tail   St Location        "
                   "Pilot Sv Ct Rp Rel"
               PERFORM 560-Show-Incident-Line
                   VARYING Incident_Sub FROM 1 BY 1
                   UNTIL Incident_Sub > Incident_Count.

           560-Show-Incident-Line.
               DISPLAY Inc_Incident_No(Incident_Sub) " "
                   Inc_Incident_Date(Incident_Sub) " "
                   Inc_Tail_Number(Incident_Sub) " "
                   Inc_State(Incident_Sub) " "
                   Inc_Location(Incident_Sub) " "
                   Inc_Pilot_Id(Incident_Sub) " "
                   Inc_Severity(Incident_Sub) "  "
                   Inc_Category(Incident_Sub) "  "
                   Inc_Reportable_Flag(Incident_Sub) "  "
                   Inc_Release_Status(Incident_Sub)
               DISPLAY "      " Inc_Narrative(Incident_Sub).

           600-Find-Balloon.
               MOVE 'N' TO Fleet_Switch
               MOVE ZERO TO Fleet_Found_Sub
               PERFORM 605-Check-Fleet-Entry
                   VARYING Fleet_Sub FROM 1 BY 1
                   UNTIL Fleet_Sub > Fleet_Count OR Balloon_Found.

           605-Check-Fleet-Entry.
               IF Fleet_Tail_Number(Fleet_Sub) = Entry_Tail_Number
                   MOVE 'Y' TO Fleet_Switch
                   MOVE Fleet_Sub TO Fleet_Found_Sub
               END-IF.

           610-Check-Roster-Entry.
               IF Empl_Id(Empl_Sub) = Entry_Pilot_Id
                   MOVE 'Y' TO Empl_Switch
               END-IF.

           620-Find-Incident.
               MOVE 'N' TO Incident_Switch
               MOVE ZERO TO Incident_Found_Sub
               PERFORM 630-Check-Incident-Entry
                   VARYING Incident_Sub FROM 1 BY 1
                   UNTIL Incident_Sub > Incident_Count
                   OR Incident_Found.

           630-Check-Incident-Entry.
               IF Inc_Incident_No(Incident_Sub) = Entry_Incident_No
                   MOVE 'Y' TO Incident_Switch
                   MOVE Incident_Sub TO Incident_Found_Sub
               END-IF.

           640-Find-Open-Incident.
               MOVE 'N' TO Open_Switch
               MOVE ZERO TO Open_Incident_No
               PERFORM 650-Check-Open-Entry
                   VARYING Incident_Sub FROM 1 BY 1
                   UNTIL Incident_Sub > Incident_Count
                   OR Open_Incident_Found.

           650-Check-Open-Entry.
               IF Inc_Grounded(Incident_Sub)
                   AND Inc_Tail_Number(Incident_Sub)
                   = Entry_Tail_Number
                   MOVE 'Y' TO Open_Switch
                   MOVE Inc_Incident_No(Incident_Sub)
                       TO Open_Incident_No
               END-IF.

           700-Rewrite-Incident-File.
               OPEN OUTPUT IncidentFile PERFORM 800-Validation
               PERFORM 710-Write-Incident-Entry
                   VARYING Incident_Sub FROM 1 BY 1
                   UNTIL Incident_Sub > Incident_Count
               CLOSE IncidentFile
               DISPLAY "Incident log saved - " Incident_Count
                   " incidents".

           710-Write-Incident-Entry.
               MOVE Incident_Entry(Incident_Sub) TO IN_Record
               WRITE IN_Record.

           750-Rewrite-Fleet-File.
               OPEN OUTPUT FleetFile PERFORM 800-Validation
               PERFORM 760-Write-Fleet-Entry
                   VARYING Fleet_Sub FROM 1 BY 1
                   UNTIL Fleet_Sub > Fleet_Count
               CLOSE FleetFile
               DISPLAY "Fleet master saved - " Fleet_Count
                   " aircraft".

           760-Write-Fleet-Entry.
               MOVE Fleet_Tail_Number(Fleet_Sub)   TO F_Tail_Number
               MOVE Fleet_Home_State(Fleet_Sub)    TO F_Home_State
               MOVE Fleet_Home_Location(Fleet_Sub)
                   TO F_Home_Location
               MOVE Fleet_Capacity(Fleet_Sub)      TO F_Capacity
               MOVE Fleet_Last_Inspection(Fleet_Sub)
                   TO F_Last_Inspection
               MOVE Fleet_Service_Flag(Fleet_Sub)  TO F_Service_Flag
               MOVE Fleet_Max_Payload(Fleet_Sub)   TO F_Max_Payload
               WRITE F_Record.

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

      *>Stamp who saved this file to the daily audit trail - the
      *>'**' state marks a non-site audit row
           900-Write-Audit-Stamp.
               OPEN EXTEND AuditFile PERFORM 800-Validation
               MOVE Operator_Id TO AU_Operator
               MOVE Today_Date  TO AU_Audit_Date
               ACCEPT AU_Audit_Time FROM TIME
               MOVE '**'        TO AU_State
               MOVE 'NBJIncident' TO AU_Location
               MOVE ZERO TO AU_Total_Daily_Emp_Exp
               MOVE ZERO TO AU_Total_Daily_Revenue
               WRITE Audit_Record
               CLOSE AuditFile.

       End Program NBJIncident.
