      *                    NBJOperMaint) before the menu opens,
      *                    and stamp the save to the audit file
      *                    with the supervisor's operator id
      *    10/15/2026  AD  Carry each aircraft's maximum passenger
      *                    payload in pounds - keyed when the
      *                    aircraft is added, changed from its own
      *                    menu choice and shown on the fleet list;
      *                    flight entry refuses a load over it
      *    10/15/2026  AD  Refuse to return an aircraft to service
      *                    while a reportable incident logged in
      *                    NBJIncident still grounds it - the
      *                    supervisor releases it there instead

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional IncidentFile
                       assign to IncidentData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperatorFile assign to OperatorData
                       File Status is File_Status
                       Organization is Line Sequential.
       Data Division.
           File Section.
           FD  FleetFile
               Record Contains 38 Characters.
               COPY Fleet_Record
                   REPLACING LEADING ==Prefix== BY ==F==.

           FD  IncidentFile
               Record Contains 137 Characters.
               COPY Incident_Record
                   REPLACING LEADING ==Prefix== BY ==IN==.

           FD  OperatorFile
               Record Contains 30 Characters.
               COPY Operator_Record
                   88  Choice_Add              value 'A'.
                   88  Choice_Inspect          value 'I'.
                   88  Choice_Service          value 'S'.
                   88  Choice_Payload          value 'W'.
                   88  Choice_List             value 'L'.
                   88  Choice_Exit             value 'X'.
               05  Entry_Tail_Number       PIC X(6).
                   88  Balloon_Found           value 'Y'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.
               05  Incident_Eof_Switch PIC X(1).
                   88  Incident_Eof            value 'Y'.
               05  Grounded_Sub        PIC 9(3).
               05  Grounded_Switch     PIC X(1).
                   88  Tail_Grounded           value 'Y'.
               05  Grounded_Incident_No    PIC 9(5).

           *>In-core copy of the fleet master - maintained here and
           *>rewritten to disk when the supervisor exits
                   10  Fleet_Last_Inspection   PIC 9(8).
                   10  Fleet_Service_Flag      PIC X(1).
                       88  Balloon_In_Service      value 'Y'.
                   10  Fleet_Max_Payload       PIC 9(4).

           *>Incidents still grounding an aircraft - loaded from the
           *>incident log kept by NBJIncident
           01  Grounded_Table.
               05  Grounded_Count      PIC 9(3).
               05  Grounded_Entry Occurs 500 Times.
                   10  Grounded_Tail_Number    PIC X(6).
                   10  Grounded_Incident       PIC 9(5).

           *>Operator master loaded at sign-on from the file
           *>maintained by NBJOperMaint
           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Fleet_Table Grounded_Table.

           100-Initialization.
               PERFORM 101-Supervisor-Signon
               PERFORM 110-Load-Fleet-Table
               PERFORM 130-Load-Grounded-Table

               MOVE SPACE TO Menu_Choice
               PERFORM 200-Process-Menu UNTIL Choice_Exit
                       TO Fleet_Last_Inspection(Fleet_Count)
                   MOVE F_Service_Flag
                       TO Fleet_Service_Flag(Fleet_Count)
      *>Records written before the payload was carried read it as
      *>spaces - hold them at zero until the supervisor sets it
                   IF F_Max_Payload IS NUMERIC
                       MOVE F_Max_Payload
                           TO Fleet_Max_Payload(Fleet_Count)
                   ELSE
                       MOVE ZERO TO Fleet_Max_Payload(Fleet_Count)
                   END-IF
               ELSE
                   IF NOT Overflow_Noted
                       DISPLAY "Fleet table full - remaining "
                   AT END MOVE 'Y' TO Fleet_Eof_Switch
               END-READ.

           130-Load-Grounded-Table.
               OPEN INPUT IncidentFile PERFORM 800-Validation
               READ IncidentFile
                   AT END MOVE 'Y' TO Incident_Eof_Switch
               END-READ
               PERFORM 140-Load-Grounded-Entry UNTIL Incident_Eof
               CLOSE IncidentFile.

           140-Load-Grounded-Entry.
               IF IN_Release_Status = 'O' AND Grounded_Count < 500
                   ADD 1 TO Grounded_Count
                   MOVE IN_Tail_Number
                       TO Grounded_Tail_Number(Grounded_Count)
                   MOVE IN_Incident_No
                       TO Grounded_Incident(Grounded_Count)
               END-IF

               READ IncidentFile
                   AT END MOVE 'Y' TO Incident_Eof_Switch
               END-READ.

           200-Process-Menu.
               DISPLAY " "
               DISPLAY "NBJ Fleet Master Maintenance"
               DISPLAY "  A - Add an aircraft"
               DISPLAY "  I - Record an inspection"
               DISPLAY "  S - Change in-service flag"
               DISPLAY "  W - Set maximum payload"
               DISPLAY "  L - List the fleet"
               DISPLAY "  X - Exit and save"
               DISPLAY "Choice " WITH NO ADVANCING
                       PERFORM 400-Record-Inspection
                   WHEN Choice_Service
                       PERFORM 450-Change-Service-Flag
                   WHEN Choice_Payload
                       PERFORM 470-Set-Max-Payload
                   WHEN Choice_List
                       PERFORM 500-List-Fleet
                   WHEN Choice_Exit
                       DISPLAY "Last Inspection Date (YYYYMMDD) "
                           WITH NO ADVANCING
                       ACCEPT Fleet_Last_Inspection(Fleet_Count)
                       DISPLAY "Maximum Passenger Payload (lbs) "
                           WITH NO ADVANCING
                       ACCEPT Fleet_Max_Payload(Fleet_Count)
                       MOVE 'Y' TO Fleet_Service_Flag(Fleet_Count)
                       DISPLAY "Aircraft added and in service"
                   END-IF
                   DISPLAY "In Service? (Y/N) " WITH NO ADVANCING
                   ACCEPT Entry_Service_Flag
                   IF Entry_Service_Flag = 'Y'
                       PERFORM 620-Find-Grounding
                       IF Tail_Grounded
                           DISPLAY "Aircraft grounded by open "
                               "incident " Grounded_Incident_No
                               " - release it in NBJIncident"
                       ELSE
                           MOVE 'Y'
                               TO Fleet_Service_Flag(Fleet_Found_Sub)
                           DISPLAY "Aircraft returned to service"
                       END-IF
                   ELSE
                       MOVE 'N'
                           TO Fleet_Service_Flag(Fleet_Found_Sub)
                   DISPLAY "Aircraft not on file"
               END-IF.

      *>Flight entry refuses any tail whose payload is zero, so
      *>a payload must be set before the aircraft can carry anyone
           470-Set-Max-Payload.
               DISPLAY "Tail Number " WITH NO ADVANCING
               ACCEPT Entry_Tail_Number

               PERFORM 600-Find-Balloon
               IF Balloon_Found
                   DISPLAY "Current maximum payload "
                       Fleet_Max_Payload(Fleet_Found_Sub) " lbs"
                   DISPLAY "Maximum Passenger Payload (lbs) "
                       WITH NO ADVANCING
                   ACCEPT Fleet_Max_Payload(Fleet_Found_Sub)
                   DISPLAY "Maximum payload recorded"
               ELSE
                   DISPLAY "Aircraft not on file"
               END-IF.

           500-List-Fleet.
               DISPLAY "Tail   St Location        Cap Last Insp Svc "
                   "Payload"
               PERFORM 510-List-Fleet-Entry
                   VARYING Fleet_Sub FROM 1 BY 1
                   UNTIL Fleet_Sub > Fleet_Count.
                   Fleet_Home_Location(Fleet_Sub) " "
                   Fleet_Capacity(Fleet_Sub) "  "
                   Fleet_Last_Inspection(Fleet_Sub) "  "
                   Fleet_Service_Flag(Fleet_Sub) "   "
                   Fleet_Max_Payload(Fleet_Sub).

           600-Find-Balloon.
               MOVE 'N' TO Fleet_Switch
                   MOVE Fleet_Sub TO Fleet_Found_Sub
               END-IF.

      *>A reportable incident still open in the incident log
      *>keeps the aircraft out of service
           620-Find-Grounding.
               MOVE 'N' TO Grounded_Switch
               MOVE ZERO TO Grounded_Incident_No
               PERFORM 630-Check-Grounded-Entry
                   VARYING Grounded_Sub FROM 1 BY 1
                   UNTIL Grounded_Sub > Grounded_Count
                   OR Tail_Grounded.

           630-Check-Grounded-Entry.
               IF Grounded_Tail_Number(Grounded_Sub)
                   = Entry_Tail_Number
                   MOVE 'Y' TO Grounded_Switch
                   MOVE Grounded_Incident(Grounded_Sub)
                       TO Grounded_Incident_No
               END-IF.

           700-Rewrite-Fleet-File.
               OPEN OUTPUT FleetFile PERFORM 800-Validation
               PERFORM 710-Write-Fleet-Entry
               MOVE Fleet_Last_Inspection(Fleet_Sub)
                   TO F_Last_Inspection
               MOVE Fleet_Service_Flag(Fleet_Sub)  TO F_Service_Flag
               MOVE Fleet_Max_Payload(Fleet_Sub)   TO F_Max_Payload
               WRITE F_Record.

           800-Validation.
