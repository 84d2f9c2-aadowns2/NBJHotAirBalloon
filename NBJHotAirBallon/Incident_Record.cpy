      * Incident_Record
      *Flight incident and safety occurrence log - one record per
      *occurrence with the date, site, aircraft and pilot, severity
      *(1 minor, 2 significant, 3 serious), category (H hard
      *landing, E envelope burn or damage, I passenger injury, L
      *landowner complaint, O other) and a narrative. A reportable
      *incident grounds the aircraft: release status is O while it
      *stays grounded and R once a supervisor has released it, with
      *the release date and supervisor id; space for an incident
      *that did not ground the aircraft. Entered by NBJIncident
      *Replace prefix with IN in any program writing or reading the
      *incident file
       01  Prefix_Record.
           05  Prefix_Incident_No             PIC 9(5).
           05  Prefix_Incident_Date           PIC 9(8).
           05  Prefix_State                   PIC X(2).
           05  Prefix_Location                PIC X(15).
           05  Prefix_Tail_Number             PIC X(6).
           05  Prefix_Pilot_Id                PIC X(5).
           05  Prefix_Severity                PIC X(1).
           05  Prefix_Category                PIC X(1).
           05  Prefix_Reportable_Flag         PIC X(1).
           05  Prefix_Narrative               PIC X(60).
           05  Prefix_Entered_By              PIC X(8).
           05  Prefix_Entry_Date              PIC 9(8).
           05  Prefix_Release_Status          PIC X(1).
           05  Prefix_Release_Date            PIC 9(8).
           05  Prefix_Released_By             PIC X(8).
