       Identification Division.
           Program-ID. NBJIncidentReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - incident report for
      *                    the insurer from the incident log (see
      *                    NBJIncident): every incident over an
      *                    operator-keyed date range listed by
      *                    pilot, by aircraft and by site with a
      *                    count for each, and totals by severity,
      *                    reportable incidents and aircraft still
      *                    grounded

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select IncidentFile assign to IncidentData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RosterFile assign to RosterData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  IncidentFile
               Record Contains 137 Characters.
               COPY Incident_Record
                   REPLACING LEADING ==Prefix== BY ==IN==.

           FD  RosterFile
               Record Contains 35 Characters.
               COPY Roster_Record
                   REPLACING LEADING ==Prefix== BY ==P==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Range_From          PIC 9(8).
               05  Range_To            PIC 9(8).
               05  Incident_Eof_Switch PIC X(1).
                   88  Incident_Eof            value 'Y'.
               05  Roster_Eof_Switch   PIC X(1).
                   88  Roster_Eof              value 'Y'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.
               05  Incident_Sub        PIC 9(3).
               05  Empl_Sub            PIC 9(2).
               05  Empl_Switch         PIC X(1).
                   88  Empl_Found              value 'Y'.
               05  Pilot_Name          PIC X(20).
               05  Group_Sub           PIC 9(1).
               05  Key_Sub             PIC 9(3).
               05  Key_Found_Sub       PIC 9(3).
               05  Key_Switch          PIC X(1).
                   88  Key_Found               value 'Y'.
               05  Pass_Sub            PIC 9(3).
               05  Compare_Limit       PIC 9(3).
               05  Hold_Key            PIC X(17).
               05  Hold_Key_Count      PIC 9(3).
               05  Incident_Key        PIC X(17).
               05  Severity_Sub        PIC 9(1).
      *>Groupings the incidents are listed under, in report order
           78  Group_By_Pilot                      value 1.
           78  Group_By_Tail                       value 2.
           78  Group_By_Site                       value 3.

           *>Incidents on the log dated inside the report range
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
                       88  Inc_Reportable          value 'Y'.
                   10  Inc_Narrative       PIC X(60).
                   10  Inc_Entered_By      PIC X(8).
                   10  Inc_Entry_Date      PIC 9(8).
                   10  Inc_Release_Status  PIC X(1).
                       88  Inc_Grounded            value 'O'.
                   10  Inc_Release_Date    PIC 9(8).
                   10  Inc_Released_By     PIC X(8).

           *>Distinct pilots, tails or sites for the grouping being
           *>printed, sorted ascending before the group is listed
           01  Key_Table.
               05  Key_Count           PIC 9(3).
               05  Key_Entry Occurs 500 Times.
                   10  Key_Value           PIC X(17).
                   10  Key_Incidents       PIC 9(3).

           *>Every pilot on the roster, active or not, so a pilot who
           *>has since left still prints with a name
           01  Roster_Table.
               05  Empl_Count          PIC 9(2).
               05  Empl_Entry Occurs 50 Times.
                   10  Empl_Id             PIC X(5).
                   10  Empl_Name           PIC X(20).

           01  Report_Totals.
               05  Tot_Incidents       PIC 9(5).
               05  Tot_Reportable      PIC 9(5).
               05  Tot_Grounded        PIC 9(5).
               05  Tot_Severity        PIC 9(5) Occurs 3 Times.

           *>Group headings for the printed report
           01  Group_Headings.
               05  FILLER  PIC X(40)
                   value "Incidents by pilot".
               05  FILLER  PIC X(40)
                   value "Incidents by aircraft".
               05  FILLER  PIC X(40)
                   value "Incidents by site".
           01  Group_Heading_Table REDEFINES Group_Headings.
               05  Group_Heading Occurs 3 Times    PIC X(40).

           01  Severity_Names.
               05  FILLER  PIC X(12)  value "Minor".
               05  FILLER  PIC X(12)  value "Significant".
               05  FILLER  PIC X(12)  value "Serious".
           01  Severity_Name_Table REDEFINES Severity_Names.
               05  Severity_Name Occurs 3 Times    PIC X(12).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Count          PIC ZZZZ9.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Incident_Table Key_Table
               Roster_Table Report_Totals.

           100-Initialization.
               DISPLAY "Report From Date (YYYYMMDD) "
                   WITH NO ADVANCING
               ACCEPT Range_From
               DISPLAY "Report To Date (YYYYMMDD) "
                   WITH NO ADVANCING
               ACCEPT Range_To

               PERFORM 110-Load-Roster-Table
               PERFORM 130-Load-Incident-Table
               PERFORM 800-Print-Report

               Stop Run.

           110-Load-Roster-Table.
               OPEN INPUT RosterFile
               IF File_Status = 35
                   DISPLAY "ABEND: No roster on file - run "
                       "NBJPilotMaint"
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               READ RosterFile
                   AT END MOVE 'Y' TO Roster_Eof_Switch
               END-READ
               PERFORM 120-Load-Roster-Entry UNTIL Roster_Eof
               CLOSE RosterFile.

           120-Load-Roster-Entry.
               IF Empl_Count < 50
                   ADD 1 TO Empl_Count
                   MOVE P_Empl_Id   TO Empl_Id(Empl_Count)
                   MOVE P_Empl_Name TO Empl_Name(Empl_Count)
               END-IF

               READ RosterFile
                   AT END MOVE 'Y' TO Roster_Eof_Switch
               END-READ.

           130-Load-Incident-Table.
               OPEN INPUT IncidentFile
               IF File_Status = 35
                   DISPLAY "No incidents on file - nothing to report"
                   Stop Run
               END-IF
               PERFORM 500-Validation
               READ IncidentFile
                   AT END MOVE 'Y' TO Incident_Eof_Switch
               END-READ
               PERFORM 140-Load-Incident-Entry UNTIL Incident_Eof
               CLOSE IncidentFile.

           140-Load-Incident-Entry.
               IF IN_Incident_Date NOT < Range_From
                   AND IN_Incident_Date NOT > Range_To
                   IF Incident_Count < 500
                       ADD 1 TO Incident_Count
                       MOVE IN_Record
                           TO Incident_Entry(Incident_Count)
                       PERFORM 150-Accumulate-Totals
                   ELSE
                       IF NOT Overflow_Noted
                           DISPLAY "Incident table full - remaining "
                               "records ignored"
                           MOVE 'Y' TO Overflow_Switch
                       END-IF
                   END-IF
               END-IF

               READ IncidentFile
                   AT END MOVE 'Y' TO Incident_Eof_Switch
               END-READ.

           150-Accumulate-Totals.
               ADD 1 TO Tot_Incidents
               IF Inc_Reportable(Incident_Count)
                   ADD 1 TO Tot_Reportable
               END-IF
               IF Inc_Grounded(Incident_Count)
                   ADD 1 TO Tot_Grounded
               END-IF
               IF Inc_Severity(Incident_Count) = '1' OR '2' OR '3'
                   MOVE Inc_Severity(Incident_Count) TO Severity_Sub
                   ADD 1 TO Tot_Severity(Severity_Sub)
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

      *>The grouping key of an incident - pilot id, tail number, or
      *>state and location; a landowner complaint may carry no
      *>pilot or aircraft and groups under a blank key
           600-Build-Incident-Key.
               MOVE SPACES TO Incident_Key
               EVALUATE Group_Sub
                   WHEN Group_By_Pilot
                       MOVE Inc_Pilot_Id(Incident_Sub)
                           TO Incident_Key
                   WHEN Group_By_Tail
                       MOVE Inc_Tail_Number(Incident_Sub)
                           TO Incident_Key
                   WHEN Group_By_Site
                       MOVE Inc_State(Incident_Sub)
                           TO Incident_Key(1:2)
                       MOVE Inc_Location(Incident_Sub)
                           TO Incident_Key(3:15)
               END-EVALUATE.

           610-Find-Pilot-Name.
               MOVE 'N' TO Empl_Switch
               MOVE SPACES TO Pilot_Name
               PERFORM 620-Check-Roster-Entry
                   VARYING Empl_Sub FROM 1 BY 1
                   UNTIL Empl_Sub > Empl_Count OR Empl_Found.

           620-Check-Roster-Entry.
               IF Empl_Id(Empl_Sub) = Key_Value(Key_Sub)(1:5)
                   MOVE 'Y' TO Empl_Switch
                   MOVE Empl_Name(Empl_Sub) TO Pilot_Name
               END-IF.

           700-Build-Key-Table.
               INITIALIZE Key_Table
               PERFORM 710-Add-Incident-Key
                   VARYING Incident_Sub FROM 1 BY 1
                   UNTIL Incident_Sub > Incident_Count
               PERFORM 730-Sort-Pass
                   VARYING Pass_Sub FROM 1 BY 1
                   UNTIL Pass_Sub NOT < Key_Count.

           710-Add-Incident-Key.
               PERFORM 600-Build-Incident-Key
               MOVE 'N' TO Key_Switch
               MOVE ZERO TO Key_Found_Sub
               PERFORM 720-Check-Key-Entry
                   VARYING Key_Sub FROM 1 BY 1
                   UNTIL Key_Sub > Key_Count OR Key_Found
               IF NOT Key_Found
                   ADD 1 TO Key_Count
                   MOVE Key_Count TO Key_Found_Sub
                   MOVE Incident_Key TO Key_Value(Key_Count)
               END-IF
               ADD 1 TO Key_Incidents(Key_Found_Sub).

           720-Check-Key-Entry.
               IF Key_Value(Key_Sub) = Incident_Key
                   MOVE 'Y' TO Key_Switch
                   MOVE Key_Sub TO Key_Found_Sub
               END-IF.

      *>Bubble sort - each pass carries the highest remaining key
      *>to the end of the unsorted part of the table
           730-Sort-Pass.
               COMPUTE Compare_Limit = Key_Count - Pass_Sub
               PERFORM 740-Compare-Keys
                   VARYING Key_Sub FROM 1 BY 1
                   UNTIL Key_Sub > Compare_Limit.

           740-Compare-Keys.
               IF Key_Value(Key_Sub) > Key_Value(Key_Sub + 1)
                   MOVE Key_Value(Key_Sub)     TO Hold_Key
                   MOVE Key_Incidents(Key_Sub) TO Hold_Key_Count
                   MOVE Key_Value(Key_Sub + 1) TO Key_Value(Key_Sub)
                   MOVE Key_Incidents(Key_Sub + 1)
                       TO Key_Incidents(Key_Sub)
                   MOVE Hold_Key TO Key_Value(Key_Sub + 1)
                   MOVE Hold_Key_Count TO Key_Incidents(Key_Sub + 1)
               END-IF.

           800-Print-Report.
               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Flight Incident "
                   "Report"
               DISPLAY "  Incidents dated " Range_From " through "
                   Range_To
               DISPLAY "===================================="
                   "===================================="
               IF Incident_Count = ZERO
                   DISPLAY "  (no incidents in the range)"
               ELSE
                   PERFORM 810-Print-Group
                       VARYING Group_Sub FROM 1 BY 1
                       UNTIL Group_Sub > Group_By_Site
               END-IF
               DISPLAY "------------------------------------"
                   "------------------------------------"
               PERFORM 850-Print-Totals
               DISPLAY "===================================="
                   "====================================".

           810-Print-Group.
               PERFORM 700-Build-Key-Table
               DISPLAY " "
               DISPLAY Group_Heading(Group_Sub)
               PERFORM 820-Print-Key
                   VARYING Key_Sub FROM 1 BY 1
                   UNTIL Key_Sub > Key_Count.

           820-Print-Key.
               MOVE Key_Incidents(Key_Sub) TO Disp_Count
               EVALUATE TRUE
                   WHEN Key_Value(Key_Sub) = SPACES
                       DISPLAY "  (none recorded)            "
                           "Incidents " Disp_Count
                   WHEN Group_Sub = Group_By_Pilot
                       PERFORM 610-Find-Pilot-Name
                       DISPLAY "  " Key_Value(Key_Sub)(1:5) " "
                           Pilot_Name " Incidents " Disp_Count
                   WHEN Group_Sub = Group_By_Tail
                       DISPLAY "  " Key_Value(Key_Sub)(1:6)
                           "                     Incidents "
                           Disp_Count
                   WHEN OTHER
                       DISPLAY "  " Key_Value(Key_Sub)(1:2) " "
                           Key_Value(Key_Sub)(3:15)
                           "         Incidents " Disp_Count
               END-EVALUATE
               DISPLAY "    No.   Date     Tail   St Location        "
                   "Pilot Sv Ct Rp Rel"
               PERFORM 830-Print-Incident-Line
                   VARYING Incident_Sub FROM 1 BY 1
                   UNTIL Incident_Sub > Incident_Count.

           830-Print-Incident-Line.
               PERFORM 600-Build-Incident-Key
               IF Incident_Key = Key_Value(Key_Sub)
                   DISPLAY "    " Inc_Incident_No(Incident_Sub) " "
                       Inc_Incident_Date(Incident_Sub) " "
                       Inc_Tail_Number(Incident_Sub) " "
                       Inc_State(Incident_Sub) " "
                       Inc_Location(Incident_Sub) " "
                       Inc_Pilot_Id(Incident_Sub) " "
                       Inc_Severity(Incident_Sub) "  "
                       Inc_Category(Incident_Sub) "  "
                       Inc_Reportable_Flag(Incident_Sub) "  "
                       Inc_Release_Status(Incident_Sub)
                   DISPLAY "          "
                       Inc_Narrative(Incident_Sub)
               END-IF.

           850-Print-Totals.
               MOVE Tot_Incidents TO Disp_Count
               DISPLAY "  Incidents in range      " Disp_Count
               PERFORM 860-Print-Severity-Total
                   VARYING Severity_Sub FROM 1 BY 1
                   UNTIL Severity_Sub > 3
               MOVE Tot_Reportable TO Disp_Count
               DISPLAY "  Reportable              " Disp_Count
               MOVE Tot_Grounded TO Disp_Count
               DISPLAY "  Aircraft still grounded " Disp_Count
               DISPLAY "  Categories: H hard landing, E envelope, "
                   "I injury, L landowner, O other".

           860-Print-Severity-Total.
               MOVE Tot_Severity(Severity_Sub) TO Disp_Count
               DISPLAY "    " Severity_Sub " " Severity_Name
                   (Severity_Sub) "       " Disp_Count.

       End Program NBJIncidentReport.
