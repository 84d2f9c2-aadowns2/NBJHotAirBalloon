      *                    one person at two sites the same day -
      *                    the daily entry program checks keyed
      *                    ids against this schedule
      *    10/15/2026  AD  Refuse an assignment to a site day not
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
               COPY Roster_Record
                   REPLACING LEADING ==Prefix== BY ==P==.

           FD  PermitFile
               Record Contains 61 Characters.
               COPY Permit_Record
                   REPLACING LEADING ==Prefix== BY ==LP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
                   88  Assign_Found            value 'Y'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.
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

           *>In-core copy of the assignment schedule - maintained
           *>here and rewritten to disk when the operator exits
                   10  Empl_Id             PIC X(5).
                   10  Empl_Class          PIC X(1).

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

       Procedure Division.
           INITIALIZE Misc_Variables Assign_Table Valid_Sites
               Roster_Table Permit_Table.

           100-Initialization.
               PERFORM 110-Load-Site-Table
               PERFORM 130-Load-Roster-Table
               PERFORM 150-Load-Assign-Table
               PERFORM 170-Load-Permit-Table

               MOVE SPACE TO Menu_Choice
               PERFORM 200-Process-Menu UNTIL Choice_Exit
                   AT END MOVE 'Y' TO Assign_Eof_Switch
               END-READ.

      *>With no permission file on disk yet the site day checks
      *>are skipped rather than refusing every assignment
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
               DISPLAY "NBJ Crew Assignment Schedule"
                       WITH NO ADVANCING
                   ACCEPT Entry_Work_Date
                   PERFORM 310-Get-Assignment-Site
                   PERFORM 650-Check-Site-Permit
                   IF NOT Site_Day_Permitted
                       PERFORM 340-Show-Permit-Refusal
                   ELSE
                       PERFORM 350-Add-Assigned-Person
                   END-IF
               END-IF.

      *>Crew are not sent to a field the landowner has not let us
      *>use that day
           340-Show-Permit-Refusal.
               IF NOT Landowner_Covered
                   DISPLAY "No current landowner agreement at "
                       Entry_State " " Entry_Location " for "
                       Entry_Work_Date " - assignment not added"
               ELSE
                   DISPLAY "No current municipal permit at "
                       Entry_State " " Entry_Location " for "
                       Entry_Work_Date " - assignment not added"
               END-IF.

           350-Add-Assigned-Person.
               DISPLAY "Employee Id " WITH NO ADVANCING
               ACCEPT Entry_Empl_Id

               PERFORM 600-Find-Person
               IF NOT Empl_Found
                   DISPLAY "Id not on the active roster - "
                       "assignment not added"
               ELSE
                   PERFORM 620-Find-Assignment-For-Day
                   IF Assign_Found
                       DISPLAY "Already scheduled at "
                           Assign_State(Assign_Found_Sub) " "
                           Assign_Location(Assign_Found_Sub)
                           " that day - assignment not added"
                   ELSE
                       ADD 1 TO Assign_Count
                       MOVE Entry_Work_Date
                           TO Assign_Date(Assign_Count)
                       MOVE Entry_State
                           TO Assign_State(Assign_Count)
                       MOVE Entry_Location
                           TO Assign_Location(Assign_Count)
                       MOVE Entry_Empl_Id
                           TO Assign_Empl_Id(Assign_Count)
                       DISPLAY "Assignment added"
                   END-IF
               END-IF.

                   MOVE Assign_Sub TO Assign_Found_Sub
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
                       FUNCTION INTEGER-OF-DATE(Entry_Work_Date) - 1
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
                       NOT > Entry_Work_Date
                       AND Permit_Expiry_Date(Permit_Sub)
                       NOT < Entry_Work_Date
                       AND Permit_Day_Flag(Permit_Sub, Permit_Weekday)
                       = 'Y'
                       IF Permit_Municipal(Permit_Sub)
                           MOVE 'Y' TO Municipal_Switch
                       ELSE
                           MOVE 'Y' TO Landowner_Switch
                       END-IF
                   END-IF
               END-IF.

           700-Rewrite-Assign-File.
               OPEN OUTPUT AssignFile PERFORM 800-Validation
               PERFORM 710-Write-Assign-Entry
