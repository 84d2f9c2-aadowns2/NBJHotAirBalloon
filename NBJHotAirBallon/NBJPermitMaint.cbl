       Identification Division.
           Program-ID. NBJPermitMaint.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - supervisor maintenance
      *                    for the site permission file: add or
      *                    renew a landowner agreement or municipal
      *                    permit for a site on the site master
      *                    with its start and expiry dates and the
      *                    weekdays flying is allowed, drop one, and
      *                    list them - daily entry, crew scheduling
      *                    and reservations check site days against
      *                    this file

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional PermitFile assign to PermitData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SiteMasterFile assign to SiteMaster
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
           FD  PermitFile
               Record Contains 61 Characters.
               COPY Permit_Record
                   REPLACING LEADING ==Prefix== BY ==LP==.

           FD  SiteMasterFile
               Record Contains 26 Characters.
               COPY Site_Master_Record
                   REPLACING LEADING ==Prefix== BY ==S==.

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
               05  Permit_Eof_Switch   PIC X(1).
                   88  Permit_Eof              value 'Y'.
               05  Menu_Choice         PIC X(1).
                   88  Choice_Add              value 'A'.
                   88  Choice_Drop             value 'D'.
                   88  Choice_List             value 'L'.
                   88  Choice_Exit             value 'X'.
               05  Entry_State             PIC X(2).
               05  Entry_Location          PIC X(15).
               05  Entry_Landowner         PIC X(20).
               05  Entry_Permit_Type       PIC X(1).
                   88  Type_Valid              value 'L' 'M'.
               05  Entry_Start_Date        PIC 9(8).
               05  Entry_Expiry_Date       PIC 9(8).
               05  Entry_Permitted_Days    PIC X(7).
               05  Entry_Day_Flags REDEFINES Entry_Permitted_Days.
                   10  Entry_Day_Flag  PIC X(1) Occurs 7 Times.
               05  Day_Sub             PIC 9(1).
               05  Days_Switch         PIC X(1).
                   88  Days_Valid              value 'Y'.
               05  Site_Sub            PIC 9(2).
               05  Site_Switch         PIC X(1).
                   88  Valid_Site              value 'Y'.
                   88  Invalid_Site            value 'N'.
               05  Permit_Sub          PIC 9(3).
               05  Permit_Found_Sub    PIC 9(3).
               05  Permit_Switch       PIC X(1).
                   88  Permit_Found            value 'Y'.

           *>In-core copy of the site permission file - maintained
           *>here and rewritten to disk when the supervisor exits
           01  Permit_Table.
               05  Permit_Count        PIC 9(3).
               05  Permit_Entry Occurs 100 Times.
                   10  Permit_State        PIC X(2).
                   10  Permit_Location     PIC X(15).
                   10  Permit_Landowner    PIC X(20).
                   10  Permit_Type         PIC X(1).
                   10  Permit_Start_Date   PIC 9(8).
                   10  Permit_Expiry_Date  PIC 9(8).
                   10  Permit_Days         PIC X(7).

           *>Sites on the site master, active or not - a permission
           *>may be put on file ahead of a site being opened
           01  Valid_Sites.
               05  Site_Count          PIC 9(2).
               05  Valid_Site_Entry Occurs 50 Times.
                   10  Valid_Site_State        PIC X(2).
                   10  Valid_Site_Location     PIC X(15).

           *>Operator master loaded at sign-on from the file
           *>maintained by NBJOperMaint
           01  Oper_Table.
               05  Oper_Count          PIC 9(2).
               05  Oper_Entry Occurs 30 Times.
                   10  Oper_Id             PIC X(8).
                   10  Oper_Role           PIC X(1).
                       88  Oper_Is_Super       value 'S'.
                   10  Oper_Active_Flag    PIC X(1).
                       88  Oper_Active         value 'Y'.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Permit_Table Valid_Sites.

           100-Initialization.
               PERFORM 101-Supervisor-Signon
               PERFORM 110-Load-Site-Table
               PERFORM 130-Load-Permit-Table

               MOVE SPACE TO Menu_Choice
               PERFORM 200-Process-Menu UNTIL Choice_Exit

               PERFORM 700-Rewrite-Permit-File

               PERFORM 900-Write-Audit-Stamp

               Stop "Press <CR> to End Program"
               Stop Run.

           101-Supervisor-Signon.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               PERFORM 103-Load-Oper-Table
               MOVE 'N' TO Signon_Switch
               MOVE ZERO TO Signon_Attempts
               PERFORM 102-Prompt-Signon
                   UNTIL Signed_On OR Signon_Attempts > 2
               IF NOT Signed_On
                   DISPLAY "ABEND: Supervisor sign-on failed"
                   STOP RUN
               END-IF.

           102-Prompt-Signon.
               ADD 1 TO Signon_Attempts
               DISPLAY "Supervisor Operator Id " WITH NO ADVANCING
               ACCEPT Operator_Id
               PERFORM 105-Find-Operator
               IF Oper_Found
                   AND Oper_Is_Super(Oper_Found_Sub)
                   AND Oper_Active(Oper_Found_Sub)
                   MOVE 'Y' TO Signon_Switch
               ELSE
                   DISPLAY "Not an active supervisor id"
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
               CLOSE SiteMasterFile

               IF Site_Count = ZERO
                   DISPLAY "ABEND: No sites on the site master "
                       "file - run NBJSiteMaint"
                   STOP RUN
               END-IF.

           120-Load-Site-Entry.
               IF Site_Count < 50
                   ADD 1 TO Site_Count
                   MOVE S_State    TO Valid_Site_State(Site_Count)
                   MOVE S_Location TO Valid_Site_Location(Site_Count)
               END-IF

               READ SiteMasterFile
                   AT END MOVE 'Y' TO Site_Eof_Switch
               END-READ.

           130-Load-Permit-Table.
               OPEN INPUT PermitFile PERFORM 800-Validation
               IF File_Status = 05
                   DISPLAY "No permissions on file - starting empty"
               END-IF
               READ PermitFile
                   AT END MOVE 'Y' TO Permit_Eof_Switch
               END-READ
               PERFORM 140-Load-Permit-Entry UNTIL Permit_Eof
               CLOSE PermitFile.

           140-Load-Permit-Entry.
               IF Permit_Count < 100
                   ADD 1 TO Permit_Count
                   MOVE LP_State     TO Permit_State(Permit_Count)
                   MOVE LP_Location  TO Permit_Location(Permit_Count)
                   MOVE LP_Landowner
                       TO Permit_Landowner(Permit_Count)
                   MOVE LP_Permit_Type TO Permit_Type(Permit_Count)
                   MOVE LP_Start_Date
                       TO Permit_Start_Date(Permit_Count)
                   MOVE LP_Expiry_Date
                       TO Permit_Expiry_Date(Permit_Count)
                   MOVE LP_Permitted_Days
                       TO Permit_Days(Permit_Count)
               ELSE
                   DISPLAY "ABEND: Permission table full - the file "
                       "cannot be rewritten without losing "
                       "permissions"
                   STOP RUN
               END-IF

               READ PermitFile
                   AT END MOVE 'Y' TO Permit_Eof_Switch
               END-READ.

           200-Process-Menu.
               DISPLAY " "
               DISPLAY "NBJ Site Permission Maintenance"
               DISPLAY "  A - Add or renew a permission"
               DISPLAY "  D - Drop a permission"
               DISPLAY "  L - List all permissions"
               DISPLAY "  X - Exit and save"
               DISPLAY "Choice " WITH NO ADVANCING
               ACCEPT Menu_Choice

               EVALUATE TRUE
                   WHEN Choice_Add
                       PERFORM 300-Add-Permission
                   WHEN Choice_Drop
                       PERFORM 400-Drop-Permission
                   WHEN Choice_List
                       PERFORM 500-List-Permissions
                   WHEN Choice_Exit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - re-enter"
               END-EVALUATE.

      *>A renewal is keyed as the same site, landowner and type -
      *>the dates and weekdays on file are replaced
           300-Add-Permission.
               PERFORM 310-Get-Permission-Key
               DISPLAY "Start Date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT Entry_Start_Date
               DISPLAY "Expiry Date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT Entry_Expiry_Date
               MOVE 'N' TO Days_Switch
               PERFORM 330-Get-Permitted-Days UNTIL Days_Valid

               IF Entry_Expiry_Date < Entry_Start_Date
                   DISPLAY "Expiry date is before the start date - "
                       "permission not saved"
               ELSE
                   PERFORM 600-Find-Permission
                   IF Permit_Found
                       MOVE Entry_Start_Date
                           TO Permit_Start_Date(Permit_Found_Sub)
                       MOVE Entry_Expiry_Date
                           TO Permit_Expiry_Date(Permit_Found_Sub)
                       MOVE Entry_Permitted_Days
                           TO Permit_Days(Permit_Found_Sub)
                       DISPLAY "Permission renewed"
                   ELSE
                       IF Permit_Count = 100
                           DISPLAY "Permission table full - cannot "
                               "add"
                       ELSE
                           ADD 1 TO Permit_Count
                           MOVE Entry_State
                               TO Permit_State(Permit_Count)
                           MOVE Entry_Location
                               TO Permit_Location(Permit_Count)
                           MOVE Entry_Landowner
                               TO Permit_Landowner(Permit_Count)
                           MOVE Entry_Permit_Type
                               TO Permit_Type(Permit_Count)
                           MOVE Entry_Start_Date
                               TO Permit_Start_Date(Permit_Count)
                           MOVE Entry_Expiry_Date
                               TO Permit_Expiry_Date(Permit_Count)
                           MOVE Entry_Permitted_Days
                               TO Permit_Days(Permit_Count)
                           DISPLAY "Permission added"
                       END-IF
                   END-IF
               END-IF.

           310-Get-Permission-Key.
               MOVE 'N' TO Site_Switch
               PERFORM 320-Prompt-And-Validate-Site
                   UNTIL Valid_Site
               DISPLAY "Landowner or Town " WITH NO ADVANCING
               ACCEPT Entry_Landowner
               MOVE SPACE TO Entry_Permit_Type
               PERFORM 325-Get-Permit-Type UNTIL Type_Valid.

           320-Prompt-And-Validate-Site.
               DISPLAY "State Code (CT/NY/MA) " WITH NO ADVANCING
               ACCEPT Entry_State
               DISPLAY "Location " WITH NO ADVANCING
               ACCEPT Entry_Location

               MOVE 'N' TO Site_Switch
               PERFORM 321-Check-Site-Entry
                   VARYING Site_Sub FROM 1 BY 1
                   UNTIL Site_Sub > Site_Count OR Valid_Site
               IF Invalid_Site
                   DISPLAY "Site not on the site master - re-enter"
               END-IF.

           321-Check-Site-Entry.
               IF Valid_Site_State(Site_Sub) = Entry_State
                   AND Valid_Site_Location(Site_Sub) = Entry_Location
                   MOVE 'Y' TO Site_Switch
               END-IF.

           325-Get-Permit-Type.
               DISPLAY "Type (L=Landowner agreement, M=Municipal "
                   "permit) " WITH NO ADVANCING
               ACCEPT Entry_Permit_Type
               IF NOT Type_Valid
                   DISPLAY "Type must be L or M - re-enter"
               END-IF.

           330-Get-Permitted-Days.
               DISPLAY "Permitted Days Mon-Sun (e.g. YYYYYNN) "
                   WITH NO ADVANCING
               ACCEPT Entry_Permitted_Days
               MOVE 'Y' TO Days_Switch
               PERFORM 335-Check-Day-Flag
                   VARYING Day_Sub FROM 1 BY 1
                   UNTIL Day_Sub > 7
               IF NOT Days_Valid
                   DISPLAY "Key Y or N for each of the seven days "
                       "- re-enter"
               END-IF.

           335-Check-Day-Flag.
               IF Entry_Day_Flag(Day_Sub) NOT = 'Y' AND NOT = 'N'
                   MOVE 'N' TO Days_Switch
               END-IF.

           400-Drop-Permission.
               PERFORM 310-Get-Permission-Key

               PERFORM 600-Find-Permission
               IF Permit_Found
                   PERFORM 410-Shift-Permissions
                       VARYING Permit_Sub
                       FROM Permit_Found_Sub BY 1
                       UNTIL Permit_Sub NOT < Permit_Count
                   SUBTRACT 1 FROM Permit_Count
                   DISPLAY "Permission dropped"
               ELSE
                   DISPLAY "No permission on file for that site, "
                       "landowner and type"
               END-IF.

           410-Shift-Permissions.
               MOVE Permit_Entry(Permit_Sub + 1)
                   TO Permit_Entry(Permit_Sub).

           500-List-Permissions.
               DISPLAY "St Location        Landowner            T "
                   "Start    Expiry   MTWTFSS"
               PERFORM 510-List-Permit-Entry
                   VARYING Permit_Sub FROM 1 BY 1
                   UNTIL Permit_Sub > Permit_Count.

           510-List-Permit-Entry.
               IF Permit_Expiry_Date(Permit_Sub) < Today_Date
                   DISPLAY Permit_State(Permit_Sub) " "
                       Permit_Location(Permit_Sub) " "
                       Permit_Landowner(Permit_Sub) " "
                       Permit_Type(Permit_Sub) " "
                       Permit_Start_Date(Permit_Sub) " "
                       Permit_Expiry_Date(Permit_Sub) " "
                       Permit_Days(Permit_Sub) " EXPIRED"
               ELSE
                   DISPLAY Permit_State(Permit_Sub) " "
                       Permit_Location(Permit_Sub) " "
                       Permit_Landowner(Permit_Sub) " "
                       Permit_Type(Permit_Sub) " "
                       Permit_Start_Date(Permit_Sub) " "
                       Permit_Expiry_Date(Permit_Sub) " "
                       Permit_Days(Permit_Sub)
               END-IF.

           600-Find-Permission.
               MOVE 'N' TO Permit_Switch
               MOVE ZERO TO Permit_Found_Sub
               PERFORM 610-Check-Permit-Entry
                   VARYING Permit_Sub FROM 1 BY 1
                   UNTIL Permit_Sub > Permit_Count OR Permit_Found.

           610-Check-Permit-Entry.
               IF Permit_State(Permit_Sub) = Entry_State
                   AND Permit_Location(Permit_Sub) = Entry_Location
                   AND Permit_Landowner(Permit_Sub) = Entry_Landowner
                   AND Permit_Type(Permit_Sub) = Entry_Permit_Type
                   MOVE 'Y' TO Permit_Switch
                   MOVE Permit_Sub TO Permit_Found_Sub
               END-IF.

           700-Rewrite-Permit-File.
               OPEN OUTPUT PermitFile PERFORM 800-Validation
               PERFORM 710-Write-Permit-Entry
                   VARYING Permit_Sub FROM 1 BY 1
                   UNTIL Permit_Sub > Permit_Count
               CLOSE PermitFile
               DISPLAY "Site permissions saved - " Permit_Count
                   " permissions".

           710-Write-Permit-Entry.
               MOVE Permit_State(Permit_Sub)       TO LP_State
               MOVE Permit_Location(Permit_Sub)    TO LP_Location
               MOVE Permit_Landowner(Permit_Sub)   TO LP_Landowner
               MOVE Permit_Type(Permit_Sub)        TO LP_Permit_Type
               MOVE Permit_Start_Date(Permit_Sub)  TO LP_Start_Date
               MOVE Permit_Expiry_Date(Permit_Sub) TO LP_Expiry_Date
               MOVE Permit_Days(Permit_Sub)
                   TO LP_Permitted_Days
               WRITE LP_Record.

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
               MOVE 'NBJPermitMaint' TO AU_Location
               MOVE ZERO TO AU_Total_Daily_Emp_Exp
               MOVE ZERO TO AU_Total_Daily_Revenue
               WRITE Audit_Record
               CLOSE AuditFile.

       End Program NBJPermitMaint.
