       Identification Division.
           Program-ID. NBJPermitReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - site permission
      *                    renewal report from the permission file
      *                    (see NBJPermitMaint): landowner
      *                    agreements and municipal permits already
      *                    lapsed or expiring within 30/60/90 days,
      *                    grouped so the office can chase the
      *                    landowners before the season, and the
      *                    active sites with no current landowner
      *                    agreement at all

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PermitFile assign to PermitData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SiteMasterFile assign to SiteMaster
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

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Today_Date          PIC 9(8).
               05  Today_Int           PIC 9(7).
               05  Expiry_Int          PIC 9(7).
               05  Days_To_Expiry      PIC S9(7).
               05  Permit_Eof_Switch   PIC X(1).
                   88  Permit_Eof              value 'Y'.
               05  Site_Eof_Switch     PIC X(1).
                   88  Site_Eof                value 'Y'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.
               05  Permit_Sub          PIC 9(3).
               05  Site_Sub            PIC 9(2).
               05  Bucket_Sub          PIC 9(1).
               05  Permit_Bucket       PIC 9(1).
               05  Bucket_Lines        PIC 9(3).
               05  Current_Switch      PIC X(1).
                   88  Agreement_Current       value 'Y'.
               05  Uncovered_Count     PIC 9(2).
      *>Buckets a permission falls into by days left to expiry -
      *>anything more than 90 days out is not reported
           78  Bucket_Expired                      value 1.
           78  Bucket_Due_30                       value 2.
           78  Bucket_Due_60                       value 3.
           78  Bucket_Due_90                       value 4.
           78  Bucket_Not_Due                      value 5.

           *>Site permissions loaded from the file maintained by
           *>NBJPermitMaint
           01  Permit_Table.
               05  Permit_Count        PIC 9(3).
               05  Permit_Entry Occurs 100 Times.
                   10  Permit_State        PIC X(2).
                   10  Permit_Location     PIC X(15).
                   10  Permit_Landowner    PIC X(20).
                   10  Permit_Type         PIC X(1).
                       88  Permit_Landowner_Type   value 'L'.
                   10  Permit_Start_Date   PIC 9(8).
                   10  Permit_Expiry_Date  PIC 9(8).
                   10  Permit_Days         PIC X(7).
                   10  Permit_Days_Left    PIC S9(7).
                   10  Permit_Bucket_No    PIC 9(1).

           *>Active sites off the site master file maintained by
           *>NBJSiteMaint
           01  Valid_Sites.
               05  Site_Count          PIC 9(2).
               05  Valid_Site_Entry Occurs 50 Times.
                   10  Valid_Site_State        PIC X(2).
                   10  Valid_Site_Location     PIC X(15).

           *>Bucket headings for the printed report
           01  Bucket_Headings.
               05  FILLER  PIC X(40)
                   value "Lapsed - expired before today".
               05  FILLER  PIC X(40)
                   value "Expiring within 30 days".
               05  FILLER  PIC X(40)
                   value "Expiring in 31 to 60 days".
               05  FILLER  PIC X(40)
                   value "Expiring in 61 to 90 days".
           01  Bucket_Heading_Table REDEFINES Bucket_Headings.
               05  Bucket_Heading Occurs 4 Times   PIC X(40).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Days_Left      PIC ----9.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Permit_Table Valid_Sites.

           100-Initialization.
               ACCEPT Today_Date FROM DATE YYYYMMDD
               COMPUTE Today_Int = FUNCTION INTEGER-OF-DATE(Today_Date)

               PERFORM 110-Load-Site-Table
               PERFORM 130-Load-Permit-Table
               PERFORM 800-Print-Report

               Stop Run.

           110-Load-Site-Table.
               OPEN INPUT SiteMasterFile
               IF File_Status = 35
                   DISPLAY "ABEND: No site master on file - run "
                       "NBJSiteMaint"
                   STOP RUN
               END-IF
               PERFORM 500-Validation
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

           130-Load-Permit-Table.
               OPEN INPUT PermitFile
               IF File_Status = 35
                   DISPLAY "ABEND: No site permissions on file - run "
                       "NBJPermitMaint"
                   STOP RUN
               END-IF
               PERFORM 500-Validation
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
                   MOVE Permit_Count TO Permit_Sub
                   PERFORM 700-Compute-Expiry-Bucket
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

      *>Days left run from today to the expiry date itself, the
      *>last day the agreement covers - calendar day counts come
      *>from the intrinsic day-number functions
           700-Compute-Expiry-Bucket.
               COMPUTE Expiry_Int = FUNCTION INTEGER-OF-DATE
                   (Permit_Expiry_Date(Permit_Sub))
               COMPUTE Days_To_Expiry = Expiry_Int - Today_Int
               MOVE Days_To_Expiry TO Permit_Days_Left(Permit_Sub)
               EVALUATE TRUE
                   WHEN Days_To_Expiry < ZERO
                       MOVE Bucket_Expired
                           TO Permit_Bucket_No(Permit_Sub)
                   WHEN Days_To_Expiry NOT > 30
                       MOVE Bucket_Due_30
                           TO Permit_Bucket_No(Permit_Sub)
                   WHEN Days_To_Expiry NOT > 60
                       MOVE Bucket_Due_60
                           TO Permit_Bucket_No(Permit_Sub)
                   WHEN Days_To_Expiry NOT > 90
                       MOVE Bucket_Due_90
                           TO Permit_Bucket_No(Permit_Sub)
                   WHEN OTHER
                       MOVE Bucket_Not_Due
                           TO Permit_Bucket_No(Permit_Sub)
               END-EVALUATE.

      *>A site is covered today when a landowner agreement on file
      *>has started and not yet expired
           750-Check-Site-Agreement.
               MOVE 'N' TO Current_Switch
               PERFORM 760-Check-Agreement-Entry
                   VARYING Permit_Sub FROM 1 BY 1
                   UNTIL Permit_Sub > Permit_Count
                   OR Agreement_Current.

           760-Check-Agreement-Entry.
               IF Permit_State(Permit_Sub) = Valid_Site_State(Site_Sub)
                   AND Permit_Location(Permit_Sub)
                   = Valid_Site_Location(Site_Sub)
                   AND Permit_Landowner_Type(Permit_Sub)
                   AND Permit_Start_Date(Permit_Sub) NOT > Today_Date
                   AND Permit_Expiry_Date(Permit_Sub)
                   NOT < Today_Date
                   MOVE 'Y' TO Current_Switch
               END-IF.

           800-Print-Report.
               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Site Permission "
                   "Renewal Report"
               DISPLAY "  As of " Today_Date
               DISPLAY "===================================="
                   "===================================="
               PERFORM 810-Print-Bucket
                   VARYING Bucket_Sub FROM 1 BY 1
                   UNTIL Bucket_Sub > Bucket_Due_90
               DISPLAY "------------------------------------"
                   "------------------------------------"
               PERFORM 830-Print-Uncovered-Sites
               DISPLAY "===================================="
                   "====================================".

           810-Print-Bucket.
               DISPLAY " "
               DISPLAY Bucket_Heading(Bucket_Sub)
               DISPLAY "St Location        Landowner            T "
                   "Expiry   Days Left"
               MOVE ZERO TO Bucket_Lines
               PERFORM 820-Print-Permit-Line
                   VARYING Permit_Sub FROM 1 BY 1
                   UNTIL Permit_Sub > Permit_Count
               IF Bucket_Lines = ZERO
                   DISPLAY "  (none)"
               END-IF.

           820-Print-Permit-Line.
               IF Permit_Bucket_No(Permit_Sub) = Bucket_Sub
                   ADD 1 TO Bucket_Lines
                   MOVE Permit_Days_Left(Permit_Sub) TO Disp_Days_Left
                   DISPLAY Permit_State(Permit_Sub) " "
                       Permit_Location(Permit_Sub) " "
                       Permit_Landowner(Permit_Sub) " "
                       Permit_Type(Permit_Sub) " "
                       Permit_Expiry_Date(Permit_Sub) "    "
                       Disp_Days_Left
               END-IF.

           830-Print-Uncovered-Sites.
               MOVE ZERO TO Uncovered_Count
               DISPLAY "Active sites with no current landowner "
                   "agreement (not flyable):"
               PERFORM 840-Print-Uncovered-Line
                   VARYING Site_Sub FROM 1 BY 1
                   UNTIL Site_Sub > Site_Count
               IF Uncovered_Count = ZERO
                   DISPLAY "  (none - every active site is covered)"
               END-IF.

           840-Print-Uncovered-Line.
               PERFORM 750-Check-Site-Agreement
               IF NOT Agreement_Current
                   ADD 1 TO Uncovered_Count
                   DISPLAY "  " Valid_Site_State(Site_Sub) " "
                       Valid_Site_Location(Site_Sub)
               END-IF.

       End Program NBJPermitReport.
