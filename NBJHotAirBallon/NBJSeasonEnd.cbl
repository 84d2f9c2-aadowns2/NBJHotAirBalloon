       Identification Division.
           Program-ID. NBJSeasonEnd.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - season-end roll-off of
      *                    the extend-only log files (work log,
      *                    balloon log, audit trail, cash sheets and
      *                    cancellations): every record dated before
      *                    the first season year kept is moved onto
      *                    a yearly archive file named for the live
      *                    file and the year (WorkLogData2025 and so
      *                    on), and the live file is rewritten with
      *                    only the current season. Control totals -
      *                    record counts and a hash of the record
      *                    dates - must show every record read was
      *                    either kept or landed on its archive, or
      *                    the live file is left as it stands. Run
      *                    by a supervisor once the season's last
      *                    day is reconciled and archived, after the
      *                    nightly backup; a file reported out of
      *                    balance needs its archives restored from
      *                    that backup before the run is repeated
      *    10/15/2026  AD  The kept records are read back off
      *                    SeasonHoldData and proved before the live
      *                    file is emptied, and a live file that
      *                    does not re-count after its rewrite stops
      *                    the run with SeasonHoldData left intact
      *                    to restore from

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
      *>The archives are one file per log per year, named for the
      *>live file and the year (WorkLogData2025), so the file
      *>behind a Select is picked at run time: the environment
      *>name DD_ followed by the assigned name is set to the file
      *>wanted before each OPEN. NBJPayrollExtract, NBJFleetReport
      *>and NBJLoadFactor pick the archive they read the same way
                   Select LiveFile assign to SeasonLive
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Optional ArchFile assign to SeasonArchive
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select HoldFile assign to SeasonHoldData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MoveFile assign to SeasonMoveData
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
      *>One record area wide enough for the longest log record -
      *>each file's date is found by its position in the record
           FD  LiveFile
               Record Contains 59 Characters.
           01  Live_Record             PIC X(59).

           FD  ArchFile
               Record Contains 59 Characters.
           01  Arch_Record             PIC X(59).

           FD  HoldFile
               Record Contains 59 Characters.
           01  Hold_Record             PIC X(59).

           FD  MoveFile
               Record Contains 59 Characters.
           01  Move_Record             PIC X(59).

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
               05  Today_Parts REDEFINES Today_Date.
                   10  Today_Year          PIC 9(4).
                   10  FILLER              PIC 9(4).
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
               05  Keep_Year           PIC 9(4).
               05  Keep_Year_Switch    PIC X(1).
                   88  Keep_Year_Valid         value 'Y'.
               05  Run_Confirm         PIC X(1).
                   88  Run_Confirmed           value 'Y'.
                   88  Run_Declined            value 'N'.
               05  File_Sub            PIC 9(1).
               05  Year_Sub            PIC 9(2).
               05  Year_Found_Sub      PIC 9(2).
               05  Live_Name           PIC X(15).
               05  Archive_Name        PIC X(20).
               05  Date_Pos            PIC 9(2).
               05  Record_Date_X       PIC X(8).
               05  Record_Date REDEFINES Record_Date_X
                                       PIC 9(8).
               05  Record_Date_Parts REDEFINES Record_Date_X.
                   10  Record_Year         PIC 9(4).
                   10  FILLER              PIC X(4).
               05  Live_Eof_Switch     PIC X(1).
                   88  Live_Eof                value 'Y'.
               05  Hold_Eof_Switch     PIC X(1).
                   88  Hold_Eof                value 'Y'.
               05  Move_Eof_Switch     PIC X(1).
                   88  Move_Eof                value 'Y'.
               05  Arch_Eof_Switch     PIC X(1).
                   88  Arch_Eof                value 'Y'.
               05  File_Balance_Switch PIC X(1).
                   88  File_Balanced           value 'Y'.
               05  Rewritten_Switch    PIC X(1).
                   88  Live_Rewritten          value 'Y'.
               05  Run_Balance_Switch  PIC X(1).
                   88  Run_Out_Of_Balance      value 'N'.
               05  Overflow_Switch     PIC X(1).
                   88  Overflow_Noted          value 'Y'.

           *>The extend-only log files rolled off at season end, with
           *>the position of the record date in each
           01  Season_File_Values.
               05  FILLER              PIC X(17)
                       value 'WorkLogData    01'.
               05  FILLER              PIC X(17)
                       value 'BalloonLogData 01'.
               05  FILLER              PIC X(17)
                       value 'AuditData      09'.
               05  FILLER              PIC X(17)
                       value 'CashSheetData  01'.
               05  FILLER              PIC X(17)
                       value 'CancelData     01'.
           01  Season_File_Table REDEFINES Season_File_Values.
               05  Season_File_Entry Occurs 5 Times.
                   10  Season_File_Name        PIC X(15).
                   10  Season_Date_Pos         PIC 9(2).
           78  Season_File_Count                   value 5.

           *>Control totals for the file being rolled off - the date
           *>hash is the sum of the record dates, so a record lost
           *>or landed in the wrong place shows even where the
           *>counts agree
           01  File_Totals.
               05  Read_Count          PIC 9(7).
               05  Read_Hash           PIC 9(15).
               05  Kept_Count          PIC 9(7).
               05  Kept_Hash           PIC 9(15).
               05  Held_Count          PIC 9(7).
               05  Held_Hash           PIC 9(15).
               05  Moved_Count         PIC 9(7).
               05  Moved_Hash          PIC 9(15).
               05  Rewrite_Count       PIC 9(7).
               05  Rewrite_Hash        PIC 9(15).
               05  Undated_Count       PIC 9(7).
               05  Arch_Count          PIC 9(7).
               05  Arch_Hash           PIC 9(15).

           *>Prior years found in the file being rolled off, with
           *>each year's archive counted before and after the move
           01  Year_Table.
               05  Year_Count          PIC 9(2).
               05  Year_Entry Occurs 20 Times.
                   10  Year_Value          PIC 9(4).
                   10  Year_Moved_Count    PIC 9(7).
                   10  Year_Moved_Hash     PIC 9(15).
                   10  Year_Before_Count   PIC 9(7).
                   10  Year_Before_Hash    PIC 9(15).
                   10  Year_After_Count    PIC 9(7).
                   10  Year_After_Hash     PIC 9(15).

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
           INITIALIZE Misc_Variables Oper_Table.

           100-Initialization.
               PERFORM 101-Supervisor-Signon
               MOVE 'N' TO Keep_Year_Switch
               PERFORM 110-Get-Keep-Year UNTIL Keep_Year_Valid
               MOVE SPACE TO Run_Confirm
               PERFORM 120-Confirm-Run
                   UNTIL Run_Confirmed OR Run_Declined
               IF Run_Declined
                   DISPLAY "Season end not run - no files changed"
                   STOP RUN
               END-IF

               MOVE 'Y' TO Run_Balance_Switch
               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - Season End "
                   "Roll-Off Control Report"
               DISPLAY "  Records dated before " Keep_Year
                   "0101 moved to the yearly archives"
               DISPLAY "===================================="
                   "===================================="
               PERFORM 200-Roll-Off-File
                   VARYING File_Sub FROM 1 BY 1
                   UNTIL File_Sub > Season_File_Count
               DISPLAY "===================================="
                   "===================================="

               IF Run_Out_Of_Balance
                   DISPLAY "*** SEASON END OUT OF BALANCE - see "
                       "the files marked above ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "Season end complete - every file "
                       "balanced"
               END-IF

               PERFORM 900-Write-Audit-Stamp

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
                   MOVE 16 TO RETURN-CODE
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
                   MOVE 16 TO RETURN-CODE
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
                   MOVE 16 TO RETURN-CODE
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

      *>The season kept is normally this year; an earlier year may
      *>be keyed to hold more than one season in the live files
           110-Get-Keep-Year.
               DISPLAY "First Season Year to Keep (YYYY) "
                   WITH NO ADVANCING
               ACCEPT Keep_Year
               IF Keep_Year < 2000 OR Keep_Year > Today_Year
                   DISPLAY "Year must be 2000 through " Today_Year
                       " - re-enter"
               ELSE
                   MOVE 'Y' TO Keep_Year_Switch
               END-IF.

           120-Confirm-Run.
               DISPLAY "Move every log record dated before "
                   Keep_Year "0101 to the yearly archives? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT Run_Confirm
               IF NOT Run_Confirmed AND NOT Run_Declined
                   DISPLAY "Unrecognized reply - re-enter"
               END-IF.

      *>Split the live file into the records kept and the records
      *>moved, land each prior year's records on its archive, and
      *>rewrite the live file only when the totals prove it
           200-Roll-Off-File.
               INITIALIZE File_Totals Year_Table
               MOVE Season_File_Name(File_Sub) TO Live_Name
               MOVE Season_Date_Pos(File_Sub)  TO Date_Pos
               MOVE 'Y' TO File_Balance_Switch
               MOVE 'N' TO Rewritten_Switch
               MOVE SPACE TO Overflow_Switch
               DISPLAY "------------------------------------"
                   "------------------------------------"

               DISPLAY "DD_SeasonLive" UPON ENVIRONMENT-NAME
               DISPLAY Live_Name UPON ENVIRONMENT-VALUE
               OPEN INPUT LiveFile
               IF File_Status = 35
                   DISPLAY Live_Name " not on file - nothing to "
                       "roll off"
               ELSE
                   PERFORM 800-Validation
                   PERFORM 210-Split-Live-File
                   IF Year_Count = ZERO
                       DISPLAY Live_Name " " Read_Count
                           " records - none before " Keep_Year
                           ", left as it stands"
                   ELSE
                       PERFORM 300-Write-Archive
                           VARYING Year_Sub FROM 1 BY 1
                           UNTIL Year_Sub > Year_Count
                       PERFORM 400-Check-File-Balance
                       IF File_Balanced
                           PERFORM 500-Rewrite-Live-File
                       END-IF
                       PERFORM 600-Print-File-Controls
                   END-IF
               END-IF

      *>SeasonHoldData is the only full copy of the kept records
      *>once the live file is rewritten - stop before the next
      *>file's split writes over it
               IF Live_Rewritten AND NOT File_Balanced
                   DISPLAY "ABEND: season end stopped - restore "
                       Live_Name " from SeasonHoldData or the "
                       "nightly backup"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           210-Split-Live-File.
               OPEN OUTPUT HoldFile PERFORM 800-Validation
               OPEN OUTPUT MoveFile PERFORM 800-Validation
               MOVE SPACE TO Live_Eof_Switch
               READ LiveFile
                   AT END MOVE 'Y' TO Live_Eof_Switch
               END-READ
               PERFORM 220-Split-Live-Record UNTIL Live_Eof
               CLOSE LiveFile
               CLOSE HoldFile
               CLOSE MoveFile.

      *>A record without a readable date cannot be placed in a year
      *>and stays in the live file
           220-Split-Live-Record.
               ADD 1 TO Read_Count
               MOVE Live_Record(Date_Pos:8) TO Record_Date_X
               IF Record_Date_X IS NUMERIC
                   ADD Record_Date TO Read_Hash
                   IF Record_Year < Keep_Year
                       PERFORM 230-Find-Or-Add-Year
                   ELSE
                       MOVE ZERO TO Year_Found_Sub
                   END-IF
               ELSE
                   ADD 1 TO Undated_Count
                   MOVE ZERO TO Record_Date
                   MOVE ZERO TO Year_Found_Sub
               END-IF

               IF Year_Found_Sub = ZERO
                   PERFORM 225-Hold-Live-Record
               ELSE
                   PERFORM 226-Move-Live-Record
               END-IF

               READ LiveFile
                   AT END MOVE 'Y' TO Live_Eof_Switch
               END-READ.

           225-Hold-Live-Record.
               MOVE Live_Record TO Hold_Record
               WRITE Hold_Record
               ADD 1 TO Kept_Count
               ADD Record_Date TO Kept_Hash.

           226-Move-Live-Record.
               MOVE Live_Record TO Move_Record
               WRITE Move_Record
               ADD 1 TO Moved_Count
               ADD Record_Date TO Moved_Hash
               ADD 1 TO Year_Moved_Count(Year_Found_Sub)
               ADD Record_Date TO Year_Moved_Hash(Year_Found_Sub).

      *>A year past the table's twenty stays in the live file for
      *>the next season-end run rather than being lost
           230-Find-Or-Add-Year.
               MOVE ZERO TO Year_Found_Sub
               PERFORM 231-Check-Year-Entry
                   VARYING Year_Sub FROM 1 BY 1
                   UNTIL Year_Sub > Year_Count
                   OR Year_Found_Sub > ZERO

               IF Year_Found_Sub = ZERO
                   IF Year_Count < 20
                       ADD 1 TO Year_Count
                       MOVE Record_Year TO Year_Value(Year_Count)
                       MOVE Year_Count TO Year_Found_Sub
                   ELSE
                       IF NOT Overflow_Noted
                           DISPLAY "WARNING: more than 20 prior "
                               "years in " Live_Name " - the rest "
                               "stay in the live file"
                           MOVE 'Y' TO Overflow_Switch
                       END-IF
                   END-IF
               END-IF.

           231-Check-Year-Entry.
               IF Year_Value(Year_Sub) = Record_Year
                   MOVE Year_Sub TO Year_Found_Sub
               END-IF.

           250-Set-Archive-Name.
               MOVE SPACES TO Archive_Name
               STRING Live_Name DELIMITED BY SPACE
                   Year_Value(Year_Sub) DELIMITED BY SIZE
                   INTO Archive_Name
               END-STRING
               DISPLAY "DD_SeasonArchive" UPON ENVIRONMENT-NAME
               DISPLAY Archive_Name UPON ENVIRONMENT-VALUE.

      *>The archive is counted before and after it is extended so
      *>the year's move can be proved against what is on it now
           300-Write-Archive.
               PERFORM 250-Set-Archive-Name
               PERFORM 310-Count-Archive
               MOVE Arch_Count TO Year_Before_Count(Year_Sub)
               MOVE Arch_Hash  TO Year_Before_Hash(Year_Sub)

               OPEN EXTEND ArchFile PERFORM 800-Validation
               OPEN INPUT MoveFile PERFORM 800-Validation
               MOVE SPACE TO Move_Eof_Switch
               READ MoveFile
                   AT END MOVE 'Y' TO Move_Eof_Switch
               END-READ
               PERFORM 320-Copy-Moved-Record UNTIL Move_Eof
               CLOSE MoveFile
               CLOSE ArchFile

               PERFORM 310-Count-Archive
               MOVE Arch_Count TO Year_After_Count(Year_Sub)
               MOVE Arch_Hash  TO Year_After_Hash(Year_Sub).

           310-Count-Archive.
               MOVE ZERO TO Arch_Count
               MOVE ZERO TO Arch_Hash
               OPEN INPUT ArchFile PERFORM 800-Validation
               MOVE SPACE TO Arch_Eof_Switch
               READ ArchFile
                   AT END MOVE 'Y' TO Arch_Eof_Switch
               END-READ
               PERFORM 311-Count-Archive-Record UNTIL Arch_Eof
               CLOSE ArchFile.

           311-Count-Archive-Record.
               ADD 1 TO Arch_Count
               MOVE Arch_Record(Date_Pos:8) TO Record_Date_X
               IF Record_Date_X IS NUMERIC
                   ADD Record_Date TO Arch_Hash
               END-IF

               READ ArchFile
                   AT END MOVE 'Y' TO Arch_Eof_Switch
               END-READ.

           320-Copy-Moved-Record.
               MOVE Move_Record(Date_Pos:8) TO Record_Date_X
               IF Record_Year = Year_Value(Year_Sub)
                   MOVE Move_Record TO Arch_Record
                   WRITE Arch_Record
               END-IF

               READ MoveFile
                   AT END MOVE 'Y' TO Move_Eof_Switch
               END-READ.

      *>Every record read is either kept or moved, the hold file
      *>read back holds every record kept, and every year's
      *>archive grew by exactly the records moved to it - all
      *>proved before the live file is touched
           400-Check-File-Balance.
               IF Read_Count NOT = Kept_Count + Moved_Count
                   OR Read_Hash NOT = Kept_Hash + Moved_Hash
                   MOVE 'N' TO File_Balance_Switch
               END-IF
               PERFORM 420-Count-Hold-File
               IF Held_Count NOT = Kept_Count
                   OR Held_Hash NOT = Kept_Hash
                   MOVE 'N' TO File_Balance_Switch
               END-IF
               PERFORM 410-Check-Year-Balance
                   VARYING Year_Sub FROM 1 BY 1
                   UNTIL Year_Sub > Year_Count.

           410-Check-Year-Balance.
               IF Year_After_Count(Year_Sub) NOT =
                   Year_Before_Count(Year_Sub)
                   + Year_Moved_Count(Year_Sub)
                   OR Year_After_Hash(Year_Sub) NOT =
                   Year_Before_Hash(Year_Sub)
                   + Year_Moved_Hash(Year_Sub)
                   MOVE 'N' TO File_Balance_Switch
               END-IF.

           420-Count-Hold-File.
               OPEN INPUT HoldFile PERFORM 800-Validation
               MOVE SPACE TO Hold_Eof_Switch
               READ HoldFile
                   AT END MOVE 'Y' TO Hold_Eof_Switch
               END-READ
               PERFORM 421-Count-Hold-Record UNTIL Hold_Eof
               CLOSE HoldFile.

           421-Count-Hold-Record.
               ADD 1 TO Held_Count
               MOVE Hold_Record(Date_Pos:8) TO Record_Date_X
               IF Record_Date_X IS NUMERIC
                   ADD Record_Date TO Held_Hash
               END-IF

               READ HoldFile
                   AT END MOVE 'Y' TO Hold_Eof_Switch
               END-READ.

           500-Rewrite-Live-File.
               OPEN INPUT HoldFile PERFORM 800-Validation
               OPEN OUTPUT LiveFile PERFORM 800-Validation
               MOVE 'Y' TO Rewritten_Switch
               MOVE SPACE TO Hold_Eof_Switch
               READ HoldFile
                   AT END MOVE 'Y' TO Hold_Eof_Switch
               END-READ
               PERFORM 510-Rewrite-Live-Record UNTIL Hold_Eof
               CLOSE HoldFile
               CLOSE LiveFile

               IF Rewrite_Count NOT = Kept_Count
                   OR Rewrite_Hash NOT = Kept_Hash
                   MOVE 'N' TO File_Balance_Switch
               END-IF.

           510-Rewrite-Live-Record.
               MOVE Hold_Record TO Live_Record
               WRITE Live_Record
               ADD 1 TO Rewrite_Count
               MOVE Hold_Record(Date_Pos:8) TO Record_Date_X
               IF Record_Date_X IS NUMERIC
                   ADD Record_Date TO Rewrite_Hash
               END-IF

               READ HoldFile
                   AT END MOVE 'Y' TO Hold_Eof_Switch
               END-READ.

           600-Print-File-Controls.
               DISPLAY Live_Name
               DISPLAY "  Records read         " Read_Count
                   "  date hash " Read_Hash
               DISPLAY "  Kept for the season  " Kept_Count
                   "  date hash " Kept_Hash
               DISPLAY "  Held for rewrite     " Held_Count
                   "  date hash " Held_Hash
               DISPLAY "  Moved to archives    " Moved_Count
                   "  date hash " Moved_Hash
               PERFORM 610-Print-Year-Line
                   VARYING Year_Sub FROM 1 BY 1
                   UNTIL Year_Sub > Year_Count
               IF Undated_Count > ZERO
                   DISPLAY "  WARNING: " Undated_Count " records "
                       "had no readable date and were kept"
               END-IF
               IF File_Balanced
                   DISPLAY "  Live file rewritten  " Rewrite_Count
                       "  date hash " Rewrite_Hash
                   DISPLAY "  Balanced"
               ELSE
                   MOVE 'N' TO Run_Balance_Switch
                   IF Live_Rewritten
                       DISPLAY "  Live file rewritten  " Rewrite_Count
                           "  date hash " Rewrite_Hash
                       DISPLAY "  *** OUT OF BALANCE - " Live_Name
                           " was rewritten and must be restored "
                           "from SeasonHoldData or the backup ***"
                   ELSE
                       DISPLAY "  *** OUT OF BALANCE - " Live_Name
                           " left as it stands ***"
                   END-IF
               END-IF.

           610-Print-Year-Line.
               PERFORM 250-Set-Archive-Name
               DISPLAY "    " Archive_Name " moved "
                   Year_Moved_Count(Year_Sub) "  on file "
                   Year_Before_Count(Year_Sub) " -> "
                   Year_After_Count(Year_Sub).

           800-Validation.
               IF File_Status = 37
                   DISPLAY "ABEND: Permission denied opening "
                       "file (File_Status=37)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
      *>File status 05 is a successful open of an optional file
      *>that was not yet on disk
                   IF File_Status NOT = 00 AND NOT = 05
                       DISPLAY "ABEND: Unexpected file status "
                           File_Status
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *>Stamp who ran the season end to the audit trail - the '**'
      *>state marks a non-site audit row
           900-Write-Audit-Stamp.
               OPEN EXTEND AuditFile PERFORM 800-Validation
               MOVE Operator_Id TO AU_Operator
               MOVE Today_Date  TO AU_Audit_Date
               ACCEPT AU_Audit_Time FROM TIME
               MOVE '**'        TO AU_State
               MOVE 'NBJSeasonEnd' TO AU_Location
               MOVE ZERO TO AU_Total_Daily_Emp_Exp
               MOVE ZERO TO AU_Total_Daily_Revenue
               WRITE Audit_Record
               CLOSE AuditFile.

       End Program NBJSeasonEnd.
