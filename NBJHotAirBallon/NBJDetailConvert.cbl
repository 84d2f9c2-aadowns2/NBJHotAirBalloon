       Identification Division.
           Program-ID. NBJDetailConvert.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - one-time load of the
      *                    indexed detail history master onto the
      *                    longer detail layout that carries the
      *                    flight type, charter baskets and charter
      *                    revenue; rename the old master to
      *                    DetailHistDataOld before running, then
      *                    retire it once the load balances. Every
      *                    old day loads as a regular day
      *    10/15/2026  AD  Prove the load off the new master itself -
      *                    its records, passengers and fare revenue
      *                    are totalled before and after the load and
      *                    must have grown by exactly what was
      *                    loaded; a day already there is totalled
      *                    apart, and any other write failure ABENDs

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select OldDetailFile assign to DetailHistDataOld
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is OD_Detail_Key.

                   Select Optional DetailHistFile
                       assign to DetailHistData
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DH_Detail_Key.

               I-O-Control.

       Data Division.
           File Section.
      *>The old detail layout - key and figures as they stood
      *>before the charter fields were added to the copybook
           FD  OldDetailFile
               Record Contains 49 Characters.
           01  OD_Record.
               05  OD_Detail_Key.
                   10  OD_Flight_Date          PIC 9(8).
                   10  OD_State                PIC X(2).
                   10  OD_Location             PIC X(15).
               05  OD_Num_Child            PIC 9(2).
               05  OD_Num_Adult            PIC 9(2).
               05  OD_Num_Senior           PIC 9(2).
               05  OD_Child_Revenue        PIC 9(4)V9(2).
               05  OD_Adult_Revenue        PIC 9(4)V9(2).
               05  OD_Senior_Revenue       PIC 9(4)V9(2).

           FD  DetailHistFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==DH==.

           Working-Storage Section.
           *>Control totals - what was read off the old master is
           *>either loaded or already on the new one, and the new
           *>master counted before and after the load must have
           *>grown by exactly what was loaded
           01  Control_Totals.
               05  Read_Passengers     PIC 9(7).
               05  Read_Revenue        PIC 9(9)V9(2).
               05  Load_Passengers     PIC 9(7).
               05  Load_Revenue        PIC 9(9)V9(2).
               05  Skip_Passengers     PIC 9(7).
               05  Skip_Revenue        PIC 9(9)V9(2).
               05  Master_Count        PIC 9(7).
               05  Master_Passengers   PIC 9(7).
               05  Master_Revenue      PIC 9(9)V9(2).
               05  Before_Count        PIC 9(7).
               05  Before_Passengers   PIC 9(7).
               05  Before_Revenue      PIC 9(9)V9(2).
               05  After_Count         PIC 9(7).
               05  After_Passengers    PIC 9(7).
               05  After_Revenue       PIC 9(9)V9(2).

           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Input_Eof_Switch    PIC X(1).
                   88  Input_Eof               value 'Y'.
               05  Master_Eof_Switch   PIC X(1).
                   88  Master_Eof              value 'Y'.
               05  Balance_Switch      PIC X(1).
                   88  Load_Balanced           value 'Y'.
               05  Detail_Read_Count   PIC 9(5).
               05  Detail_Load_Count   PIC 9(5).
               05  Skip_Count          PIC 9(5).

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Control_Totals.

           100-Initialization.
               PERFORM 300-Convert-Detail

               DISPLAY "Conversion complete"
               DISPLAY "  Detail history  read " Detail_Read_Count
                   " / loaded " Detail_Load_Count
                   " / already on " Skip_Count
               DISPLAY "  Passengers      read " Read_Passengers
                   " / loaded " Load_Passengers
                   " / already on " Skip_Passengers
               DISPLAY "  Fare revenue    read " Read_Revenue
                   " / loaded " Load_Revenue
                   " / already on " Skip_Revenue
               DISPLAY "  New master days       before " Before_Count
                   " / after " After_Count
               DISPLAY "  New master passengers before "
                   Before_Passengers " / after " After_Passengers
               DISPLAY "  New master revenue    before "
                   Before_Revenue " / after " After_Revenue

               MOVE 'Y' TO Balance_Switch
               IF Detail_Read_Count NOT = Detail_Load_Count
                   + Skip_Count
                   OR Read_Passengers NOT = Load_Passengers
                   + Skip_Passengers
                   OR Read_Revenue NOT = Load_Revenue + Skip_Revenue
                   MOVE 'N' TO Balance_Switch
               END-IF
               IF After_Count NOT = Before_Count + Detail_Load_Count
                   OR After_Passengers NOT = Before_Passengers
                   + Load_Passengers
                   OR After_Revenue NOT = Before_Revenue
                   + Load_Revenue
                   MOVE 'N' TO Balance_Switch
               END-IF
               IF Load_Balanced
                   DISPLAY "Load balanced - DetailHistDataOld may be "
                       "retired"
               ELSE
                   DISPLAY "WARNING: the load does not balance - "
                       "keep DetailHistDataOld and investigate"
               END-IF

               Stop Run.

           300-Convert-Detail.
               MOVE SPACE TO Input_Eof_Switch
               OPEN INPUT OldDetailFile
               IF File_Status = 35
                   DISPLAY "No DetailHistDataOld on file - detail "
                       "history not converted"
               ELSE
                   PERFORM 500-Validation
                   PERFORM 400-Total-New-Master
                   MOVE Master_Count      TO Before_Count
                   MOVE Master_Passengers TO Before_Passengers
                   MOVE Master_Revenue    TO Before_Revenue
                   OPEN I-O DetailHistFile PERFORM 500-Validation
                   READ OldDetailFile NEXT
                       AT END MOVE 'Y' TO Input_Eof_Switch
                   END-READ
                   PERFORM 310-Load-Detail-Record UNTIL Input_Eof
                   CLOSE OldDetailFile
                   CLOSE DetailHistFile
                   PERFORM 400-Total-New-Master
                   MOVE Master_Count      TO After_Count
                   MOVE Master_Passengers TO After_Passengers
                   MOVE Master_Revenue    TO After_Revenue
               END-IF.

           310-Load-Detail-Record.
               ADD 1 TO Detail_Read_Count
               ADD OD_Num_Child OD_Num_Adult OD_Num_Senior
                   TO Read_Passengers
               ADD OD_Child_Revenue OD_Adult_Revenue
                   OD_Senior_Revenue TO Read_Revenue

               MOVE OD_Detail_Key       TO DH_Detail_Key
               MOVE OD_Num_Child        TO DH_Num_Child
               MOVE OD_Num_Adult        TO DH_Num_Adult
               MOVE OD_Num_Senior       TO DH_Num_Senior
               MOVE OD_Child_Revenue    TO DH_Child_Revenue
               MOVE OD_Adult_Revenue    TO DH_Adult_Revenue
               MOVE OD_Senior_Revenue   TO DH_Senior_Revenue
               MOVE 'R'                 TO DH_Flight_Type
               MOVE ZERO                TO DH_Charter_Baskets
               MOVE ZERO                TO DH_Charter_Revenue
               WRITE DH_Record
      *>A day already on the new master was loaded by an earlier
      *>run or archived since - it is left as it stands
               IF File_Status = 00
                   ADD 1 TO Detail_Load_Count
                   ADD OD_Num_Child OD_Num_Adult OD_Num_Senior
                       TO Load_Passengers
                   ADD OD_Child_Revenue OD_Adult_Revenue
                       OD_Senior_Revenue TO Load_Revenue
               ELSE
                   IF File_Status = 22
                       ADD 1 TO Skip_Count
                       ADD OD_Num_Child OD_Num_Adult OD_Num_Senior
                           TO Skip_Passengers
                       ADD OD_Child_Revenue OD_Adult_Revenue
                           OD_Senior_Revenue TO Skip_Revenue
                       DISPLAY "NOTE: detail for " OD_State " "
                           OD_Location " " OD_Flight_Date
                           " already on the new master - not loaded"
                   ELSE
                       DISPLAY "ABEND: Unexpected file status "
                           File_Status " loading detail for "
                           OD_State " " OD_Location " "
                           OD_Flight_Date
                       STOP RUN
                   END-IF
               END-IF

               READ OldDetailFile NEXT
                   AT END MOVE 'Y' TO Input_Eof_Switch
               END-READ.

      *>Total the new master as it stands on disk, read end to
      *>end before and after the load
           400-Total-New-Master.
               MOVE ZERO TO Master_Count
               MOVE ZERO TO Master_Passengers
               MOVE ZERO TO Master_Revenue
               MOVE SPACE TO Master_Eof_Switch
               OPEN INPUT DetailHistFile PERFORM 500-Validation
               READ DetailHistFile NEXT
                   AT END MOVE 'Y' TO Master_Eof_Switch
               END-READ
               PERFORM 410-Total-Master-Record UNTIL Master_Eof
               CLOSE DetailHistFile.

           410-Total-Master-Record.
               ADD 1 TO Master_Count
               ADD DH_Num_Child DH_Num_Adult DH_Num_Senior
                   TO Master_Passengers
               ADD DH_Child_Revenue DH_Adult_Revenue
                   DH_Senior_Revenue TO Master_Revenue

               READ DetailHistFile NEXT
                   AT END MOVE 'Y' TO Master_Eof_Switch
               END-READ.

           500-Validation.
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
               END-IF.

       End Program NBJDetailConvert.
