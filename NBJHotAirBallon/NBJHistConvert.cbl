      *                    so the indexed record is rewritten with
      *                    the summed figures to keep the season
      *                    totals unchanged
      *    10/15/2026  AD  The old line sequential detail predates
      *                    charter flights - load each day as a
      *                    regular day with no charter baskets or
      *                    charter revenue on the new detail layout

       Environment Division.
           Configuration Section.
               COPY History_Record
                   REPLACING LEADING ==Prefix== BY ==OH==.

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

           FD  HistoryFile
               Record Contains 43 Characters.
                   REPLACING LEADING ==Prefix== BY ==H==.

           FD  DetailHistFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==DH==.


           310-Load-Detail-Record.
               ADD 1 TO Detail_Read_Count
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
               IF File_Status = 22
                   PERFORM 450-Merge-Detail-Record
