      *                    (see NBJHistAdjust) on top of the
      *                    archived revenue, taxed at the rate in
      *                    force on the adjusted day
      *    10/15/2026  AD  File prior-period adjustments (see
      *                    NBJPeriodClose) in the quarter they were
      *                    entered in, on a separate line per state
      *                    and in separate fields on the extract, so
      *                    a quarter already filed is never restated
      *    10/15/2026  AD  Carry the quarter's charter revenue per
      *                    state off the detail history as its own
      *                    figure on the extract and the summary -
      *                    it is part of the revenue already filed,
      *                    not added to it

       Environment Division.
           Configuration Section.
                       Access Mode is Dynamic
                       Record Key is H_Hist_Key.

                   Select DetailHistFile
                       assign to DetailHistData
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DH_Detail_Key.

                   Select TaxRateFile assign to TaxRateData
                       File Status is File_Status
                       Organization is Line Sequential.
               COPY History_Record
                   REPLACING LEADING ==Prefix== BY ==H==.

           FD  DetailHistFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==DH==.

           FD  TaxRateFile
               Record Contains 15 Characters.
               COPY Tax_Rate_Record
                   REPLACING LEADING ==Prefix== BY ==X==.

           FD  HistAdjFile
               Record Contains 67 Characters.
               COPY HistAdj_Record
                   REPLACING LEADING ==Prefix== BY ==J==.

           FD  ConnFilingFile
               Record Contains 75 Characters.
               COPY Filing_Record
                   REPLACING LEADING ==Prefix== BY ==CT==.

           FD  NYFilingFile
               Record Contains 75 Characters.
               COPY Filing_Record
                   REPLACING LEADING ==Prefix== BY ==NY==.

           FD  MassFilingFile
               Record Contains 75 Characters.
               COPY Filing_Record
                   REPLACING LEADING ==Prefix== BY ==MA==.

               05  File_Status         PIC 9(2).
               05  Hist_Eof_Switch     PIC X(1).
                   88  Hist_Eof                value 'Y'.
               05  Detail_Eof_Switch   PIC X(1).
                   88  Detail_Eof              value 'Y'.
               05  Tax_Eof_Switch      PIC X(1).
                   88  Tax_Eof                 value 'Y'.
               05  Adj_Eof_Switch      PIC X(1).
               05  Daily_Tax           PIC S9(7)V9(2).
               05  Lookup_Rate_Date    PIC 9(8).
               05  Lookup_Rate_State   PIC X(2).
               05  Adj_Effective_Date  PIC 9(8).

           *>Tax rate schedule loaded at startup from the file
           *>maintained by NBJTaxRateMaint
                   10  Tot_Tax_Due         PIC S9(9)V9(2).
                   10  Tot_Days            PIC 9(4).
                   10  Tot_Unrated_Days    PIC 9(4).
                   10  Tot_Prior_Count     PIC 9(4).
                   10  Tot_Prior_Revenue   PIC S9(9)V9(2).
                   10  Tot_Prior_Tax       PIC S9(9)V9(2).
                   10  Tot_Charter_Revenue PIC 9(9)V9(2).
                   10  Tot_Charter_Days    PIC 9(4).

           *>Edited fields for the printed summary
           01  Display_Fields.
               05  Disp_Revenue        PIC ZZZZZZZZ9.99.
               05  Disp_Tax            PIC ZZZZZZZZ9.99.
               05  Disp_Days           PIC ZZZ9.
               05  Disp_Prior_Revenue  PIC -ZZZZZZZ9.99.
               05  Disp_Prior_Tax      PIC -ZZZZZZZ9.99.
               05  Disp_Charter        PIC ZZZZZZZZ9.99.

           Local-Storage Section.

               PERFORM 200-Process-History
               CLOSE HistoryFile

               OPEN INPUT DetailHistFile
               IF File_Status = 35
                   DISPLAY "No detail history on file - charter "
                       "revenue will show zero"
               ELSE
                   PERFORM 500-Validation
                   PERFORM 220-Process-Detail
                   CLOSE DetailHistFile
               END-IF

               PERFORM 250-Apply-Adjustments

               PERFORM 700-Write-Extracts
                   END-READ
               END-IF.

      *>Charter days are picked off the detail history for the
      *>same quarter - their revenue is already in the history
      *>master's daily revenue, so it is shown, not added
           220-Process-Detail.
               MOVE Range_From TO DH_Flight_Date
               MOVE LOW-VALUES TO DH_State
               MOVE LOW-VALUES TO DH_Location
               START DetailHistFile KEY NOT < DH_Detail_Key
                   INVALID KEY MOVE 'Y' TO Detail_Eof_Switch
               END-START
               IF NOT Detail_Eof
                   READ DetailHistFile NEXT
                       AT END MOVE 'Y' TO Detail_Eof_Switch
                   END-READ
               END-IF
               PERFORM 230-Accumulate-Detail-Record UNTIL Detail_Eof.

           230-Accumulate-Detail-Record.
               IF DH_Flight_Date > Range_To
                   MOVE 'Y' TO Detail_Eof_Switch
               ELSE
                   IF DH_Flight_Type = 'C'
                       PERFORM 320-Pick-Detail-State-Slot
                       IF State_Sub NOT = ZERO
                           ADD DH_Charter_Revenue
                               TO Tot_Charter_Revenue(State_Sub)
                           ADD 1 TO Tot_Charter_Days(State_Sub)
                       END-IF
                   END-IF

                   READ DetailHistFile NEXT
                       AT END MOVE 'Y' TO Detail_Eof_Switch
                   END-READ
               END-IF.

      *>Supervisor adjustments ride on top of the archived revenue
      *>for site days inside the quarter; a prior-period adjustment
      *>entered this quarter is kept apart on its own line
           250-Apply-Adjustments.
               OPEN INPUT HistAdjFile
               IF File_Status = 35
               END-IF.

           260-Apply-Adjustment-Record.
               IF J_Prior_Period_Flag = 'Y'
                   MOVE J_Entry_Date TO Adj_Effective_Date
               ELSE
                   MOVE J_Hist_Date  TO Adj_Effective_Date
               END-IF
               IF Adj_Effective_Date NOT < Range_From
                   AND Adj_Effective_Date NOT > Range_To
                   PERFORM 350-Pick-Adj-State-Slot
                   IF State_Sub = ZERO
                       DISPLAY "WARNING: state " J_State " on the "
                       MOVE J_Hist_Date TO Lookup_Rate_Date
                       MOVE J_State     TO Lookup_Rate_State
                       PERFORM 600-Find-Tax-Rate
                       IF J_Prior_Period_Flag = 'Y'
                           PERFORM 270-Apply-Prior-Period
                       ELSE
                           ADD J_Adj_Revenue TO Tot_Revenue(State_Sub)
                           IF Tax_Rate_Found
                               COMPUTE Daily_Tax ROUNDED =
                                   J_Adj_Revenue
                                   * Tax_Rate(Best_Tax_Sub) / 100
                               ADD Daily_Tax TO Tot_Tax_Due(State_Sub)
                           ELSE
                               ADD 1 TO Tot_Unrated_Days(State_Sub)
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   AT END MOVE 'Y' TO Adj_Eof_Switch
               END-READ.

      *>The correction is taxed at the rate in force on the site
      *>day it corrects, not on the day it was entered
           270-Apply-Prior-Period.
               ADD 1 TO Tot_Prior_Count(State_Sub)
               ADD J_Adj_Revenue TO Tot_Prior_Revenue(State_Sub)
               IF Tax_Rate_Found
                   COMPUTE Daily_Tax ROUNDED =
                       J_Adj_Revenue * Tax_Rate(Best_Tax_Sub) / 100
                   ADD Daily_Tax TO Tot_Prior_Tax(State_Sub)
               ELSE
                   ADD 1 TO Tot_Unrated_Days(State_Sub)
               END-IF.

           300-Pick-State-Slot.
               EVALUATE H_State
                   WHEN 'CT' MOVE 1 TO State_Sub
                   WHEN OTHER MOVE ZERO TO State_Sub
               END-EVALUATE.

           320-Pick-Detail-State-Slot.
               EVALUATE DH_State
                   WHEN 'CT' MOVE 1 TO State_Sub
                   WHEN 'NY' MOVE 2 TO State_Sub
                   WHEN 'MA' MOVE 3 TO State_Sub
                   WHEN OTHER MOVE ZERO TO State_Sub
               END-EVALUATE.

           350-Pick-Adj-State-Slot.
               EVALUATE J_State
                   WHEN 'CT' MOVE 1 TO State_Sub
               MOVE Range_To             TO CT_Period_To
               MOVE Tot_Revenue(1)       TO CT_Total_Revenue
               MOVE Tot_Tax_Due(1)       TO CT_Tax_Due
               MOVE Tot_Prior_Revenue(1) TO CT_Prior_Adj_Revenue
               MOVE Tot_Prior_Tax(1)     TO CT_Prior_Adj_Tax
               MOVE Tot_Charter_Revenue(1)
                                         TO CT_Charter_Revenue
               WRITE CT_Record
               CLOSE ConnFilingFile

               MOVE Range_To             TO NY_Period_To
               MOVE Tot_Revenue(2)       TO NY_Total_Revenue
               MOVE Tot_Tax_Due(2)       TO NY_Tax_Due
               MOVE Tot_Prior_Revenue(2) TO NY_Prior_Adj_Revenue
               MOVE Tot_Prior_Tax(2)     TO NY_Prior_Adj_Tax
               MOVE Tot_Charter_Revenue(2)
                                         TO NY_Charter_Revenue
               WRITE NY_Record
               CLOSE NYFilingFile

               MOVE Range_To             TO MA_Period_To
               MOVE Tot_Revenue(3)       TO MA_Total_Revenue
               MOVE Tot_Tax_Due(3)       TO MA_Tax_Due
               MOVE Tot_Prior_Revenue(3) TO MA_Prior_Adj_Revenue
               MOVE Tot_Prior_Tax(3)     TO MA_Prior_Adj_Tax
               MOVE Tot_Charter_Revenue(3)
                                         TO MA_Charter_Revenue
               WRITE MA_Record
               CLOSE MassFilingFile.

               MOVE Tot_Tax_Due(State_Sub) TO Disp_Tax
               DISPLAY Tot_State(State_Sub) " " Disp_Days " "
                   Disp_Revenue " " Disp_Tax
               IF Tot_Charter_Days(State_Sub) > ZERO
                   MOVE Tot_Charter_Revenue(State_Sub)
                       TO Disp_Charter
                   DISPLAY "   incl. charter " Disp_Charter
                       " on " Tot_Charter_Days(State_Sub)
                       " charter days"
               END-IF
               IF Tot_Prior_Count(State_Sub) > ZERO
                   MOVE Tot_Prior_Revenue(State_Sub)
                       TO Disp_Prior_Revenue
                   MOVE Tot_Prior_Tax(State_Sub) TO Disp_Prior_Tax
                   DISPLAY "   Prior-period adjustments ("
                       Tot_Prior_Count(State_Sub) ") "
                       Disp_Prior_Revenue " " Disp_Prior_Tax
               END-IF
               IF Tot_Unrated_Days(State_Sub) > ZERO
                   DISPLAY "   WARNING: "
                       Tot_Unrated_Days(State_Sub) " flight days "
