       Identification Division.
           Program-ID. NBJGLExtract.
               Author. Anthony Downs.
               Installation.
               Date-Written. 10/15/2026.
               Date-Compiled.
               Security.

      *    Modification History
      *    10/15/2026  AD  Original version - general ledger journal
      *                    extract for the accountant: summarizes an
      *                    operator-keyed period by state and account
      *                    - fare revenue by passenger category off
      *                    the detail history, the signed supervisor
      *                    adjustments (see NBJHistAdjust), propane
      *                    invoiced on the delivery ledger, crew
      *                    wages off the payroll extract and sales
      *                    tax payable at the effective-dated state
      *                    rates (see NBJTaxRateMaint) - and writes
      *                    the journal only when debits equal
      *                    credits, with a control report of the
      *                    source totals and the journal lines
      *    10/15/2026  AD  Journal a prior-period adjustment (see
      *                    NBJPeriodClose) in the period holding its
      *                    entry date, taxed at the rate in force on
      *                    the site day it corrects
      *    10/15/2026  AD  Credit charter revenue off the detail
      *                    history to its own account (4040) and
      *                    show the charter days and revenue on the
      *                    control report

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select HistoryFile assign to HistoryData
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is H_Hist_Key.

                   Select DetailHistFile
                       assign to DetailHistData
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DH_Detail_Key.

                   Select HistAdjFile assign to HistAdjData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PropDelvFile assign to PropDelvData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ExtractFile assign to PayrollExtract
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TaxRateFile assign to TaxRateData
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select JournalFile assign to GLJournalData
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  HistoryFile
               Record Contains 43 Characters.
               COPY History_Record
                   REPLACING LEADING ==Prefix== BY ==H==.

           FD  DetailHistFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==DH==.

           FD  HistAdjFile
               Record Contains 67 Characters.
               COPY HistAdj_Record
                   REPLACING LEADING ==Prefix== BY ==J==.

           FD  PropDelvFile
               Record Contains 51 Characters.
               COPY PropDelv_Record
                   REPLACING LEADING ==Prefix== BY ==G==.

           FD  ExtractFile
               Record Contains 36 Characters.
               01  Extract_Record.
                   05  PE_Empl_Id              PIC X(5).
                   05  PE_Empl_Name            PIC X(20).
                   05  PE_Days_Worked          PIC 9(3).
                   05  PE_Gross_Pay            PIC 9(6)V9(2).

           FD  TaxRateFile
               Record Contains 15 Characters.
               COPY Tax_Rate_Record
                   REPLACING LEADING ==Prefix== BY ==X==.

           FD  JournalFile
               Record Contains 56 Characters.
               COPY Journal_Record
                   REPLACING LEADING ==Prefix== BY ==GJ==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Hist_Eof_Switch     PIC X(1).
                   88  Hist_Eof                value 'Y'.
               05  Detail_Eof_Switch   PIC X(1).
                   88  Detail_Eof              value 'Y'.
               05  Adj_Eof_Switch      PIC X(1).
                   88  Adj_Eof                 value 'Y'.
               05  Delv_Eof_Switch     PIC X(1).
                   88  Delv_Eof                value 'Y'.
               05  Extract_Eof_Switch  PIC X(1).
                   88  Extract_Eof             value 'Y'.
               05  Tax_Eof_Switch      PIC X(1).
                   88  Tax_Eof                 value 'Y'.
               05  Range_From          PIC 9(8).
               05  Range_To            PIC 9(8).
               05  Adj_Effective_Date  PIC 9(8).
               05  Tax_Sub             PIC 9(2).
               05  Best_Tax_Sub        PIC 9(2).
               05  Tax_Switch          PIC X(1).
                   88  Tax_Rate_Found          value 'Y'.
                   88  Tax_Rate_Not_Found      value 'N'.
               05  Lookup_Rate_Date    PIC 9(8).
               05  Lookup_Rate_State   PIC X(2).
               05  Daily_Tax           PIC S9(7)V9(2).
               05  Post_State          PIC X(2).
               05  Post_Account        PIC X(4).
               05  Post_Amount         PIC S9(9)V9(2).
               05  Line_Sub            PIC 9(3).
               05  Line_Found_Sub      PIC 9(3).
               05  Line_Switch         PIC X(1).
                   88  Line_Found              value 'Y'.
               05  Sort_Sub            PIC 9(3).
               05  Sort_Sub_Next       PIC 9(3).
               05  Swap_Switch         PIC X(1).
                   88  Swapped                 value 'Y'.
               05  Account_Desc        PIC X(24).
      *>Journal lines are summarized by state and account, so the
      *>table only needs a line for each pair actually posted
           78  Max_Journal_Lines                   value 100.

           *>Source control totals - what was read from each input
           *>and what it contributed, printed on the control report
           01  Control_Totals.
               05  Hist_Days_Read      PIC 9(5).
               05  Detail_Days_Read    PIC 9(5).
               05  Charter_Days_Read   PIC 9(5).
               05  Adj_Records_Read    PIC 9(5).
               05  Delv_Records_Read   PIC 9(5).
               05  Payroll_Records_Read    PIC 9(5).
               05  Unrated_Days        PIC 9(5).
               05  Fare_Total          PIC S9(9)V9(2).
               05  Charter_Total       PIC S9(9)V9(2).
               05  Adj_Total           PIC S9(9)V9(2).
               05  Propane_Total       PIC S9(9)V9(2).
               05  Wage_Total          PIC S9(9)V9(2).
               05  Tax_Base_Total      PIC S9(9)V9(2).
               05  Tax_Total           PIC S9(9)V9(2).
               05  Total_Debits        PIC S9(9)V9(2).
               05  Total_Credits       PIC S9(9)V9(2).

           *>Tax rate schedule loaded at startup from the file
           *>maintained by NBJTaxRateMaint
           01  Tax_Table.
               05  Tax_Count           PIC 9(2).
               05  Tax_Entry Occurs 30 Times.
                   10  Tax_Effective_Date      PIC 9(8).
                   10  Tax_State               PIC X(2).
                   10  Tax_Rate                PIC 9(2)V9(3).

           *>Journal being built - debits and credits accumulate
           *>separately per state and account and are netted to one
           *>side before the balance check
           01  Journal_Table.
               05  Line_Count          PIC 9(3).
               05  Journal_Line Occurs 100 Times.
                   10  Line_State          PIC X(2).
                   10  Line_Account        PIC X(4).
                   10  Line_Debit          PIC S9(9)V9(2).
                   10  Line_Credit         PIC S9(9)V9(2).

           01  Hold_Line.
               05  Hold_State          PIC X(2).
               05  Hold_Account        PIC X(4).
               05  Hold_Debit          PIC S9(9)V9(2).
               05  Hold_Credit         PIC S9(9)V9(2).

           *>Edited fields for the printed control report
           01  Display_Fields.
               05  Disp_Count          PIC ZZZZ9.
               05  Disp_Amount         PIC ---,---,--9.99.
               05  Disp_Debit          PIC ZZZ,ZZZ,ZZ9.99.
               05  Disp_Credit         PIC ZZZ,ZZZ,ZZ9.99.

           Local-Storage Section.

           Linkage Section.

           Report Section.

       Procedure Division.
           INITIALIZE Misc_Variables Control_Totals Tax_Table
               Journal_Table.

           100-Initialization.
               DISPLAY "Journal Period From Date (YYYYMMDD) "
                   WITH NO ADVANCING
               ACCEPT Range_From
               DISPLAY "Journal Period To Date (YYYYMMDD) "
                   WITH NO ADVANCING
               ACCEPT Range_To

               PERFORM 130-Load-Tax-Table

               OPEN INPUT HistoryFile PERFORM 500-Validation
               PERFORM 200-Process-History
               CLOSE HistoryFile

               OPEN INPUT DetailHistFile PERFORM 500-Validation
               PERFORM 300-Process-Detail
               CLOSE DetailHistFile

               PERFORM 350-Apply-Adjustments
               PERFORM 400-Process-Deliveries
               PERFORM 450-Process-Payroll

               PERFORM 650-Net-Journal-Line
                   VARYING Line_Sub FROM 1 BY 1
                   UNTIL Line_Sub > Line_Count

               PERFORM 700-Sort-Journal

               PERFORM 850-Print-Control-Report

               IF Total_Debits NOT = Total_Credits
                   DISPLAY "ABEND: Journal does not balance - "
                       "no journal written"
                   STOP RUN
               END-IF

               PERFORM 800-Write-Journal

               Stop Run.

           130-Load-Tax-Table.
               OPEN INPUT TaxRateFile
               IF File_Status = 35
                   DISPLAY "ABEND: No tax rate schedule on file - "
                       "run NBJTaxRateMaint"
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               READ TaxRateFile
                   AT END MOVE 'Y' TO Tax_Eof_Switch
               END-READ
               PERFORM 140-Load-Tax-Entry UNTIL Tax_Eof
               CLOSE TaxRateFile.

           140-Load-Tax-Entry.
               IF Tax_Count < 30
                   ADD 1 TO Tax_Count
                   MOVE X_Effective_Date
                       TO Tax_Effective_Date(Tax_Count)
                   MOVE X_State    TO Tax_State(Tax_Count)
                   MOVE X_Tax_Rate TO Tax_Rate(Tax_Count)
               END-IF

               READ TaxRateFile
                   AT END MOVE 'Y' TO Tax_Eof_Switch
               END-READ.

      *>Sales tax is figured on the same base as the quarterly
      *>filing - the archived daily revenue, taxed at the rate in
      *>force on the flight day - so the payable ties to the return
           200-Process-History.
               MOVE Range_From TO H_Hist_Date
               MOVE LOW-VALUES TO H_State
               MOVE LOW-VALUES TO H_Location
               START HistoryFile KEY NOT < H_Hist_Key
                   INVALID KEY MOVE 'Y' TO Hist_Eof_Switch
               END-START
               IF NOT Hist_Eof
                   READ HistoryFile NEXT
                       AT END MOVE 'Y' TO Hist_Eof_Switch
                   END-READ
               END-IF
               PERFORM 210-Accumulate-Hist-Record UNTIL Hist_Eof.

           210-Accumulate-Hist-Record.
               IF H_Hist_Date > Range_To
                   MOVE 'Y' TO Hist_Eof_Switch
               ELSE
                   ADD 1 TO Hist_Days_Read
                   MOVE H_Hist_Date TO Lookup_Rate_Date
                   MOVE H_State     TO Lookup_Rate_State
                   MOVE H_Total_Daily_Revenue TO Post_Amount
                   PERFORM 250-Post-Sales-Tax

                   READ HistoryFile NEXT
                       AT END MOVE 'Y' TO Hist_Eof_Switch
                   END-READ
               END-IF.

      *>Post_Amount is the revenue to tax; Lookup_Rate_Date and
      *>Lookup_Rate_State pick the rate
           250-Post-Sales-Tax.
               ADD Post_Amount TO Tax_Base_Total
               PERFORM 600-Find-Tax-Rate
               IF Tax_Rate_Found
                   COMPUTE Daily_Tax ROUNDED =
                       Post_Amount * Tax_Rate(Best_Tax_Sub) / 100
                   ADD Daily_Tax TO Tax_Total
                   MOVE Lookup_Rate_State TO Post_State
                   MOVE Daily_Tax TO Post_Amount
                   MOVE '6200' TO Post_Account
                   PERFORM 550-Post-Debit
                   MOVE '2200' TO Post_Account
                   PERFORM 560-Post-Credit
               ELSE
                   ADD 1 TO Unrated_Days
               END-IF.

           300-Process-Detail.
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
               PERFORM 310-Accumulate-Detail-Record UNTIL Detail_Eof.

      *>Fares are cleared through cash by site day - the credit
      *>side splits the same money by passenger category, with a
      *>charter day's flat basket revenue to its own account
           310-Accumulate-Detail-Record.
               IF DH_Flight_Date > Range_To
                   MOVE 'Y' TO Detail_Eof_Switch
               ELSE
                   ADD 1 TO Detail_Days_Read
                   MOVE DH_State TO Post_State
                   COMPUTE Post_Amount = DH_Child_Revenue
                       + DH_Adult_Revenue + DH_Senior_Revenue
                   ADD Post_Amount TO Fare_Total
                   IF DH_Charter_Revenue IS NUMERIC
                       AND DH_Charter_Revenue > ZERO
                       ADD 1 TO Charter_Days_Read
                       ADD DH_Charter_Revenue TO Charter_Total
                       ADD DH_Charter_Revenue TO Post_Amount
                   END-IF
                   MOVE '1010' TO Post_Account
                   PERFORM 550-Post-Debit
                   MOVE DH_Child_Revenue TO Post_Amount
                   MOVE '4010' TO Post_Account
                   PERFORM 560-Post-Credit
                   MOVE DH_Adult_Revenue TO Post_Amount
                   MOVE '4020' TO Post_Account
                   PERFORM 560-Post-Credit
                   MOVE DH_Senior_Revenue TO Post_Amount
                   MOVE '4030' TO Post_Account
                   PERFORM 560-Post-Credit
                   IF DH_Charter_Revenue IS NUMERIC
                       AND DH_Charter_Revenue > ZERO
                       MOVE DH_Charter_Revenue TO Post_Amount
                       MOVE '4040' TO Post_Account
                       PERFORM 560-Post-Credit
                   END-IF

                   READ DetailHistFile NEXT
                       AT END MOVE 'Y' TO Detail_Eof_Switch
                   END-READ
               END-IF.

      *>A signed revenue adjustment moves cash clearing against
      *>the fare adjustments account, and its tax rides with it
           350-Apply-Adjustments.
               OPEN INPUT HistAdjFile
               IF File_Status = 35
                   DISPLAY "No adjustments on file - archived "
                       "figures journaled as written"
               ELSE
                   PERFORM 500-Validation
                   READ HistAdjFile
                       AT END MOVE 'Y' TO Adj_Eof_Switch
                   END-READ
                   PERFORM 360-Apply-Adjustment-Record
                       UNTIL Adj_Eof
                   CLOSE HistAdjFile
               END-IF.

           360-Apply-Adjustment-Record.
               PERFORM 370-Set-Adj-Effective-Date
               IF Adj_Effective_Date NOT < Range_From
                   AND Adj_Effective_Date NOT > Range_To
                   AND J_Adj_Revenue NOT = ZERO
                   ADD 1 TO Adj_Records_Read
                   ADD J_Adj_Revenue TO Adj_Total
                   MOVE J_State       TO Post_State
                   MOVE J_Adj_Revenue TO Post_Amount
                   MOVE '1010' TO Post_Account
                   PERFORM 550-Post-Debit
                   MOVE '4090' TO Post_Account
                   PERFORM 560-Post-Credit

                   MOVE J_Hist_Date   TO Lookup_Rate_Date
                   MOVE J_State       TO Lookup_Rate_State
                   MOVE J_Adj_Revenue TO Post_Amount
                   PERFORM 250-Post-Sales-Tax
               END-IF

               READ HistAdjFile
                   AT END MOVE 'Y' TO Adj_Eof_Switch
               END-READ.

      *>A prior-period adjustment reports in the period it was
      *>entered in, so a closed period's figures never move
           370-Set-Adj-Effective-Date.
               IF J_Prior_Period_Flag = 'Y'
                   MOVE J_Entry_Date TO Adj_Effective_Date
               ELSE
                   MOVE J_Hist_Date  TO Adj_Effective_Date
               END-IF.

           400-Process-Deliveries.
               OPEN INPUT PropDelvFile
               IF File_Status = 35
                   DISPLAY "No delivery ledger on file - propane "
                       "not journaled"
               ELSE
                   PERFORM 500-Validation
                   READ PropDelvFile
                       AT END MOVE 'Y' TO Delv_Eof_Switch
                   END-READ
                   PERFORM 410-Post-Delivery-Record UNTIL Delv_Eof
                   CLOSE PropDelvFile
               END-IF.

           410-Post-Delivery-Record.
               IF G_Delivery_Date NOT < Range_From
                   AND G_Delivery_Date NOT > Range_To
                   ADD 1 TO Delv_Records_Read
                   ADD G_Invoice_Cost TO Propane_Total
                   MOVE G_State        TO Post_State
                   MOVE G_Invoice_Cost TO Post_Amount
                   MOVE '5100' TO Post_Account
                   PERFORM 550-Post-Debit
                   MOVE '2010' TO Post_Account
                   PERFORM 560-Post-Credit
               END-IF

               READ PropDelvFile
                   AT END MOVE 'Y' TO Delv_Eof_Switch
               END-READ.

      *>The payroll extract carries gross pay per person with no
      *>site, so wages are journaled company-wide under state **
      *>- run NBJPayrollExtract for the same period first
           450-Process-Payroll.
               OPEN INPUT ExtractFile
               IF File_Status = 35
                   DISPLAY "No payroll extract on file - crew wages "
                       "not journaled (run NBJPayrollExtract)"
               ELSE
                   PERFORM 500-Validation
                   READ ExtractFile
                       AT END MOVE 'Y' TO Extract_Eof_Switch
                   END-READ
                   PERFORM 460-Post-Payroll-Record UNTIL Extract_Eof
                   CLOSE ExtractFile
               END-IF.

           460-Post-Payroll-Record.
               ADD 1 TO Payroll_Records_Read
               ADD PE_Gross_Pay TO Wage_Total
               MOVE '**'         TO Post_State
               MOVE PE_Gross_Pay TO Post_Amount
               MOVE '5000' TO Post_Account
               PERFORM 550-Post-Debit
               MOVE '2100' TO Post_Account
               PERFORM 560-Post-Credit

               READ ExtractFile
                   AT END MOVE 'Y' TO Extract_Eof_Switch
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

      *>A negative amount posted to one side lands on the other
      *>side as a positive, so every line accumulates unsigned
           550-Post-Debit.
               PERFORM 570-Find-Or-Add-Line
               IF Post_Amount < ZERO
                   SUBTRACT Post_Amount FROM Line_Credit(Line_Found_Sub)
               ELSE
                   ADD Post_Amount TO Line_Debit(Line_Found_Sub)
               END-IF.

           560-Post-Credit.
               PERFORM 570-Find-Or-Add-Line
               IF Post_Amount < ZERO
                   SUBTRACT Post_Amount FROM Line_Debit(Line_Found_Sub)
               ELSE
                   ADD Post_Amount TO Line_Credit(Line_Found_Sub)
               END-IF.

      *>A journal missing lines could still balance, so a full
      *>table stops the run rather than drop a posting
           570-Find-Or-Add-Line.
               MOVE 'N' TO Line_Switch
               MOVE ZERO TO Line_Found_Sub
               PERFORM 580-Check-Journal-Line
                   VARYING Line_Sub FROM 1 BY 1
                   UNTIL Line_Sub > Line_Count OR Line_Found

               IF NOT Line_Found
                   IF Line_Count = Max_Journal_Lines
                       DISPLAY "ABEND: Journal table full - no "
                           "journal written"
                       STOP RUN
                   END-IF
                   ADD 1 TO Line_Count
                   MOVE Post_State   TO Line_State(Line_Count)
                   MOVE Post_Account TO Line_Account(Line_Count)
                   MOVE ZERO TO Line_Debit(Line_Count)
                   MOVE ZERO TO Line_Credit(Line_Count)
                   MOVE Line_Count TO Line_Found_Sub
               END-IF.

           580-Check-Journal-Line.
               IF Line_State(Line_Sub) = Post_State
                   AND Line_Account(Line_Sub) = Post_Account
                   MOVE 'Y' TO Line_Switch
                   MOVE Line_Sub TO Line_Found_Sub
               END-IF.

      *>The rate in force is the latest effective date on or
      *>before the flight day, for the matching state
           600-Find-Tax-Rate.
               MOVE 'N' TO Tax_Switch
               MOVE ZERO TO Best_Tax_Sub
               PERFORM 610-Check-Tax-Entry
                   VARYING Tax_Sub FROM 1 BY 1
                   UNTIL Tax_Sub > Tax_Count.

           610-Check-Tax-Entry.
               IF Tax_State(Tax_Sub) = Lookup_Rate_State
                   AND Tax_Effective_Date(Tax_Sub)
                   NOT > Lookup_Rate_Date
                   IF Tax_Rate_Not_Found
                       MOVE 'Y' TO Tax_Switch
                       MOVE Tax_Sub TO Best_Tax_Sub
                   ELSE
                       IF Tax_Effective_Date(Tax_Sub) >
                           Tax_Effective_Date(Best_Tax_Sub)
                           MOVE Tax_Sub TO Best_Tax_Sub
                       END-IF
                   END-IF
               END-IF.

           650-Net-Journal-Line.
               IF Line_Debit(Line_Sub) > Line_Credit(Line_Sub)
                   SUBTRACT Line_Credit(Line_Sub)
                       FROM Line_Debit(Line_Sub)
                   MOVE ZERO TO Line_Credit(Line_Sub)
               ELSE
                   SUBTRACT Line_Debit(Line_Sub)
                       FROM Line_Credit(Line_Sub)
                   MOVE ZERO TO Line_Debit(Line_Sub)
               END-IF
               ADD Line_Debit(Line_Sub)  TO Total_Debits
               ADD Line_Credit(Line_Sub) TO Total_Credits.

      *>State then account order for the accountant
           700-Sort-Journal.
               MOVE 'Y' TO Swap_Switch
               PERFORM 710-Sort-Pass UNTIL NOT Swapped.

           710-Sort-Pass.
               MOVE 'N' TO Swap_Switch
               PERFORM 720-Compare-Adjacent
                   VARYING Sort_Sub FROM 1 BY 1
                   UNTIL Sort_Sub >= Line_Count.

           720-Compare-Adjacent.
               COMPUTE Sort_Sub_Next = Sort_Sub + 1
               IF Line_State(Sort_Sub) > Line_State(Sort_Sub_Next)
                   OR (Line_State(Sort_Sub) = Line_State(Sort_Sub_Next)
                   AND Line_Account(Sort_Sub)
                   > Line_Account(Sort_Sub_Next))
                   MOVE Journal_Line(Sort_Sub)      TO Hold_Line
                   MOVE Journal_Line(Sort_Sub_Next)
                       TO Journal_Line(Sort_Sub)
                   MOVE Hold_Line TO Journal_Line(Sort_Sub_Next)
                   MOVE 'Y' TO Swap_Switch
               END-IF.

           750-Describe-Account.
               EVALUATE Line_Account(Line_Sub)
                   WHEN '1010'
                       MOVE "Cash clearing - fares" TO Account_Desc
                   WHEN '2010'
                       MOVE "Accounts payable-propane" TO Account_Desc
                   WHEN '2100'
                       MOVE "Accrued wages payable" TO Account_Desc
                   WHEN '2200'
                       MOVE "Sales tax payable" TO Account_Desc
                   WHEN '4010'
                       MOVE "Fare revenue - child" TO Account_Desc
                   WHEN '4020'
                       MOVE "Fare revenue - adult" TO Account_Desc
                   WHEN '4030'
                       MOVE "Fare revenue - senior" TO Account_Desc
                   WHEN '4040'
                       MOVE "Charter revenue" TO Account_Desc
                   WHEN '4090'
                       MOVE "Fare adjustments" TO Account_Desc
                   WHEN '5000'
                       MOVE "Crew wages" TO Account_Desc
                   WHEN '5100'
                       MOVE "Propane expense" TO Account_Desc
                   WHEN '6200'
                       MOVE "Sales tax expense" TO Account_Desc
                   WHEN OTHER
                       MOVE SPACES TO Account_Desc
               END-EVALUATE.

           800-Write-Journal.
               OPEN OUTPUT JournalFile PERFORM 500-Validation
               PERFORM 810-Write-Journal-Line
                   VARYING Line_Sub FROM 1 BY 1
                   UNTIL Line_Sub > Line_Count
               CLOSE JournalFile
               DISPLAY "Journal written - " Line_Count " lines".

           810-Write-Journal-Line.
               PERFORM 750-Describe-Account
               MOVE Range_To               TO GJ_Journal_Date
               MOVE Line_State(Line_Sub)   TO GJ_State
               MOVE Line_Account(Line_Sub) TO GJ_Account_No
               MOVE Account_Desc           TO GJ_Description
               MOVE Line_Debit(Line_Sub)   TO GJ_Debit
               MOVE Line_Credit(Line_Sub)  TO GJ_Credit
               WRITE GJ_Record.

           850-Print-Control-Report.
               DISPLAY "===================================="
                   "===================================="
               DISPLAY "  NBJ Hot Air Balloon - General Ledger "
                   "Journal Control Report"
               DISPLAY "  Period " Range_From " through " Range_To
               DISPLAY "===================================="
                   "===================================="
               MOVE Hist_Days_Read TO Disp_Count
               MOVE Tax_Base_Total TO Disp_Amount
               DISPLAY "History site days     " Disp_Count
                   "  taxable revenue " Disp_Amount
               MOVE Detail_Days_Read TO Disp_Count
               MOVE Fare_Total TO Disp_Amount
               DISPLAY "Detail site days      " Disp_Count
                   "  fares           " Disp_Amount
               MOVE Charter_Days_Read TO Disp_Count
               MOVE Charter_Total TO Disp_Amount
               DISPLAY "Charter site days     " Disp_Count
                   "  charter revenue " Disp_Amount
               MOVE Adj_Records_Read TO Disp_Count
               MOVE Adj_Total TO Disp_Amount
               DISPLAY "Revenue adjustments   " Disp_Count
                   "  net             " Disp_Amount
               MOVE Delv_Records_Read TO Disp_Count
               MOVE Propane_Total TO Disp_Amount
               DISPLAY "Propane deliveries    " Disp_Count
                   "  invoiced        " Disp_Amount
               MOVE Payroll_Records_Read TO Disp_Count
               MOVE Wage_Total TO Disp_Amount
               DISPLAY "Payroll extract lines " Disp_Count
                   "  gross pay       " Disp_Amount
               MOVE Tax_Total TO Disp_Amount
               DISPLAY "Sales tax payable at rates in force "
                   "         " Disp_Amount
               IF Unrated_Days > ZERO
                   DISPLAY "   WARNING: " Unrated_Days " site days "
                       "or adjustments had no tax rate in force - "
                       "tax is understated (run NBJTaxRateMaint)"
               END-IF
               DISPLAY "------------------------------------"
                   "------------------------------------"
               DISPLAY "St Acct Description                    "
                   "    Debit         Credit"
               PERFORM 860-Print-Journal-Line
                   VARYING Line_Sub FROM 1 BY 1
                   UNTIL Line_Sub > Line_Count
               DISPLAY "------------------------------------"
                   "------------------------------------"
               MOVE Total_Debits  TO Disp_Debit
               MOVE Total_Credits TO Disp_Credit
               DISPLAY "Totals                          "
                   Disp_Debit " " Disp_Credit
               IF Total_Debits = Total_Credits
                   DISPLAY "Journal is in balance"
               ELSE
                   DISPLAY "*** JOURNAL IS OUT OF BALANCE ***"
               END-IF
               DISPLAY "===================================="
                   "====================================".

           860-Print-Journal-Line.
               PERFORM 750-Describe-Account
               MOVE Line_Debit(Line_Sub)  TO Disp_Debit
               MOVE Line_Credit(Line_Sub) TO Disp_Credit
               DISPLAY Line_State(Line_Sub) " "
                   Line_Account(Line_Sub) " " Account_Desc " "
                   Disp_Debit " " Disp_Credit.

       End Program NBJGLExtract.
