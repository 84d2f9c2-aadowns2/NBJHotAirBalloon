      *                    (see NBJHistAdjust) on top of the
      *                    archived figures so the ranking stops
      *                    carrying days we know are wrong
      *    10/15/2026  AD  NIGHTLY mode for the unattended nightly
      *                    run (see NBJNightly) - the date range
      *                    comes off the nightly parameter file,
      *                    month to date when none is given, and the
      *                    program returns 16 on an ABEND
      *    10/15/2026  AD  Report a prior-period adjustment (see
      *                    NBJPeriodClose) in the range holding its
      *                    entry date instead of the closed period
      *                    of the site day it corrects
      *    10/15/2026  AD  Carry charter revenue off the detail
      *                    history as its own figure - printed under
      *                    the site's line with the baskets flown
      *                    when the site flew charters in the range
      *    10/15/2026  AD  Run mode taken into the RunMode_Record
      *                    copybook shared by the nightly steps

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select NightlyParmFile assign to NightlyParm
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
                   REPLACING LEADING ==Prefix== BY ==H==.

           FD  DetailHistFile
               Record Contains 58 Characters.
               COPY Flight_Detail_Record
                   REPLACING LEADING ==Prefix== BY ==DH==.

           FD  HistAdjFile
               Record Contains 67 Characters.
               COPY HistAdj_Record
                   REPLACING LEADING ==Prefix== BY ==J==.

           FD  NightlyParmFile
               Record Contains 32 Characters.
               COPY NightlyParm_Record
                   REPLACING LEADING ==Prefix== BY ==NP==.

           Working-Storage Section.
           01  Misc_Variables.
               05  File_Status         PIC 9(2).
               05  Swap_Switch         PIC X(1).
                   88  Swapped                 value 'Y'.
               05  Rank_Number         PIC 9(2).
               05  Run_Date            PIC 9(8).
               05  Range_From          PIC 9(8).
               05  Range_To            PIC 9(8).
               05  Adj_Effective_Date  PIC 9(8).

           COPY RunMode_Record
               REPLACING LEADING ==Prefix== BY ==RM==.

           *>Per-site accumulators built from the history masters
           01  Profit_Table.
                   10  Site_Flights        PIC 9(5).
                   10  Site_Days           PIC 9(4).
                   10  Site_Passengers     PIC S9(6).
                   10  Site_Charter_Revenue    PIC S9(7)V9(2).
                   10  Site_Charter_Baskets    PIC 9(4).

           01  Hold_Entry.
               05  Hold_State          PIC X(2).
               05  Hold_Flights        PIC 9(5).
               05  Hold_Days           PIC 9(4).
               05  Hold_Passengers     PIC S9(6).
               05  Hold_Charter_Revenue    PIC S9(7)V9(2).
               05  Hold_Charter_Baskets    PIC 9(4).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Days           PIC ZZZ9.
               05  Disp_Avg_Pass       PIC ZZ9.9.
               05  Avg_Passengers      PIC 9(3)V9(1).
               05  Disp_Charter        PIC ZZZZZZ9.99.
               05  Disp_Baskets        PIC ZZZ9.

           Local-Storage Section.

           INITIALIZE Misc_Variables Profit_Table.

           100-Initialization.
               ACCEPT RM_Run_Mode FROM COMMAND-LINE
               IF RM_Nightly_Mode
                   PERFORM 150-Read-Nightly-Parm
               ELSE
                   DISPLAY "Report From Date (YYYYMMDD) "
                       WITH NO ADVANCING
                   ACCEPT Range_From
                   DISPLAY "Report To Date (YYYYMMDD) "
                       WITH NO ADVANCING
                   ACCEPT Range_To
               END-IF

               OPEN INPUT HistoryFile PERFORM 500-Validation
               PERFORM 200-Process-History

               Stop Run.

      *>The nightly run reports month to date through the run date
      *>unless the parameter file names a range
           150-Read-Nightly-Parm.
               OPEN INPUT NightlyParmFile
               IF File_Status = 35
                   DISPLAY "ABEND: No nightly parameter file on file"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 500-Validation
               READ NightlyParmFile
                   AT END
                       DISPLAY "ABEND: Nightly parameter file is "
                           "empty"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE NightlyParmFile

               IF NP_Run_Date NUMERIC AND NP_Run_Date NOT = ZERO
                   MOVE NP_Run_Date TO Run_Date
               ELSE
                   ACCEPT Run_Date FROM DATE YYYYMMDD
               END-IF
               IF NP_Report_From NUMERIC AND NP_Report_From NOT = ZERO
                   MOVE NP_Report_From TO Range_From
               ELSE
                   MOVE Run_Date TO Range_From
                   MOVE '01' TO Range_From(7:2)
               END-IF
               IF NP_Report_To NUMERIC AND NP_Report_To NOT = ZERO
                   MOVE NP_Report_To TO Range_To
               ELSE
                   MOVE Run_Date TO Range_To
               END-IF.

      *>Position at the first record on or after the from date and
      *>read forward - reading stops at the first record past the
      *>to date instead of scanning the whole master
                       TO Site_Passengers(Site_Found_Sub)
                   ADD DH_Num_Senior
                       TO Site_Passengers(Site_Found_Sub)
                   IF DH_Flight_Type = 'C'
                       ADD DH_Charter_Revenue
                           TO Site_Charter_Revenue(Site_Found_Sub)
                       ADD DH_Charter_Baskets
                           TO Site_Charter_Baskets(Site_Found_Sub)
                   END-IF

                   READ DetailHistFile NEXT
                       AT END MOVE 'Y' TO Detail_Eof_Switch
               END-IF.

           360-Apply-Adjustment-Record.
               PERFORM 370-Set-Adj-Effective-Date
               IF Adj_Effective_Date NOT < Range_From
                   AND Adj_Effective_Date NOT > Range_To
                   MOVE J_State    TO Lookup_State
                   MOVE J_Location TO Lookup_Location
                   PERFORM 400-Find-Or-Add-Site
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

           400-Find-Or-Add-Site.
               MOVE 'N' TO Site_Switch
               MOVE ZERO TO Site_Found_Sub
               IF File_Status = 35
                   DISPLAY "ABEND: Input file not found "
                       "(File_Status=35)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   IF File_Status = 37
                       DISPLAY "ABEND: Permission denied opening "
                           "input file (File_Status=37)"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       IF File_Status NOT = 00
                           DISPLAY "ABEND: Unexpected file status "
                               File_Status
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               DISPLAY Disp_Rank " " Site_State(Site_Sub) " "
                   Site_Location(Site_Sub) " " Disp_Revenue " "
                   Disp_Emp_Exp " " Disp_Net " " Disp_Flights
                   "        " Disp_Avg_Pass

      *>Charter revenue is inside the site's revenue above - shown
      *>on its own so the flat basket sales can be seen apart
               IF Site_Charter_Baskets(Site_Sub) > ZERO
                   MOVE Site_Charter_Revenue(Site_Sub)
                       TO Disp_Charter
                   MOVE Site_Charter_Baskets(Site_Sub)
                       TO Disp_Baskets
                   DISPLAY "      incl. charter   " Disp_Charter
                       " on " Disp_Baskets " baskets"
               END-IF.

       End Program NBJSiteProfit.
