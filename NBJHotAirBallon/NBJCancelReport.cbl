      *    08/21/2026  AD  Price lost revenue from the effective-
      *                    dated rate schedule file at the rates in
      *                    force on the cancellation date
      *    10/15/2026  AD  Price a scrubbed charter day at the flat
      *                    charter rate per basket turned away and
      *                    show the lost charter revenue as its own
      *                    figure under the site line and totals

       Environment Division.
           Configuration Section.
       Data Division.
           File Section.
           FD  CancelFile
               Record Contains 34 Characters.
               COPY Cancel_Record
                   REPLACING LEADING ==Prefix== BY ==K==.

           FD  RateFile
               Record Contains 46 Characters.
               COPY Rate_Record
                   REPLACING LEADING ==Prefix== BY ==R==.

           Working-Storage Section.
           *>Fares in force on the cancellation date - lost revenue
           *>is the booked passengers turned away priced at the
           *>rates that applied that day, or the charter baskets
           *>turned away at the flat charter rate
           01  Current_Rates.
               05  Child               PIC 9(3)V9(2).
               05  Adult               PIC 9(3)V9(2).
               05  Senior              PIC 9(3)V9(2).
               05  Charter_Rate        PIC 9(4)V9(2).

           *>Rate schedule loaded at startup from the rate file
           *>maintained by NBJRateMaint
                   10  Rate_Child_Fare         PIC 9(3)V9(2).
                   10  Rate_Adult_Fare         PIC 9(3)V9(2).
                   10  Rate_Senior_Fare        PIC 9(3)V9(2).
                   10  Rate_Charter_Rate       PIC 9(4)V9(2).

           01  Misc_Variables.
               05  File_Status         PIC 9(2).
                   10  Lost_Equipment      PIC 9(7)V9(2).
                   10  Lost_Other          PIC 9(7)V9(2).
                   10  Lost_Site_Total     PIC 9(7)V9(2).
                   10  Lost_Charter        PIC 9(7)V9(2).
                   10  Lost_Baskets        PIC 9(4).

           01  Grand_Totals.
               05  Grand_Low_Count     PIC 9(7)V9(2).
               05  Grand_Equipment     PIC 9(7)V9(2).
               05  Grand_Other         PIC 9(7)V9(2).
               05  Grand_Total         PIC 9(7)V9(2).
               05  Grand_Charter       PIC 9(7)V9(2).
               05  Grand_Baskets       PIC 9(4).

           *>Edited fields for the printed report
           01  Display_Fields.
               05  Disp_Equipment      PIC ZZZZZZ9.99.
               05  Disp_Other          PIC ZZZZZZ9.99.
               05  Disp_Total          PIC ZZZZZZ9.99.
               05  Disp_Charter        PIC ZZZZZZ9.99.
               05  Disp_Baskets        PIC ZZZ9.

           Local-Storage Section.

                       TO Rate_Adult_Fare(Rate_Count)
                   MOVE R_Senior_Fare
                       TO Rate_Senior_Fare(Rate_Count)
                   IF R_Charter_Basket_Rate IS NUMERIC
                       MOVE R_Charter_Basket_Rate
                           TO Rate_Charter_Rate(Rate_Count)
                   ELSE
                       MOVE ZERO TO Rate_Charter_Rate(Rate_Count)
                   END-IF
               END-IF

               READ RateFile
                       K_Cancel_Date " - record skipped"
                   PERFORM 220-Read-Next-Cancel
               ELSE
                   IF K_Flight_Type = 'C' AND Charter_Rate = ZERO
                       DISPLAY "WARNING: No charter rate in force "
                           "for " K_Cancel_Date " - record skipped"
                       PERFORM 220-Read-Next-Cancel
                   ELSE
                       PERFORM 230-Price-And-Accumulate
                   END-IF
               END-IF.

           220-Read-Next-Cancel.
           230-Price-And-Accumulate.
               PERFORM 300-Find-Or-Add-Site

      *>A charter day is lost by the basket whatever its load; a
      *>record written before the flight type was added is regular
               IF K_Flight_Type = 'C'
                   COMPUTE Lost_Revenue =
                       K_Charter_Baskets * Charter_Rate
                   ADD Lost_Revenue TO Lost_Charter(Site_Found_Sub)
                   ADD Lost_Revenue TO Grand_Charter
                   ADD K_Charter_Baskets
                       TO Lost_Baskets(Site_Found_Sub)
                   ADD K_Charter_Baskets TO Grand_Baskets
               ELSE
                   COMPUTE Lost_Revenue =
                       (K_Num_Child * Child) + (K_Num_Adult * Adult)
                       + (K_Num_Senior * Senior)
               END-IF

               EVALUATE K_Reason_Code
                   WHEN 'L'
                   MOVE Rate_Child_Fare(Best_Rate_Sub)  TO Child
                   MOVE Rate_Adult_Fare(Best_Rate_Sub)  TO Adult
                   MOVE Rate_Senior_Fare(Best_Rate_Sub) TO Senior
                   MOVE Rate_Charter_Rate(Best_Rate_Sub)
                       TO Charter_Rate
               END-IF.

           610-Check-Rate-Entry.
               DISPLAY "All Sites          " Disp_Low_Count " "
                   Disp_Weather " " Disp_Equipment " "
                   Disp_Other " " Disp_Total
               IF Grand_Baskets > ZERO
                   MOVE Grand_Charter TO Disp_Charter
                   MOVE Grand_Baskets TO Disp_Baskets
                   DISPLAY "   incl. charter   " Disp_Charter
                       " on " Disp_Baskets " baskets"
               END-IF
               DISPLAY "===================================="
                   "====================================".

               DISPLAY Site_State(Site_Sub) " "
                   Site_Location(Site_Sub) " " Disp_Low_Count " "
                   Disp_Weather " " Disp_Equipment " "
                   Disp_Other " " Disp_Total

      *>Lost charter revenue is inside the site's figures above -
      *>shown on its own so the basket sales can be seen apart
               IF Lost_Baskets(Site_Sub) > ZERO
                   MOVE Lost_Charter(Site_Sub) TO Disp_Charter
                   MOVE Lost_Baskets(Site_Sub) TO Disp_Baskets
                   DISPLAY "   incl. charter   " Disp_Charter
                       " on " Disp_Baskets " baskets"
               END-IF.

       End Program NBJCancelReport.
