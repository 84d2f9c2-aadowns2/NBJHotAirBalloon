      *                    NBJOperMaint) before the menu opens,
      *                    and stamp the save to the audit file
      *                    with the supervisor's operator id
      *    10/15/2026  AD  Add the flat charter rate per basket for
      *                    private charters and corporate groups;
      *                    a rate set saved before the field was
      *                    added loads with a zero charter rate

       Environment Division.
           Configuration Section.
       Data Division.
           File Section.
           FD  RateFile
               Record Contains 46 Characters.
               COPY Rate_Record
                   REPLACING LEADING ==Prefix== BY ==R==.

                   10  Rate_Propane_Cost       PIC 9(3)V9(2).
                   10  Rate_Pilot_Day_Rate     PIC 9(4)V9(2).
                   10  Rate_Other_Day_Rate     PIC 9(4)V9(2).
                   10  Rate_Charter_Rate       PIC 9(4)V9(2).

           *>Edited fields for the schedule listing
           01  Display_Fields.
               05  Disp_Propane        PIC ZZ9.99.
               05  Disp_Pilot          PIC ZZZ9.99.
               05  Disp_Other          PIC ZZZ9.99.
               05  Disp_Charter        PIC ZZZ9.99.

           *>Operator master loaded at sign-on from the file
           *>maintained by NBJOperMaint
                       TO Rate_Pilot_Day_Rate(Rate_Count)
                   MOVE R_Other_Empl_Day_Rate
                       TO Rate_Other_Day_Rate(Rate_Count)
                   IF R_Charter_Basket_Rate IS NUMERIC
                       MOVE R_Charter_Basket_Rate
                           TO Rate_Charter_Rate(Rate_Count)
                   ELSE
                       MOVE ZERO TO Rate_Charter_Rate(Rate_Count)
                   END-IF
               ELSE
                   IF NOT Overflow_Noted
                       DISPLAY "Rate table full - remaining "
               ACCEPT Rate_Pilot_Day_Rate(Rate_Found_Sub)
               DISPLAY "Other Employee Day Rate " WITH NO ADVANCING
               ACCEPT Rate_Other_Day_Rate(Rate_Found_Sub)
               DISPLAY "Charter Rate per Basket " WITH NO ADVANCING
               ACCEPT Rate_Charter_Rate(Rate_Found_Sub)
               DISPLAY "Rate set saved".

           500-List-Rates.
               DISPLAY "Effective  Child  Adult Senior Propane"
                   "   Pilot   Other Charter"
               PERFORM 510-List-Rate-Entry
                   VARYING Rate_Sub FROM 1 BY 1
                   UNTIL Rate_Sub > Rate_Count.
               MOVE Rate_Propane_Cost(Rate_Sub)   TO Disp_Propane
               MOVE Rate_Pilot_Day_Rate(Rate_Sub) TO Disp_Pilot
               MOVE Rate_Other_Day_Rate(Rate_Sub) TO Disp_Other
               MOVE Rate_Charter_Rate(Rate_Sub)   TO Disp_Charter
               DISPLAY Rate_Effective_Date(Rate_Sub) "   "
                   Disp_Child " " Disp_Adult " " Disp_Senior
                   "  " Disp_Propane " " Disp_Pilot " " Disp_Other
                   " " Disp_Charter.

           600-Find-Rate-Set.
               MOVE 'N' TO Rate_Switch
                   TO R_Pilot_Day_Rate
               MOVE Rate_Other_Day_Rate(Rate_Sub)
                   TO R_Other_Empl_Day_Rate
               MOVE Rate_Charter_Rate(Rate_Sub)
                   TO R_Charter_Basket_Rate
               WRITE R_Record.

           800-Validation.
