      * NightlyParm_Record
      *Nightly batch parameter record - the answers the close-of-day
      *programs would otherwise prompt for. A zero run date means
      *today; a zero report from/to means month to date through the
      *run date. The operator id stamps the audit rows NBJCashVariance
      *writes; supervisor overrides are never taken from this file
      *Replace prefix with NP in any program reading the nightly
      *parameter file
       01  Prefix_Record.
           05  Prefix_Run_Date                PIC 9(8).
           05  Prefix_Operator_Id             PIC X(8).
           05  Prefix_Report_From             PIC 9(8).
           05  Prefix_Report_To               PIC 9(8).
