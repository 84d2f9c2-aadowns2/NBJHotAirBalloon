      * RunControl_Record
      *Nightly batch run-control log - one record per step run by
      *NBJNightly, C for a step that completed and F for a step that
      *failed, with the step's return code. A rerun for the same run
      *date skips every step already logged complete and resumes at
      *the step that failed
      *Replace prefix with RN in any program reading or extending
      *the run-control file
       01  Prefix_Record.
           05  Prefix_Run_Date                PIC 9(8).
           05  Prefix_Step_Name               PIC X(20).
           05  Prefix_Step_Status             PIC X(1).
           05  Prefix_Return_Code             PIC 9(4).
           05  Prefix_Stamp_Date              PIC 9(8).
           05  Prefix_Stamp_Time              PIC 9(8).
