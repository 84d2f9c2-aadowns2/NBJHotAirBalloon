      * RunMode_Record
      *Run mode - NIGHTLY when the program is started as a step of
      *the unattended nightly stream by NBJNightly, which passes the
      *word on the command line; blank when it is run by hand at
      *the terminal. Read once at startup with ACCEPT FROM
      *COMMAND-LINE; a nightly run takes its answers from the
      *nightly parameter file and reports by return code
      *Replace prefix with RM in any program run as a nightly step
       01  Prefix_Record.
           05  Prefix_Run_Mode                PIC X(7).
               88  Prefix_Nightly_Mode            value 'NIGHTLY'.
