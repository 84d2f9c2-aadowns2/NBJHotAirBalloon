      *stamp once end of day has frozen the history masters; the
      *reporting programs add these on top of the archived figures
      *Reason code is K (keying error), R (refund), O (other)
      *Prior period flag Y marks a correction to a day in a closed
      *period (see NBJPeriodClose) - it is reported in the period of
      *its entry date, not the period of the site day it corrects
      *Replace prefix with J in any program reading or extending
      *the history adjustment file
       01  Prefix_Record.
           05  Prefix_Reason_Code             PIC X(1).
           05  Prefix_Operator                PIC X(8).
           05  Prefix_Entry_Date              PIC 9(8).
           05  Prefix_Prior_Period_Flag       PIC X(1).
