      * run-control step record layout - one line per end-of-day
      * step, in the order they must run. The command is handed to
      * the shell as it stands, so it carries any input the program
      * prompts for. A step passes when its return code is no higher
      * than RS-MAX-RC. A line with an asterisk in column 1 is a
      * comment and is not run.
      * The end-of-day programs return 0 when clean, 4 with warnings
      * (CALC rejects, JOBCOST jobs held back), 8 when CALCBAL or
      * QUOTEBAL is out of balance or AUDARCH could not prove an
      * archive, and 12 when a program aborts.
       01 RS-RECORD.
           05 RS-STEP-NAME PIC X(8).
           05 FILLER PIC X(1).
           05 RS-MAX-RC PIC 9(2).
           05 FILLER PIC X(1).
           05 RS-COMMAND PIC X(80).
