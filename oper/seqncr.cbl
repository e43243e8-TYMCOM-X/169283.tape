   03 SC-FREQ         PIC X.
   03 SC-DAY-MASK.
      05 SC-DAY-MASK-DAY OCCURS 7 TIMES PIC X.
   03 SC-DEADLINE     PIC 9(4).
   03 SC-EST-MINS     PIC 9(4).
   03 FILLER          PIC X(25).

FD RUNLOG-IN
        LABEL RECORDS ARE STANDARD
