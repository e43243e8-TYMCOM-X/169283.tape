IDENTIFICATION DIVISION.

PROGRAM-ID. SEQFOR.

AUTHOR. TYMSHARE TASC.

DATE-WRITTEN. AUGUST, 1976.

REMARKS. NIGHTLY BATCH WINDOW FINISH-TIME FORECAST AND CRITICAL PATH.
        RUN AT START OF NIGHT AND AGAIN AFTER EACH STEP COMPLETES.
        ELAPSED TIME PER JOB IS THE LARGER OF ITS AVERAGE AND ITS
        MOST RECENT NORMAL RUN ON RUNLOGDAT, OR SC-EST-MINS WHEN THE
        JOB HAS NO HISTORY.  TONIGHT'S COMPLETIONS AND SEQNCR RELEASES
        ARE TAKEN AS ACTUALS.  THE NIGHT RUNS NOON TO NOON: A RUN
        BEFORE NOON BELONGS TO THE NIGHT THAT STARTED THE DAY BEFORE,
        AND A RUNLOG ENTRY IS TONIGHT'S WHEN IT IS DATED TONIGHT AND
        STARTED AT OR AFTER NOON, OR DATED THE NEXT DAY AND STARTED
        BEFORE NOON.  EACH STEP STARTS WHEN ITS LATEST
        PREDECESSOR FINISHES; THE CHAIN OF LATEST PREDECESSORS IS THE
        CRITICAL PATH.  JOBS PROJECTED PAST SC-DEADLINE, OR WITHIN
        MARGIN-MINS OF IT, ARE LISTED FOR OPERATIONS.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.
SOURCE-COMPUTER. PDP-10.
OBJECT-COMPUTER. PDP-10.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT SCHEDL ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT RUNLOG-IN ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT RUNLOG ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT FORCST ASSIGN TO DSK
        RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

FD SCHEDL
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "SCHEDLDAT".
01 SCHEDL-REC.
   03 SC-STEP         PIC 99.
   03 SC-JOB          PIC X(9).
   03 SC-PRED-1       PIC X(9).
   03 SC-PRED-2       PIC X(9).
   03 SC-PRED-3       PIC X(9).
   03 SC-FAIL-ACT     PIC X.
   03 SC-FREQ         PIC X.
   03 SC-DAY-MASK.
      05 SC-DAY-MASK-DAY OCCURS 7 TIMES PIC X.
   03 SC-DEADLINE     PIC 9(4).
   03 SC-EST-MINS     PIC 9(4).
   03 FILLER          PIC X(25).

FD RUNLOG-IN
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "RUNLOGDAT".
01 RUNLOG-IN-REC.
   03 RI-PROGRAM      PIC X(9).
   03 RI-DATE         PIC 9(6).
   03 RI-START-TIME   PIC 9(8).
   03 RI-END-TIME     PIC 9(8).
   03 RI-RECS-READ    PIC 9(7).
   03 RI-RECS-WRITTEN PIC 9(7).
   03 RI-STATUS       PIC X(6).

FD RUNLOG
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "RUNLOGDAT".
01 RUNLOG-REC.
   03 RL-PROGRAM      PIC X(9).
   03 RL-DATE         PIC 9(6).
   03 RL-START-TIME   PIC 9(8).
   03 RL-END-TIME     PIC 9(8).
   03 RL-RECS-READ    PIC 9(7).
   03 RL-RECS-WRITTEN PIC 9(7).
   03 RL-STATUS       PIC X(6).

FD FORCST
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "FORCSTDAT".
01 FORCST-LINE        PIC X(80).

WORKING-STORAGE SECTION.
01 TONIGHT         PIC 9(6)   VALUE ZERO.
01 TOMORROW        PIC 9(6)   VALUE ZERO.
01 TODAY           PIC 9(6)   VALUE ZERO.
01 DATE-WORK       PIC 9(6)   VALUE ZERO.
01 DATE-X REDEFINES DATE-WORK.
   03 DW-YR        PIC 99.
   03 DW-MO        PIC 99.
   03 DW-DA        PIC 99.
01 MONTH-DAYS-LIST.
   03 FILLER       PIC X(24)  VALUE "312831303130313130313031".
01 MONTH-DAYS-TBL REDEFINES MONTH-DAYS-LIST.
   03 MONTH-DAYS   PIC 99     OCCURS 12 TIMES.
77 LEAP-WORK       PIC 99     VALUE ZERO.
77 LEAP-REM        PIC 9      VALUE ZERO.
77 TN-SW           PIC X      VALUE "N".
77 NOW-TIME        PIC 9(8)   VALUE ZERO.
77 END-TIME        PIC 9(8)   VALUE ZERO.
77 NOW-MIN         PIC 9(4)   VALUE ZERO.
77 MARGIN-MINS     PIC 9(4)   VALUE 30.
77 HIST-CT         PIC 999    VALUE ZERO.
77 HIST-SUB        PIC 999    VALUE ZERO.
77 HIST-KEY        PIC X(9)   VALUE SPACES.
77 STEP-CT         PIC 999    VALUE ZERO.
77 STEP-SUB        PIC 999    VALUE ZERO.
77 FIND-SUB        PIC 999    VALUE ZERO.
77 PATH-SUB        PIC 999    VALUE ZERO.
77 LAST-SUB        PIC 999    VALUE ZERO.
77 PRED-SUB        PIC 9      VALUE ZERO.
77 PE-SUB          PIC 9      VALUE ZERO.
77 REL-STEP        PIC 99     VALUE ZERO.
77 START-SECS      PIC 9(6)   VALUE ZERO.
77 END-SECS        PIC 9(6)   VALUE ZERO.
77 RUN-SECS        PIC 9(6)   VALUE ZERO.
77 RUN-MINS        PIC 9(4)   VALUE ZERO.
77 AVG-MINS        PIC 9(4)   VALUE ZERO.
77 CLK-MIN         PIC 9(4)   VALUE ZERO.
77 CLK-DAYS        PIC 9      VALUE ZERO.
77 CLK-REM         PIC 9(4)   VALUE ZERO.
77 LATE-CT         PIC 999    VALUE ZERO.
77 RISK-CT         PIC 999    VALUE ZERO.
77 DONE-CT         PIC 999    VALUE ZERO.
77 RUN-CT          PIC 999    VALUE ZERO.
77 WAIT-CT         PIC 999    VALUE ZERO.
77 EXCP-SW         PIC X      VALUE "N".

01 CLOCK-WORK      PIC 9(8)   VALUE ZERO.
01 CLOCK-X REDEFINES CLOCK-WORK.
   03 CK-HH        PIC 99.
   03 CK-MM        PIC 99.
   03 CK-SS        PIC 99.
   03 CK-HS        PIC 99.

01 HHMM-WORK       PIC 9(4)   VALUE ZERO.
01 HHMM-X REDEFINES HHMM-WORK.
   03 HM-HH        PIC 99.
   03 HM-MM        PIC 99.

01 HIST-TABLE.
   03 HIST-ENT OCCURS 200 TIMES.
      05 HT-PROGRAM   PIC X(9).
      05 HT-RUNS      PIC 9(4).
      05 HT-TOT-MINS  PIC 9(7).
      05 HT-LAST-DATE PIC 9(6).
      05 HT-LAST-MINS PIC 9(4).
      05 HT-TN-STATUS PIC X(6).
      05 HT-TN-START  PIC 9(4).
      05 HT-TN-END    PIC 9(4).

01 REL-TABLE.
   03 REL-ENT OCCURS 99 TIMES.
      05 RT-STATUS    PIC X(6).
      05 RT-START     PIC 9(4).

01 STEP-TABLE.
   03 STEP-ENT OCCURS 100 TIMES.
      05 ST-STEP      PIC 99.
      05 ST-JOB       PIC X(9).
      05 ST-PRED      OCCURS 3 TIMES PIC X(9).
      05 ST-DL-HHMM   PIC 9(4).
      05 ST-DEADLINE  PIC 9(4).
      05 ST-EST-MINS  PIC 9(4).
      05 ST-STATE     PIC X(7).
      05 ST-START     PIC 9(4).
      05 ST-END       PIC 9(4).
      05 ST-CRIT      PIC 999.
      05 ST-SLACK     PIC S9(4).
      05 ST-NOTE      PIC X(8).
      05 ST-PATH-SW   PIC X.

01 FC-HEAD.
   03 FILLER          PIC X(34)
      VALUE "NIGHTLY FINISH-TIME FORECAST      ".
   03 FH-DATE         PIC 9(6).
   03 FILLER          PIC X(8)   VALUE "  AS OF ".
   03 FH-TIME         PIC 9(4).
   03 FILLER          PIC X(28)  VALUE SPACES.

01 FC-COLS.
   03 FILLER          PIC X(40)
      VALUE " STEP JOB        STATE     EST  START  F".
   03 FILLER          PIC X(40)
      VALUE "INISH  DEADLN  SLACK  NOTE              ".

01 FC-LINE.
   03 FILLER          PIC X      VALUE SPACE.
   03 FL-PATH         PIC X.
   03 FL-STEP         PIC 99.
   03 FILLER          PIC X      VALUE SPACE.
   03 FL-JOB          PIC X(9).
   03 FILLER          PIC XX     VALUE SPACES.
   03 FL-STATE        PIC X(7).
   03 FILLER          PIC X      VALUE SPACE.
   03 FL-EST          PIC ZZZ9.
   03 FILLER          PIC XX     VALUE SPACES.
   03 FL-START        PIC 9(4).
   03 FILLER          PIC XXX    VALUE SPACES.
   03 FL-END          PIC 9(4).
   03 FILLER          PIC XXX    VALUE SPACES.
   03 FL-DEADLINE-X.
      05 FL-DEADLINE  PIC 9(4).
   03 FILLER          PIC XX     VALUE SPACES.
   03 FL-SLACK-X.
      05 FL-SLACK     PIC ----9.
   03 FILLER          PIC XX     VALUE SPACES.
   03 FL-NOTE         PIC X(8).
   03 FILLER          PIC X(15)  VALUE SPACES.

01 FC-EXCP-HEAD.
   03 FILLER          PIC X(40)
      VALUE "JOBS PROJECTED TO MISS OR NEAR DEADLINE ".
   03 FILLER          PIC X(40)  VALUE SPACES.

01 FC-EXCP.
   03 FILLER          PIC X      VALUE SPACE.
   03 FE-NOTE         PIC X(8).
   03 FILLER          PIC X(6)   VALUE " STEP ".
   03 FE-STEP         PIC 99.
   03 FILLER          PIC X      VALUE SPACE.
   03 FE-JOB          PIC X(9).
   03 FILLER          PIC X(5)   VALUE " DUE ".
   03 FE-DEADLINE     PIC 9(4).
   03 FILLER          PIC X(11)  VALUE " PROJECTED ".
   03 FE-END          PIC 9(4).
   03 FILLER          PIC X(7)   VALUE " SLACK ".
   03 FE-SLACK        PIC ----9.
   03 FILLER          PIC X(17)  VALUE SPACES.

01 FC-PATH.
   03 FILLER          PIC X(17)  VALUE "   CRITICAL PATH ".
   03 FP-ENT OCCURS 5 TIMES.
      05 FP-JOB       PIC X(9).
      05 FP-ARROW     PIC X(3).
   03 FILLER          PIC X(3)   VALUE SPACES.

01 FC-NONE.
   03 FILLER          PIC X(40)
      VALUE " NONE - ALL DEADLINES PROJECTED TO BE ME".
   03 FILLER          PIC X(40)  VALUE "T".

01 FC-LAST.
   03 FILLER          PIC X(27)
      VALUE "PROJECTED END OF NIGHT AT ".
   03 FX-END          PIC 9(4).
   03 FILLER          PIC X(11)  VALUE " LAST JOB  ".
   03 FX-JOB          PIC X(9).
   03 FILLER          PIC X(29)  VALUE SPACES.

01 FC-TOT.
   03 FILLER          PIC X(6)   VALUE " DONE ".
   03 FT-DONE         PIC ZZ9.
   03 FILLER          PIC X(10)  VALUE "  RUNNING ".
   03 FT-RUN          PIC ZZ9.
   03 FILLER          PIC X(10)  VALUE "  WAITING ".
   03 FT-WAIT         PIC ZZ9.
   03 FILLER          PIC X(7)   VALUE "  LATE ".
   03 FT-LATE         PIC ZZ9.
   03 FILLER          PIC X(10)  VALUE "  AT RISK ".
   03 FT-RISK         PIC ZZ9.
   03 FILLER          PIC X(22)  VALUE SPACES.

01 BLANK-LINE         PIC X(80)  VALUE SPACES.

PROCEDURE DIVISION.
HOUSEKEEP.
        OPEN INPUT SCHEDL, RUNLOG-IN.
        OPEN OUTPUT FORCST.
        ACCEPT TODAY FROM DATE.
        ACCEPT NOW-TIME FROM TIME.
        MOVE TODAY TO TONIGHT.
        MOVE NOW-TIME TO CLOCK-WORK.
        IF CK-HH < 12 PERFORM PRIOR-DAY THRU PRIOR-DAY-EXIT.
        PERFORM NEXT-DAY THRU NEXT-DAY-EXIT.
        MOVE NOW-TIME TO CLOCK-WORK.
        PERFORM CLOCK-TO-MIN THRU CLOCK-TO-MIN-EXIT.
        MOVE CLK-MIN TO NOW-MIN.
        MOVE TONIGHT TO FH-DATE.
        MOVE CK-HH TO HM-HH.
        MOVE CK-MM TO HM-MM.
        MOVE HHMM-WORK TO FH-TIME.
        WRITE FORCST-LINE FROM FC-HEAD.
        WRITE FORCST-LINE FROM BLANK-LINE.
        WRITE FORCST-LINE FROM FC-COLS.
        MOVE 0 TO REL-STEP.
CLEAR-REL.
        ADD 1 TO REL-STEP.
        MOVE SPACES TO RT-STATUS (REL-STEP).
        MOVE ZERO TO RT-START (REL-STEP).
        IF REL-STEP < 99 GO TO CLEAR-REL.

LOAD-RUNLOG.
        READ RUNLOG-IN AT END GO TO LOAD-LOG-DONE.
        IF RI-PROGRAM = "SEQFOR" GO TO LOAD-RUNLOG.
        IF RI-PROGRAM = "SEQNCR"
            PERFORM LOAD-RELEASE THRU LOAD-RELEASE-EXIT
            GO TO LOAD-RUNLOG.
        MOVE RI-PROGRAM TO HIST-KEY.
        PERFORM FIND-HIST THRU FIND-HIST-EXIT.
        IF HIST-SUB = 0
            IF HIST-CT = 200
                DISPLAY "HISTORY TABLE FULL - " RI-PROGRAM " IGNORED"
                GO TO LOAD-RUNLOG
            ELSE
                PERFORM ADD-HIST THRU ADD-HIST-EXIT.
        PERFORM TONIGHT-TEST THRU TONIGHT-TEST-EXIT.
        IF TN-SW = "Y"
            MOVE RI-STATUS TO HT-TN-STATUS (HIST-SUB)
            MOVE RI-START-TIME TO CLOCK-WORK
            PERFORM CLOCK-TO-MIN THRU CLOCK-TO-MIN-EXIT
            MOVE CLK-MIN TO HT-TN-START (HIST-SUB)
            MOVE RI-END-TIME TO CLOCK-WORK
            PERFORM CLOCK-TO-MIN THRU CLOCK-TO-MIN-EXIT
            MOVE CLK-MIN TO HT-TN-END (HIST-SUB)
            GO TO LOAD-RUNLOG.
        IF RI-STATUS NOT = "NORMAL" GO TO LOAD-RUNLOG.
        PERFORM RUN-ELAPSED THRU RUN-ELAPSED-EXIT.
        ADD 1 TO HT-RUNS (HIST-SUB).
        ADD RUN-MINS TO HT-TOT-MINS (HIST-SUB).
        IF RI-DATE NOT < HT-LAST-DATE (HIST-SUB)
            MOVE RI-DATE TO HT-LAST-DATE (HIST-SUB)
            MOVE RUN-MINS TO HT-LAST-MINS (HIST-SUB).
        GO TO LOAD-RUNLOG.
LOAD-LOG-DONE.
        CLOSE RUNLOG-IN.

LOAD-SCHEDL.
        READ SCHEDL AT END GO TO LOAD-SCHEDL-DONE.
        IF STEP-CT = 100
            DISPLAY "SCHEDULE TABLE FULL - STEP " SC-STEP " IGNORED"
            GO TO LOAD-SCHEDL.
        ADD 1 TO STEP-CT.
        MOVE SC-STEP TO ST-STEP (STEP-CT).
        MOVE SC-JOB TO ST-JOB (STEP-CT).
        MOVE SC-PRED-1 TO ST-PRED (STEP-CT, 1).
        MOVE SC-PRED-2 TO ST-PRED (STEP-CT, 2).
        MOVE SC-PRED-3 TO ST-PRED (STEP-CT, 3).
        MOVE SC-DEADLINE TO ST-DL-HHMM (STEP-CT).
        MOVE ZERO TO ST-DEADLINE (STEP-CT).
        IF SC-DEADLINE NOT = ZERO
            MOVE SC-DEADLINE TO HHMM-WORK
            MOVE HM-HH TO CK-HH
            MOVE HM-MM TO CK-MM
            PERFORM CLOCK-TO-MIN THRU CLOCK-TO-MIN-EXIT
            MOVE CLK-MIN TO ST-DEADLINE (STEP-CT).
        MOVE SC-EST-MINS TO ST-EST-MINS (STEP-CT).
        GO TO LOAD-SCHEDL.
LOAD-SCHEDL-DONE.
        CLOSE SCHEDL.
        MOVE 0 TO STEP-SUB.

FORECAST-STEP.
        ADD 1 TO STEP-SUB.
        IF STEP-SUB > STEP-CT GO TO MARK-PATH.
        PERFORM PROJECT-STEP THRU PROJECT-STEP-EXIT.
        GO TO FORECAST-STEP.

MARK-PATH.
        MOVE 0 TO LAST-SUB.
        MOVE 0 TO STEP-SUB.
FIND-LAST.
        ADD 1 TO STEP-SUB.
        IF STEP-SUB > STEP-CT GO TO FOLLOW-PATH.
        IF ST-STATE (STEP-SUB) = "NOT DUE" OR
           ST-STATE (STEP-SUB) = "SKIPPED"
            GO TO FIND-LAST.
        IF LAST-SUB = 0
            MOVE STEP-SUB TO LAST-SUB
            GO TO FIND-LAST.
        IF ST-END (STEP-SUB) NOT < ST-END (LAST-SUB)
            MOVE STEP-SUB TO LAST-SUB.
        GO TO FIND-LAST.
FOLLOW-PATH.
        MOVE LAST-SUB TO PATH-SUB.
FOLLOW-PATH-LOOP.
        IF PATH-SUB = 0 GO TO PRINT-STEPS.
        MOVE "*" TO ST-PATH-SW (PATH-SUB).
        MOVE ST-CRIT (PATH-SUB) TO PATH-SUB.
        GO TO FOLLOW-PATH-LOOP.

PRINT-STEPS.
        MOVE 0 TO STEP-SUB.
PRINT-STEP-LOOP.
        ADD 1 TO STEP-SUB.
        IF STEP-SUB > STEP-CT GO TO PRINT-LAST.
        MOVE ST-PATH-SW (STEP-SUB) TO FL-PATH.
        MOVE ST-STEP (STEP-SUB) TO FL-STEP.
        MOVE ST-JOB (STEP-SUB) TO FL-JOB.
        MOVE ST-STATE (STEP-SUB) TO FL-STATE.
        MOVE ST-NOTE (STEP-SUB) TO FL-NOTE.
        MOVE ST-EST-MINS (STEP-SUB) TO FL-EST.
        IF ST-STATE (STEP-SUB) = "NOT DUE" OR
           ST-STATE (STEP-SUB) = "SKIPPED"
            MOVE ZERO TO FL-START, FL-END
        ELSE
            MOVE ST-START (STEP-SUB) TO CLK-MIN
            PERFORM MIN-TO-CLOCK THRU MIN-TO-CLOCK-EXIT
            MOVE HHMM-WORK TO FL-START
            MOVE ST-END (STEP-SUB) TO CLK-MIN
            PERFORM MIN-TO-CLOCK THRU MIN-TO-CLOCK-EXIT
            MOVE HHMM-WORK TO FL-END.
        IF ST-DEADLINE (STEP-SUB) = ZERO
            MOVE SPACES TO FL-DEADLINE-X, FL-SLACK-X
        ELSE
            MOVE ST-DL-HHMM (STEP-SUB) TO FL-DEADLINE
            MOVE ST-SLACK (STEP-SUB) TO FL-SLACK.
        IF ST-STATE (STEP-SUB) = "NOT DUE" OR
           ST-STATE (STEP-SUB) = "SKIPPED"
            MOVE SPACES TO FL-SLACK-X.
        WRITE FORCST-LINE FROM FC-LINE.
        GO TO PRINT-STEP-LOOP.

PRINT-LAST.
        WRITE FORCST-LINE FROM BLANK-LINE.
        IF LAST-SUB = 0 GO TO PRINT-EXCP.
        MOVE ST-END (LAST-SUB) TO CLK-MIN.
        PERFORM MIN-TO-CLOCK THRU MIN-TO-CLOCK-EXIT.
        MOVE HHMM-WORK TO FX-END.
        MOVE ST-JOB (LAST-SUB) TO FX-JOB.
        WRITE FORCST-LINE FROM FC-LAST.
        MOVE LAST-SUB TO PATH-SUB.
        PERFORM PRINT-PATH THRU PRINT-PATH-EXIT.

PRINT-EXCP.
        WRITE FORCST-LINE FROM BLANK-LINE.
        WRITE FORCST-LINE FROM FC-EXCP-HEAD.
        MOVE 0 TO STEP-SUB.
PRINT-EXCP-LOOP.
        ADD 1 TO STEP-SUB.
        IF STEP-SUB > STEP-CT GO TO WRAP-UP.
        IF ST-NOTE (STEP-SUB) NOT = "LATE    " AND
           ST-NOTE (STEP-SUB) NOT = "AT RISK "
            GO TO PRINT-EXCP-LOOP.
        MOVE "Y" TO EXCP-SW.
        MOVE ST-NOTE (STEP-SUB) TO FE-NOTE.
        MOVE ST-STEP (STEP-SUB) TO FE-STEP.
        MOVE ST-JOB (STEP-SUB) TO FE-JOB.
        MOVE ST-DL-HHMM (STEP-SUB) TO FE-DEADLINE.
        MOVE ST-END (STEP-SUB) TO CLK-MIN.
        PERFORM MIN-TO-CLOCK THRU MIN-TO-CLOCK-EXIT.
        MOVE HHMM-WORK TO FE-END.
        MOVE ST-SLACK (STEP-SUB) TO FE-SLACK.
        WRITE FORCST-LINE FROM FC-EXCP.
        DISPLAY "DEADLINE " FE-NOTE "STEP " FE-STEP " - " FE-JOB
            " DUE " FE-DEADLINE " PROJECTED " FE-END.
        MOVE STEP-SUB TO PATH-SUB.
        PERFORM PRINT-PATH THRU PRINT-PATH-EXIT.
        GO TO PRINT-EXCP-LOOP.

PROJECT-STEP.
        MOVE SPACES TO ST-NOTE (STEP-SUB), ST-PATH-SW (STEP-SUB).
        MOVE ZERO TO ST-CRIT (STEP-SUB), ST-SLACK (STEP-SUB).
        MOVE ST-JOB (STEP-SUB) TO HIST-KEY.
        PERFORM FIND-HIST THRU FIND-HIST-EXIT.
        IF HIST-SUB NOT = 0
            IF HT-RUNS (HIST-SUB) > 0
                DIVIDE HT-TOT-MINS (HIST-SUB) BY HT-RUNS (HIST-SUB)
                    GIVING AVG-MINS ROUNDED
                MOVE AVG-MINS TO ST-EST-MINS (STEP-SUB)
                IF HT-LAST-MINS (HIST-SUB) > AVG-MINS
                    MOVE HT-LAST-MINS (HIST-SUB)
                        TO ST-EST-MINS (STEP-SUB).
        IF HIST-SUB = 0
            MOVE "NO HIST " TO ST-NOTE (STEP-SUB)
        ELSE
            IF HT-RUNS (HIST-SUB) = 0
                MOVE "NO HIST " TO ST-NOTE (STEP-SUB).
        MOVE ST-STEP (STEP-SUB) TO REL-STEP.
        IF REL-STEP = 0 MOVE 99 TO REL-STEP.
        IF RT-STATUS (REL-STEP) = "NOTDUE"
            MOVE "NOT DUE" TO ST-STATE (STEP-SUB)
            MOVE ZERO TO ST-START (STEP-SUB), ST-END (STEP-SUB)
            GO TO PROJECT-STEP-EXIT.
        IF RT-STATUS (REL-STEP) = "SKIPPD"
            MOVE "SKIPPED" TO ST-STATE (STEP-SUB)
            MOVE ZERO TO ST-START (STEP-SUB), ST-END (STEP-SUB)
            GO TO PROJECT-STEP-EXIT.
        IF HIST-SUB NOT = 0
            IF HT-TN-STATUS (HIST-SUB) = "NORMAL"
                GO TO PROJECT-DONE.
        IF HIST-SUB NOT = 0
            IF HT-TN-STATUS (HIST-SUB) NOT = SPACES
                GO TO PROJECT-RERUN.
        IF RT-STATUS (REL-STEP) = "RELEAS"
            GO TO PROJECT-RUNNING.
        MOVE "WAITING" TO ST-STATE (STEP-SUB).
        ADD 1 TO WAIT-CT.
        MOVE NOW-MIN TO ST-START (STEP-SUB).
        MOVE 0 TO PRED-SUB.
PROJECT-PRED.
        ADD 1 TO PRED-SUB.
        IF PRED-SUB > 3 GO TO PROJECT-FINISH.
        IF ST-PRED (STEP-SUB, PRED-SUB) = SPACES GO TO PROJECT-PRED.
        MOVE 0 TO FIND-SUB.
PROJECT-PRED-FIND.
        ADD 1 TO FIND-SUB.
        IF FIND-SUB NOT < STEP-SUB GO TO PROJECT-PRED.
        IF ST-JOB (FIND-SUB) NOT = ST-PRED (STEP-SUB, PRED-SUB)
            GO TO PROJECT-PRED-FIND.
        IF ST-END (FIND-SUB) > ST-START (STEP-SUB)
            MOVE ST-END (FIND-SUB) TO ST-START (STEP-SUB)
            MOVE FIND-SUB TO ST-CRIT (STEP-SUB).
        GO TO PROJECT-PRED.
PROJECT-DONE.
        MOVE "DONE   " TO ST-STATE (STEP-SUB).
        ADD 1 TO DONE-CT.
        MOVE HT-TN-START (HIST-SUB) TO ST-START (STEP-SUB).
        MOVE HT-TN-END (HIST-SUB) TO ST-END (STEP-SUB).
        GO TO PROJECT-SLACK.
PROJECT-RERUN.
        MOVE "FAILED " TO ST-STATE (STEP-SUB).
        MOVE "RERUN   " TO ST-NOTE (STEP-SUB).
        ADD 1 TO WAIT-CT.
        MOVE NOW-MIN TO ST-START (STEP-SUB).
        GO TO PROJECT-FINISH.
PROJECT-RUNNING.
        MOVE "RUNNING" TO ST-STATE (STEP-SUB).
        ADD 1 TO RUN-CT.
        MOVE RT-START (REL-STEP) TO ST-START (STEP-SUB).
        COMPUTE ST-END (STEP-SUB) =
            ST-START (STEP-SUB) + ST-EST-MINS (STEP-SUB).
        IF ST-END (STEP-SUB) < NOW-MIN
            MOVE NOW-MIN TO ST-END (STEP-SUB)
            MOVE "OVERRUN " TO ST-NOTE (STEP-SUB).
        GO TO PROJECT-SLACK.
PROJECT-FINISH.
        COMPUTE ST-END (STEP-SUB) =
            ST-START (STEP-SUB) + ST-EST-MINS (STEP-SUB).
PROJECT-SLACK.
        IF ST-DEADLINE (STEP-SUB) = ZERO GO TO PROJECT-STEP-EXIT.
        COMPUTE ST-SLACK (STEP-SUB) =
            ST-DEADLINE (STEP-SUB) - ST-END (STEP-SUB).
        IF ST-STATE (STEP-SUB) = "DONE   "
            IF ST-SLACK (STEP-SUB) < 0
                MOVE "MISSED  " TO ST-NOTE (STEP-SUB)
                GO TO PROJECT-STEP-EXIT
            ELSE
                GO TO PROJECT-STEP-EXIT.
        IF ST-SLACK (STEP-SUB) < 0
            MOVE "LATE    " TO ST-NOTE (STEP-SUB)
            ADD 1 TO LATE-CT
            GO TO PROJECT-STEP-EXIT.
        IF ST-SLACK (STEP-SUB) < MARGIN-MINS
            MOVE "AT RISK " TO ST-NOTE (STEP-SUB)
            ADD 1 TO RISK-CT.
PROJECT-STEP-EXIT.
        EXIT.

LOAD-RELEASE.
        PERFORM TONIGHT-TEST THRU TONIGHT-TEST-EXIT.
        IF TN-SW NOT = "Y" GO TO LOAD-RELEASE-EXIT.
        IF RI-RECS-READ = 0 OR RI-RECS-READ > 99
            GO TO LOAD-RELEASE-EXIT.
        MOVE RI-RECS-READ TO REL-STEP.
        MOVE RI-STATUS TO RT-STATUS (REL-STEP).
        MOVE RI-START-TIME TO CLOCK-WORK.
        PERFORM CLOCK-TO-MIN THRU CLOCK-TO-MIN-EXIT.
        MOVE CLK-MIN TO RT-START (REL-STEP).
LOAD-RELEASE-EXIT.
        EXIT.

TONIGHT-TEST.
        MOVE "N" TO TN-SW.
        MOVE RI-START-TIME TO CLOCK-WORK.
        IF RI-DATE = TONIGHT AND CK-HH NOT < 12 MOVE "Y" TO TN-SW.
        IF RI-DATE = TOMORROW AND CK-HH < 12 MOVE "Y" TO TN-SW.
TONIGHT-TEST-EXIT.
        EXIT.

PRIOR-DAY.
        MOVE TONIGHT TO DATE-WORK.
        IF DW-DA > 1
            SUBTRACT 1 FROM DW-DA
            GO TO PRIOR-DAY-DONE.
        IF DW-MO > 1
            SUBTRACT 1 FROM DW-MO
            GO TO PRIOR-DAY-MONTH.
        MOVE 12 TO DW-MO.
        IF DW-YR = 0
            MOVE 99 TO DW-YR
        ELSE
            SUBTRACT 1 FROM DW-YR.
PRIOR-DAY-MONTH.
        PERFORM FEB-DAYS THRU FEB-DAYS-EXIT.
        MOVE MONTH-DAYS (DW-MO) TO DW-DA.
PRIOR-DAY-DONE.
        MOVE DATE-WORK TO TONIGHT.
PRIOR-DAY-EXIT.
        EXIT.

NEXT-DAY.
        MOVE TONIGHT TO DATE-WORK.
        PERFORM FEB-DAYS THRU FEB-DAYS-EXIT.
        IF DW-DA < MONTH-DAYS (DW-MO)
            ADD 1 TO DW-DA
            GO TO NEXT-DAY-DONE.
        MOVE 1 TO DW-DA.
        IF DW-MO < 12
            ADD 1 TO DW-MO
            GO TO NEXT-DAY-DONE.
        MOVE 1 TO DW-MO.
        IF DW-YR = 99
            MOVE 0 TO DW-YR
        ELSE
            ADD 1 TO DW-YR.
NEXT-DAY-DONE.
        MOVE DATE-WORK TO TOMORROW.
NEXT-DAY-EXIT.
        EXIT.

FEB-DAYS.
        MOVE 28 TO MONTH-DAYS (2).
        DIVIDE DW-YR BY 4 GIVING LEAP-WORK REMAINDER LEAP-REM.
        IF LEAP-REM = 0 MOVE 29 TO MONTH-DAYS (2).
FEB-DAYS-EXIT.
        EXIT.

FIND-HIST.
        MOVE 0 TO FIND-SUB.
        MOVE 0 TO HIST-SUB.
FIND-HIST-LOOP.
        ADD 1 TO FIND-SUB.
        IF FIND-SUB > HIST-CT GO TO FIND-HIST-EXIT.
        IF HT-PROGRAM (FIND-SUB) NOT = HIST-KEY GO TO FIND-HIST-LOOP.
        MOVE FIND-SUB TO HIST-SUB.
FIND-HIST-EXIT.
        EXIT.

ADD-HIST.
        ADD 1 TO HIST-CT.
        MOVE HIST-CT TO HIST-SUB.
        MOVE HIST-KEY TO HT-PROGRAM (HIST-SUB).
        MOVE ZERO TO HT-RUNS (HIST-SUB), HT-TOT-MINS (HIST-SUB),
            HT-LAST-DATE (HIST-SUB), HT-LAST-MINS (HIST-SUB),
            HT-TN-START (HIST-SUB), HT-TN-END (HIST-SUB).
        MOVE SPACES TO HT-TN-STATUS (HIST-SUB).
ADD-HIST-EXIT.
        EXIT.

RUN-ELAPSED.
        MOVE RI-START-TIME TO CLOCK-WORK.
        COMPUTE START-SECS = CK-HH * 3600 + CK-MM * 60 + CK-SS.
        MOVE RI-END-TIME TO CLOCK-WORK.
        COMPUTE END-SECS = CK-HH * 3600 + CK-MM * 60 + CK-SS.
        IF END-SECS < START-SECS ADD 86400 TO END-SECS.
        COMPUTE RUN-SECS = END-SECS - START-SECS + 59.
        DIVIDE RUN-SECS BY 60 GIVING RUN-MINS.
RUN-ELAPSED-EXIT.
        EXIT.

CLOCK-TO-MIN.
        COMPUTE CLK-MIN = CK-HH * 60 + CK-MM.
        IF CK-HH < 12 ADD 1440 TO CLK-MIN.
CLOCK-TO-MIN-EXIT.
        EXIT.

MIN-TO-CLOCK.
        DIVIDE CLK-MIN BY 1440 GIVING CLK-DAYS REMAINDER CLK-REM.
        DIVIDE CLK-REM BY 60 GIVING HM-HH REMAINDER HM-MM.
MIN-TO-CLOCK-EXIT.
        EXIT.

PRINT-PATH.
        MOVE SPACES TO FC-PATH.
        MOVE "   CRITICAL PATH " TO FC-PATH.
        MOVE 0 TO PE-SUB.
PRINT-PATH-LOOP.
        IF PATH-SUB = 0 GO TO PRINT-PATH-END.
        IF PE-SUB = 5
            WRITE FORCST-LINE FROM FC-PATH
            MOVE SPACES TO FC-PATH
            MOVE 0 TO PE-SUB.
        ADD 1 TO PE-SUB.
        MOVE ST-JOB (PATH-SUB) TO FP-JOB (PE-SUB).
        MOVE ST-CRIT (PATH-SUB) TO PATH-SUB.
        IF PATH-SUB NOT = 0 MOVE " < " TO FP-ARROW (PE-SUB).
        GO TO PRINT-PATH-LOOP.
PRINT-PATH-END.
        WRITE FORCST-LINE FROM FC-PATH.
PRINT-PATH-EXIT.
        EXIT.

WRAP-UP.
        IF EXCP-SW = "N" WRITE FORCST-LINE FROM FC-NONE.
        WRITE FORCST-LINE FROM BLANK-LINE.
        MOVE DONE-CT TO FT-DONE.
        MOVE RUN-CT TO FT-RUN.
        MOVE WAIT-CT TO FT-WAIT.
        MOVE LATE-CT TO FT-LATE.
        MOVE RISK-CT TO FT-RISK.
        WRITE FORCST-LINE FROM FC-TOT.
        CLOSE FORCST.
        OPEN EXTEND RUNLOG.
        ACCEPT END-TIME FROM TIME.
        MOVE "SEQFOR" TO RL-PROGRAM.
        MOVE TODAY TO RL-DATE.
        MOVE NOW-TIME TO RL-START-TIME.
        MOVE END-TIME TO RL-END-TIME.
        MOVE STEP-CT TO RL-RECS-READ.
        COMPUTE RL-RECS-WRITTEN = LATE-CT + RISK-CT.
        MOVE "NORMAL" TO RL-STATUS.
        WRITE RUNLOG-REC.
        CLOSE RUNLOG.
        DISPLAY "END OF FORECAST - " LATE-CT " LATE "
            RISK-CT " AT RISK".
        STOP RUN.
