IDENTIFICATION DIVISION.
PROGRAM-ID. PAYPRJ.
AUTHOR. WK SELPH.
DATE-WRITTEN. MAR 10, 1975.
REMARKS. NEXT-FISCAL-YEAR PAYROLL COST PROJECTION FROM THE
    YTD MASTER.  AN H CARD NAMES THE SCENARIO, THE YEAR BEING
    PROJECTED, THE NUMBER OF MONTHS IN THE CURRENT YTD, THE
    MONTH RAISES TAKE EFFECT AND THE DEFAULT RAISE PERCENT.
    D CARDS GIVE A RAISE PERCENT, A NEW-HIRE ALLOWANCE (ANNUAL
    GROSS) AND THE MONTH THE NEW HIRES START FOR ONE DEPT.
    FICA, INSURANCE AND BURDEN RATES COME FROM RATEFIL FOR THE
    PROJECTED YEAR.  PROJECTED GROSS, EMPLOYER FICA, INSURANCE
    AND BURDEN ARE PRINTED BY DEPT AND MONTH AND THE SCENARIO
    IS SAVED TO THE SCENARIO FILE (PRJSCNNEW REPLACES
    PRJSCNDAT).  A C CARD INSTEAD PRINTS UP TO SIX SAVED
    SCENARIOS FOR A YEAR SIDE BY SIDE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. DECSYSTEM-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PRJCTL ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT YTDMST ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT RATEFIL ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT DEPTACCT ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT PRJSCN ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT PRJNEW ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT PRJRPT ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT RUNLOG ASSIGN TO DSK
        RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD PRJCTL
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "PRJCTLDAT".
01 PRJ-HEAD-CARD.
   03 PH-TYPE          PIC X.
   03 PH-SCENARIO      PIC X(6).
   03 PH-DESC          PIC X(30).
   03 PH-YEAR          PIC 9(4).
   03 PH-AS-OF-MONTH   PIC 99.
   03 PH-RAISE-MONTH   PIC 99.
   03 PH-RAISE-PCT     PIC 99V99.
   03 FILLER           PIC X(31).
01 PRJ-DEPT-CARD.
   03 PD-TYPE          PIC X.
   03 PD-DEPT-NO       PIC 9999.
   03 PD-RAISE-PCT     PIC 99V99.
   03 PD-HIRE-AMT      PIC 9(6)V99.
   03 PD-HIRE-MONTH    PIC 99.
   03 FILLER           PIC X(61).
01 PRJ-COMP-CARD.
   03 PX-TYPE          PIC X.
   03 PX-YEAR          PIC 9(4).
   03 PX-SCENARIO      PIC X(6)   OCCURS 6 TIMES.
   03 FILLER           PIC X(39).
FD YTDMST
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "YTDMSTHIS".
01 MSTIN.
   03 SSNO     PIC 9(9).
   03 EMPLOYEE-NO   PIC 9(6).
   03 DEPT-NO  PIC 9999.
   03 EXEMPTIONS   PIC 99.
   03 YTD-GROSS-WH  PIC 9(5)V99.
   03 YTD-FIT-WH   PIC 9999V99.
   03 YTD-FICA-WH   PIC 999V99.
   03 YTD-INS-WH   PIC 999V99.
   03 YTD-OT-WH   PIC 9(5)V99.
   03 STATE-CODE  PIC XX.
   03 YTD-SIT-WH  PIC 9999V99.
   03 TERM-FLAG   PIC X.
   03 PAY-FREQ    PIC X.
FD RATEFIL
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "RATEFILDAT".
01 RATE-REC.
   03 RATE-EFF-YEAR    PIC 9(4).
   03 RATE-EFF-MONTH   PIC 99.
   03 RATE-FICA-PCT    PIC V999.
   03 RATE-INS-PREMIUM PIC 99V99.
   03 RATE-INS-MAX     PIC 99V99.
   03 RATE-BURDEN-PCT  PIC V999.
FD DEPTACCT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "DEPTACCTDA".
01 DEPTACCT-REC.
   03 DA-DEPT-NO    PIC 9999.
   03 DA-ACCT-NO    PIC 9(6).
   03 DA-COMP-CLASS PIC 9(4).
FD PRJSCN
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "PRJSCNDAT".
01 SCN-REC.
   03 SC-SCENARIO      PIC X(6).
   03 SC-YEAR          PIC 9(4).
   03 SC-DEPT-NO       PIC 9999.
   03 SC-MONTH         PIC 99.
   03 SC-GROSS         PIC S9(7)V99.
   03 SC-FICA          PIC S9(7)V99.
   03 SC-INS           PIC S9(7)V99.
   03 SC-BURDEN        PIC S9(7)V99.
FD PRJNEW
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "PRJSCNNEW".
01 SCN-NEW-REC   PIC X(52).
FD PRJRPT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "PRJRPTDAT".
01 PRJRPT-REC    PIC X(100).
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
WORKING-STORAGE SECTION.
77 RL-SAVE-DATE        PIC 9(6)   VALUE ZERO.
77 RL-SAVE-START-TIME  PIC 9(8)   VALUE ZERO.
77 RUN-TYPE            PIC X      VALUE SPACE.
77 PRJ-SCENARIO        PIC X(6)   VALUE SPACES.
77 PRJ-DESC            PIC X(30)  VALUE SPACES.
77 PRJ-YEAR            PIC 9(4)   VALUE ZERO.
77 PRJ-AS-OF-MONTH     PIC 99     VALUE ZERO.
77 PRJ-RAISE-MONTH     PIC 99     VALUE ZERO.
77 PRJ-RAISE-PCT       PIC 99V99  VALUE ZERO.
77 ACTIVE-FICA-PCT     PIC V999   VALUE .040.
77 ACTIVE-INS-PREMIUM  PIC 99V99  VALUE 5.40.
77 ACTIVE-INS-MAX      PIC 99V99  VALUE 14.00.
77 ACTIVE-BURDEN-PCT   PIC V999   VALUE .100.
77 PAY-PERIODS-PER-YEAR  PIC 99   VALUE 52.
77 MST-IN-COUNT     PIC 9(7)   VALUE ZERO.
77 MST-USED-COUNT   PIC 9(7)   VALUE ZERO.
77 SCN-IN-COUNT     PIC 9(7)   VALUE ZERO.
77 SCN-OUT-COUNT    PIC 9(7)   VALUE ZERO.
77 CARD-COUNT       PIC 9(5)   VALUE ZERO.
77 DPT-COUNT        PIC 99     VALUE ZERO.
77 DPT-SUB          PIC 99     VALUE ZERO.
77 DPT-FOUND        PIC 99     VALUE ZERO.
77 SEARCH-DEPT      PIC 9999   VALUE ZERO.
77 MON-SUB          PIC 99     VALUE ZERO.
77 CMP-SUB          PIC 9      VALUE ZERO.
77 CMP-FOUND        PIC 9      VALUE ZERO.
77 EMP-ANNUAL       PIC S9(7)V99   VALUE ZERO.
77 EMP-OLD-MONTH    PIC S9(7)V99   VALUE ZERO.
77 EMP-NEW-MONTH    PIC S9(7)V99   VALUE ZERO.
77 EMP-INS-PERIOD   PIC S9(5)V99   VALUE ZERO.
77 EMP-INS-MONTH    PIC S9(5)V99   VALUE ZERO.
77 MON-GROSS        PIC S9(7)V99   VALUE ZERO.
77 MON-FICA         PIC S9(7)V99   VALUE ZERO.
77 MON-BURDEN       PIC S9(7)V99   VALUE ZERO.
77 MON-TOTAL        PIC S9(7)V99   VALUE ZERO.
01 DEPT-TABLE.
   03 DPT-ENTRY OCCURS 50 TIMES.
      04 DPT-NO         PIC 9999.
      04 DPT-RAISE-PCT  PIC 99V99.
      04 DPT-HIRE-AMT   PIC 9(6)V99.
      04 DPT-HIRE-MONTH PIC 99.
      04 DPT-HEADS      PIC 9(5).
      04 DPT-MONTH OCCURS 12 TIMES.
         05 DPT-GROSS   PIC S9(7)V99.
         05 DPT-FICA    PIC S9(7)V99.
         05 DPT-INS     PIC S9(7)V99.
         05 DPT-BURDEN  PIC S9(7)V99.
      04 DPT-CMP-AMT    PIC S9(8)V99  OCCURS 6 TIMES.
01 TOTAL-TABLE.
   03 TOT-HEADS         PIC 9(5).
   03 TOT-MONTH OCCURS 12 TIMES.
      04 TOT-GROSS      PIC S9(8)V99.
      04 TOT-FICA       PIC S9(8)V99.
      04 TOT-INS        PIC S9(8)V99.
      04 TOT-BURDEN     PIC S9(8)V99.
   03 TOT-CMP-AMT       PIC S9(8)V99  OCCURS 6 TIMES.
01 SUM-AMOUNTS.
   03 SUM-GROSS        PIC S9(8)V99.
   03 SUM-FICA         PIC S9(8)V99.
   03 SUM-INS          PIC S9(8)V99.
   03 SUM-BURDEN       PIC S9(8)V99.
01 MONTH-NAMES.
   03 FILLER PIC X(36) VALUE
       "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
01 MONTH-NAME-TABLE REDEFINES MONTH-NAMES.
   03 MONTH-NAME  PIC XXX  OCCURS 12 TIMES.
01 PRJ-HEAD-1.
   03 FILLER    PIC X(20)   VALUE SPACES.
   03 PRJ-H-TITLE PIC X(32) VALUE
       "PAYROLL COST PROJECTION FOR ".
   03 PRJ-H-YEAR  PIC 9(4).
   03 FILLER    PIC X(12)   VALUE "  SCENARIO ".
   03 PRJ-H-SCENARIO PIC X(6).
01 PRJ-HEAD-2.
   03 FILLER    PIC X(20)   VALUE SPACES.
   03 PRJ-H-DESC PIC X(30).
   03 FILLER    PIC X(14)   VALUE "  YTD MONTHS ".
   03 PRJ-H-AS-OF PIC Z9.
   03 FILLER    PIC X(16)   VALUE "  RAISES FROM ".
   03 PRJ-H-RAISE-MON PIC XXX.
01 PRJ-HEAD-3.
   03 FILLER    PIC X(7)    VALUE " DEPT ".
   03 PRJ-H-DEPT PIC 9999.
   03 FILLER    PIC X(9)    VALUE "  RAISE ".
   03 PRJ-H-RAISE PIC Z9.99.
   03 FILLER    PIC X(10)   VALUE " PCT  EMP ".
   03 PRJ-H-HEADS PIC ZZZZ9.
   03 FILLER    PIC X(16)   VALUE "  NEW HIRE ALLOW".
   03 PRJ-H-HIRE PIC ZZZZZZ9.99.
   03 FILLER    PIC X(6)    VALUE " FROM ".
   03 PRJ-H-HIRE-MON PIC XXX.
01 PRJ-HEAD-4.
   03 FILLER    PIC X(8)    VALUE " MONTH  ".
   03 FILLER    PIC X(14)   VALUE "         GROSS".
   03 FILLER    PIC X(14)   VALUE "     EMPL FICA".
   03 FILLER    PIC X(14)   VALUE "     INSURANCE".
   03 FILLER    PIC X(14)   VALUE "        BURDEN".
   03 FILLER    PIC X(14)   VALUE "    TOTAL COST".
01 PRJ-LINE.
   03 FILLER    PIC XX      VALUE SPACES.
   03 PL-MONTH  PIC X(5).
   03 FILLER    PIC X       VALUE SPACE.
   03 PL-GROSS  PIC ZZ,ZZZ,ZZ9.99-.
   03 PL-FICA   PIC ZZ,ZZZ,ZZ9.99-.
   03 PL-INS    PIC ZZ,ZZZ,ZZ9.99-.
   03 PL-BURDEN PIC ZZ,ZZZ,ZZ9.99-.
   03 PL-TOTAL  PIC ZZ,ZZZ,ZZ9.99-.
01 CMP-HEAD-1.
   03 FILLER    PIC X(20)   VALUE SPACES.
   03 FILLER    PIC X(36)   VALUE
       "PAYROLL PROJECTION SCENARIOS FOR ".
   03 CMP-H-YEAR PIC 9(4).
01 CMP-HEAD-2.
   03 FILLER    PIC X(8)    VALUE "  DEPT  ".
   03 CMP-H-COL OCCURS 6 TIMES.
      04 FILLER        PIC X(8).
      04 CMP-H-SCENARIO PIC X(6).
01 CMP-LINE.
   03 FILLER    PIC XX      VALUE SPACES.
   03 CL-DEPT   PIC X(5).
   03 FILLER    PIC X       VALUE SPACE.
   03 CL-AMT    PIC ZZ,ZZZ,ZZ9.99-  OCCURS 6 TIMES.
PROCEDURE DIVISION.
1-OPEN.
        OPEN EXTEND RUNLOG.
        ACCEPT RL-SAVE-DATE FROM DATE.
        ACCEPT RL-SAVE-START-TIME FROM TIME.
        MOVE ZERO TO TOTAL-TABLE.
        OPEN INPUT PRJCTL.
        READ PRJCTL AT END
            DISPLAY "PAYPRJ - NO CONTROL CARD - RUN REFUSED"
            GO TO 98-REFUSE.
        ADD 1 TO CARD-COUNT.
        MOVE PH-TYPE TO RUN-TYPE.
        IF RUN-TYPE IS EQUAL TO "C", GO TO 40-COMPARE.
        IF RUN-TYPE IS NOT EQUAL TO "H"
            DISPLAY "PAYPRJ - FIRST CARD NOT H OR C - REFUSED"
            GO TO 98-REFUSE.
        IF PH-YEAR IS NOT NUMERIC
                OR PH-AS-OF-MONTH IS NOT NUMERIC
                OR PH-RAISE-MONTH IS NOT NUMERIC
                OR PH-RAISE-PCT IS NOT NUMERIC
            DISPLAY "PAYPRJ - H CARD NOT NUMERIC - REFUSED"
            GO TO 98-REFUSE.
        IF PH-AS-OF-MONTH IS LESS THAN 1
                OR PH-AS-OF-MONTH IS GREATER THAN 12
            DISPLAY "PAYPRJ - YTD MONTHS MUST BE 1-12"
            GO TO 98-REFUSE.
        IF PH-SCENARIO IS EQUAL TO SPACES
            DISPLAY "PAYPRJ - SCENARIO ID IS BLANK - REFUSED"
            GO TO 98-REFUSE.
        MOVE PH-SCENARIO TO PRJ-SCENARIO.
        MOVE PH-DESC TO PRJ-DESC.
        MOVE PH-YEAR TO PRJ-YEAR.
        MOVE PH-AS-OF-MONTH TO PRJ-AS-OF-MONTH.
        MOVE PH-RAISE-MONTH TO PRJ-RAISE-MONTH.
        IF PRJ-RAISE-MONTH IS LESS THAN 1
                OR PRJ-RAISE-MONTH IS GREATER THAN 12
            MOVE 1 TO PRJ-RAISE-MONTH.
        MOVE PH-RAISE-PCT TO PRJ-RAISE-PCT.
        OPEN INPUT RATEFIL.
        PERFORM 11-GET-RATES THRU 11-X.
        CLOSE RATEFIL.
        OPEN INPUT DEPTACCT.
        PERFORM 12-LOAD-DEPTS THRU 12-X.
        CLOSE DEPTACCT.
2-READ-CARD.
        READ PRJCTL AT END GO TO 3-CARDS-DONE.
        ADD 1 TO CARD-COUNT.
        IF PD-TYPE IS NOT EQUAL TO "D"
            DISPLAY "PAYPRJ - CARD IGNORED " PRJ-DEPT-CARD
            GO TO 2-READ-CARD.
        IF PD-DEPT-NO IS NOT NUMERIC
                OR PD-RAISE-PCT IS NOT NUMERIC
                OR PD-HIRE-AMT IS NOT NUMERIC
                OR PD-HIRE-MONTH IS NOT NUMERIC
            DISPLAY "PAYPRJ - D CARD NOT NUMERIC " PRJ-DEPT-CARD
            GO TO 2-READ-CARD.
        MOVE PD-DEPT-NO TO SEARCH-DEPT.
        PERFORM 13-FIND-DEPT THRU 13-X.
        IF DPT-FOUND IS EQUAL TO ZERO, GO TO 2-READ-CARD.
        MOVE PD-RAISE-PCT TO DPT-RAISE-PCT (DPT-FOUND).
        MOVE PD-HIRE-AMT TO DPT-HIRE-AMT (DPT-FOUND).
        MOVE PD-HIRE-MONTH TO DPT-HIRE-MONTH (DPT-FOUND).
        IF PD-HIRE-MONTH IS LESS THAN 1
                OR PD-HIRE-MONTH IS GREATER THAN 12
            MOVE 1 TO DPT-HIRE-MONTH (DPT-FOUND).
        GO TO 2-READ-CARD.
3-CARDS-DONE.
        CLOSE PRJCTL.
        OPEN INPUT YTDMST.
4-READ-MASTER.
        READ YTDMST AT END GO TO 5-NEW-HIRES.
        ADD 1 TO MST-IN-COUNT.
        IF TERM-FLAG IS EQUAL TO "T", GO TO 4-READ-MASTER.
        MOVE DEPT-NO TO SEARCH-DEPT.
        PERFORM 13-FIND-DEPT THRU 13-X.
        IF DPT-FOUND IS EQUAL TO ZERO, GO TO 4-READ-MASTER.
        ADD 1 TO MST-USED-COUNT.
        ADD 1 TO DPT-HEADS (DPT-FOUND), TOT-HEADS.
        COMPUTE EMP-ANNUAL ROUNDED =
            YTD-GROSS-WH * 12 / PRJ-AS-OF-MONTH.
        COMPUTE EMP-OLD-MONTH ROUNDED = EMP-ANNUAL / 12.
        COMPUTE EMP-NEW-MONTH ROUNDED = EMP-OLD-MONTH *
            (1 + DPT-RAISE-PCT (DPT-FOUND) / 100).
        MOVE 52 TO PAY-PERIODS-PER-YEAR.
        IF PAY-FREQ IS EQUAL TO "B", MOVE 26 TO
            PAY-PERIODS-PER-YEAR.
        IF PAY-FREQ IS EQUAL TO "S", MOVE 24 TO
            PAY-PERIODS-PER-YEAR.
        IF PAY-FREQ IS EQUAL TO "M", MOVE 12 TO
            PAY-PERIODS-PER-YEAR.
        COMPUTE EMP-INS-PERIOD = ACTIVE-INS-PREMIUM * EXEMPTIONS.
        IF EMP-INS-PERIOD IS GREATER THAN ACTIVE-INS-MAX
            MOVE ACTIVE-INS-MAX TO EMP-INS-PERIOD.
        COMPUTE EMP-INS-MONTH ROUNDED =
            EMP-INS-PERIOD * PAY-PERIODS-PER-YEAR / 12.
        PERFORM 6-ADD-MONTH THRU 6-X
            VARYING MON-SUB FROM 1 BY 1
            UNTIL MON-SUB IS GREATER THAN 12.
        GO TO 4-READ-MASTER.
5-NEW-HIRES.
        CLOSE YTDMST.
        PERFORM 7-HIRE-DEPT THRU 7-X
            VARYING DPT-SUB FROM 1 BY 1
            UNTIL DPT-SUB IS GREATER THAN DPT-COUNT.
        OPEN INPUT PRJSCN.
        OPEN OUTPUT PRJNEW, PRJRPT.
5-COPY-SCENARIOS.
        READ PRJSCN AT END GO TO 5-PRINT.
        ADD 1 TO SCN-IN-COUNT.
        IF SC-SCENARIO IS EQUAL TO PRJ-SCENARIO
                AND SC-YEAR IS EQUAL TO PRJ-YEAR
            GO TO 5-COPY-SCENARIOS.
        WRITE SCN-NEW-REC FROM SCN-REC.
        ADD 1 TO SCN-OUT-COUNT.
        GO TO 5-COPY-SCENARIOS.
5-PRINT.
        CLOSE PRJSCN.
        MOVE PRJ-YEAR TO PRJ-H-YEAR.
        MOVE PRJ-SCENARIO TO PRJ-H-SCENARIO.
        MOVE PRJ-DESC TO PRJ-H-DESC.
        MOVE PRJ-AS-OF-MONTH TO PRJ-H-AS-OF.
        MOVE MONTH-NAME (PRJ-RAISE-MONTH) TO PRJ-H-RAISE-MON.
        PERFORM 8-PRINT-DEPT THRU 8-X
            VARYING DPT-SUB FROM 1 BY 1
            UNTIL DPT-SUB IS GREATER THAN DPT-COUNT.
        MOVE "PAYROLL COST PROJECTION TOTAL" TO PRJ-H-TITLE.
        WRITE PRJRPT-REC FROM PRJ-HEAD-1 AFTER ADVANCING PAGE.
        WRITE PRJRPT-REC FROM PRJ-HEAD-2 AFTER ADVANCING 1.
        WRITE PRJRPT-REC FROM PRJ-HEAD-4 AFTER ADVANCING 2.
        MOVE ZERO TO SUM-AMOUNTS.
        PERFORM 9-PRINT-TOTAL-MONTH THRU 9-X
            VARYING MON-SUB FROM 1 BY 1
            UNTIL MON-SUB IS GREATER THAN 12.
        MOVE "YEAR " TO PL-MONTH.
        PERFORM 10-PRINT-SUM THRU 10-X.
        CLOSE PRJNEW, PRJRPT.
        DISPLAY "PAYPRJ - SCENARIO " PRJ-SCENARIO " FOR "
            PRJ-YEAR " PROJECTED".
        DISPLAY "PAYPRJ - EMPLOYEES PROJECTED " MST-USED-COUNT.
        DISPLAY "PAYPRJ - NEW SCENARIO FILE IS PRJSCNNEW".
        GO TO 99-END.
6-ADD-MONTH.
        MOVE EMP-NEW-MONTH TO MON-GROSS.
        IF MON-SUB IS LESS THAN PRJ-RAISE-MONTH
            MOVE EMP-OLD-MONTH TO MON-GROSS.
        COMPUTE MON-FICA ROUNDED = MON-GROSS * ACTIVE-FICA-PCT.
        COMPUTE MON-BURDEN ROUNDED =
            MON-GROSS * ACTIVE-BURDEN-PCT.
        ADD MON-GROSS TO DPT-GROSS (DPT-FOUND, MON-SUB),
            TOT-GROSS (MON-SUB).
        ADD MON-FICA TO DPT-FICA (DPT-FOUND, MON-SUB),
            TOT-FICA (MON-SUB).
        ADD EMP-INS-MONTH TO DPT-INS (DPT-FOUND, MON-SUB),
            TOT-INS (MON-SUB).
        ADD MON-BURDEN TO DPT-BURDEN (DPT-FOUND, MON-SUB),
            TOT-BURDEN (MON-SUB).
6-X.    EXIT.
7-HIRE-DEPT.
        IF DPT-HIRE-AMT (DPT-SUB) IS EQUAL TO ZERO, GO TO 7-X.
        MOVE DPT-SUB TO DPT-FOUND.
        COMPUTE EMP-OLD-MONTH ROUNDED = DPT-HIRE-AMT (DPT-SUB)
            / 12.
        MOVE EMP-OLD-MONTH TO EMP-NEW-MONTH.
        MOVE ZERO TO EMP-INS-MONTH.
        PERFORM 7-HIRE-MONTH THRU 7-HIRE-MONTH-X
            VARYING MON-SUB FROM 1 BY 1
            UNTIL MON-SUB IS GREATER THAN 12.
7-X.    EXIT.
7-HIRE-MONTH.
        IF MON-SUB IS LESS THAN DPT-HIRE-MONTH (DPT-SUB)
            GO TO 7-HIRE-MONTH-X.
        PERFORM 6-ADD-MONTH THRU 6-X.
7-HIRE-MONTH-X.
        EXIT.
8-PRINT-DEPT.
        IF DPT-HEADS (DPT-SUB) IS EQUAL TO ZERO
                AND DPT-HIRE-AMT (DPT-SUB) IS EQUAL TO ZERO
            GO TO 8-X.
        MOVE "PAYROLL COST PROJECTION FOR " TO PRJ-H-TITLE.
        WRITE PRJRPT-REC FROM PRJ-HEAD-1 AFTER ADVANCING PAGE.
        WRITE PRJRPT-REC FROM PRJ-HEAD-2 AFTER ADVANCING 1.
        MOVE DPT-NO (DPT-SUB) TO PRJ-H-DEPT.
        MOVE DPT-RAISE-PCT (DPT-SUB) TO PRJ-H-RAISE.
        MOVE DPT-HEADS (DPT-SUB) TO PRJ-H-HEADS.
        MOVE DPT-HIRE-AMT (DPT-SUB) TO PRJ-H-HIRE.
        MOVE SPACES TO PRJ-H-HIRE-MON.
        IF DPT-HIRE-AMT (DPT-SUB) IS NOT EQUAL TO ZERO
            MOVE MONTH-NAME (DPT-HIRE-MONTH (DPT-SUB))
                TO PRJ-H-HIRE-MON.
        WRITE PRJRPT-REC FROM PRJ-HEAD-3 AFTER ADVANCING 2.
        WRITE PRJRPT-REC FROM PRJ-HEAD-4 AFTER ADVANCING 2.
        MOVE ZERO TO SUM-AMOUNTS.
        PERFORM 8-PRINT-MONTH THRU 8-PRINT-MONTH-X
            VARYING MON-SUB FROM 1 BY 1
            UNTIL MON-SUB IS GREATER THAN 12.
        MOVE "YEAR " TO PL-MONTH.
        PERFORM 10-PRINT-SUM THRU 10-X.
8-X.    EXIT.
8-PRINT-MONTH.
        MOVE PRJ-SCENARIO TO SC-SCENARIO.
        MOVE PRJ-YEAR TO SC-YEAR.
        MOVE DPT-NO (DPT-SUB) TO SC-DEPT-NO.
        MOVE MON-SUB TO SC-MONTH.
        MOVE DPT-GROSS (DPT-SUB, MON-SUB) TO SC-GROSS, PL-GROSS.
        MOVE DPT-FICA (DPT-SUB, MON-SUB) TO SC-FICA, PL-FICA.
        MOVE DPT-INS (DPT-SUB, MON-SUB) TO SC-INS, PL-INS.
        MOVE DPT-BURDEN (DPT-SUB, MON-SUB) TO SC-BURDEN,
            PL-BURDEN.
        WRITE SCN-NEW-REC FROM SCN-REC.
        ADD 1 TO SCN-OUT-COUNT.
        ADD SC-GROSS TO SUM-GROSS.
        ADD SC-FICA TO SUM-FICA.
        ADD SC-INS TO SUM-INS.
        ADD SC-BURDEN TO SUM-BURDEN.
        COMPUTE MON-TOTAL = SC-GROSS + SC-FICA + SC-INS
            + SC-BURDEN.
        MOVE MON-TOTAL TO PL-TOTAL.
        MOVE MONTH-NAME (MON-SUB) TO PL-MONTH.
        WRITE PRJRPT-REC FROM PRJ-LINE AFTER ADVANCING 1.
8-PRINT-MONTH-X.
        EXIT.
9-PRINT-TOTAL-MONTH.
        MOVE TOT-GROSS (MON-SUB) TO PL-GROSS.
        MOVE TOT-FICA (MON-SUB) TO PL-FICA.
        MOVE TOT-INS (MON-SUB) TO PL-INS.
        MOVE TOT-BURDEN (MON-SUB) TO PL-BURDEN.
        ADD TOT-GROSS (MON-SUB) TO SUM-GROSS.
        ADD TOT-FICA (MON-SUB) TO SUM-FICA.
        ADD TOT-INS (MON-SUB) TO SUM-INS.
        ADD TOT-BURDEN (MON-SUB) TO SUM-BURDEN.
        COMPUTE MON-TOTAL = TOT-GROSS (MON-SUB)
            + TOT-FICA (MON-SUB) + TOT-INS (MON-SUB)
            + TOT-BURDEN (MON-SUB).
        MOVE MON-TOTAL TO PL-TOTAL.
        MOVE MONTH-NAME (MON-SUB) TO PL-MONTH.
        WRITE PRJRPT-REC FROM PRJ-LINE AFTER ADVANCING 1.
9-X.    EXIT.
10-PRINT-SUM.
        MOVE SUM-GROSS TO PL-GROSS.
        MOVE SUM-FICA TO PL-FICA.
        MOVE SUM-INS TO PL-INS.
        MOVE SUM-BURDEN TO PL-BURDEN.
        COMPUTE PL-TOTAL = SUM-GROSS + SUM-FICA + SUM-INS
            + SUM-BURDEN.
        WRITE PRJRPT-REC FROM PRJ-LINE AFTER ADVANCING 2.
10-X.   EXIT.
11-GET-RATES.
        READ RATEFIL, AT END GO TO 11-X.
        IF RATE-EFF-YEAR IS GREATER THAN PRJ-YEAR, GO TO 11-X.
        IF RATE-EFF-YEAR IS EQUAL TO PRJ-YEAR
                AND RATE-EFF-MONTH IS GREATER THAN 1
            GO TO 11-X.
        MOVE RATE-FICA-PCT TO ACTIVE-FICA-PCT.
        MOVE RATE-INS-PREMIUM TO ACTIVE-INS-PREMIUM.
        MOVE RATE-INS-MAX TO ACTIVE-INS-MAX.
        MOVE RATE-BURDEN-PCT TO ACTIVE-BURDEN-PCT.
        GO TO 11-GET-RATES.
11-X.   EXIT.
12-LOAD-DEPTS.
        READ DEPTACCT, AT END GO TO 12-X.
        MOVE DA-DEPT-NO TO SEARCH-DEPT.
        PERFORM 13-FIND-DEPT THRU 13-X.
        GO TO 12-LOAD-DEPTS.
12-X.   EXIT.
13-FIND-DEPT.
        MOVE ZERO TO DPT-FOUND.
        PERFORM 14-SCAN-DEPT VARYING DPT-SUB FROM 1 BY 1
            UNTIL DPT-SUB IS GREATER THAN DPT-COUNT.
        IF DPT-FOUND IS NOT EQUAL TO ZERO, GO TO 13-X.
        IF DPT-COUNT IS EQUAL TO 50
            DISPLAY "PAYPRJ - DEPT TABLE FULL " SEARCH-DEPT
            GO TO 13-X.
        ADD 1 TO DPT-COUNT.
        MOVE DPT-COUNT TO DPT-FOUND.
        MOVE ZERO TO DPT-ENTRY (DPT-FOUND).
        MOVE SEARCH-DEPT TO DPT-NO (DPT-FOUND).
        MOVE PRJ-RAISE-PCT TO DPT-RAISE-PCT (DPT-FOUND).
        MOVE 1 TO DPT-HIRE-MONTH (DPT-FOUND).
13-X.   EXIT.
14-SCAN-DEPT.
        IF DPT-NO (DPT-SUB) IS EQUAL TO SEARCH-DEPT
            MOVE DPT-SUB TO DPT-FOUND.
40-COMPARE.
        IF PX-YEAR IS NOT NUMERIC
            DISPLAY "PAYPRJ - C CARD YEAR NOT NUMERIC"
            GO TO 98-REFUSE.
        MOVE PX-YEAR TO PRJ-YEAR, CMP-H-YEAR.
        PERFORM 44-HEAD-COLUMN THRU 44-X
            VARYING CMP-SUB FROM 1 BY 1
            UNTIL CMP-SUB IS GREATER THAN 6.
        CLOSE PRJCTL.
        OPEN INPUT PRJSCN.
        OPEN OUTPUT PRJRPT.
41-READ-SCENARIO.
        READ PRJSCN AT END GO TO 42-PRINT.
        ADD 1 TO SCN-IN-COUNT.
        IF SC-YEAR IS NOT EQUAL TO PRJ-YEAR
            GO TO 41-READ-SCENARIO.
        MOVE ZERO TO CMP-FOUND.
        PERFORM 45-SCAN-SCENARIO THRU 45-X
            VARYING CMP-SUB FROM 1 BY 1
            UNTIL CMP-SUB IS GREATER THAN 6.
        IF CMP-FOUND IS EQUAL TO ZERO
            GO TO 41-READ-SCENARIO.
        MOVE SC-DEPT-NO TO SEARCH-DEPT.
        PERFORM 13-FIND-DEPT THRU 13-X.
        IF DPT-FOUND IS EQUAL TO ZERO
            GO TO 41-READ-SCENARIO.
        COMPUTE MON-TOTAL = SC-GROSS + SC-FICA + SC-INS
            + SC-BURDEN.
        ADD MON-TOTAL TO DPT-CMP-AMT (DPT-FOUND, CMP-FOUND),
            TOT-CMP-AMT (CMP-FOUND).
        GO TO 41-READ-SCENARIO.
42-PRINT.
        CLOSE PRJSCN.
        WRITE PRJRPT-REC FROM CMP-HEAD-1 AFTER ADVANCING PAGE.
        WRITE PRJRPT-REC FROM CMP-HEAD-2 AFTER ADVANCING 2.
        MOVE SPACES TO PRJRPT-REC.
        WRITE PRJRPT-REC AFTER ADVANCING 1.
        PERFORM 43-PRINT-DEPT THRU 43-X
            VARYING DPT-SUB FROM 1 BY 1
            UNTIL DPT-SUB IS GREATER THAN DPT-COUNT.
        MOVE "TOTAL" TO CL-DEPT.
        PERFORM 46-MOVE-TOTAL THRU 46-X
            VARYING CMP-SUB FROM 1 BY 1
            UNTIL CMP-SUB IS GREATER THAN 6.
        WRITE PRJRPT-REC FROM CMP-LINE AFTER ADVANCING 2.
        CLOSE PRJRPT.
        DISPLAY "PAYPRJ - SCENARIO COMPARISON FOR " PRJ-YEAR
            " PRINTED".
        GO TO 99-END.
43-PRINT-DEPT.
        MOVE DPT-NO (DPT-SUB) TO CL-DEPT.
        PERFORM 47-MOVE-DEPT THRU 47-X
            VARYING CMP-SUB FROM 1 BY 1
            UNTIL CMP-SUB IS GREATER THAN 6.
        WRITE PRJRPT-REC FROM CMP-LINE AFTER ADVANCING 1.
43-X.   EXIT.
44-HEAD-COLUMN.
        MOVE SPACES TO CMP-H-COL (CMP-SUB).
        MOVE PX-SCENARIO (CMP-SUB) TO CMP-H-SCENARIO (CMP-SUB).
44-X.   EXIT.
45-SCAN-SCENARIO.
        IF PX-SCENARIO (CMP-SUB) IS NOT EQUAL TO SPACES
                AND PX-SCENARIO (CMP-SUB) IS EQUAL TO SC-SCENARIO
            MOVE CMP-SUB TO CMP-FOUND.
45-X.   EXIT.
46-MOVE-TOTAL.
        MOVE TOT-CMP-AMT (CMP-SUB) TO CL-AMT (CMP-SUB).
46-X.   EXIT.
47-MOVE-DEPT.
        MOVE DPT-CMP-AMT (DPT-SUB, CMP-SUB) TO CL-AMT (CMP-SUB).
47-X.   EXIT.
98-REFUSE.
        CLOSE PRJCTL.
        MOVE "REFUSE" TO RL-STATUS.
        GO TO 99-LOG.
99-END.
        MOVE "NORMAL" TO RL-STATUS.
99-LOG.
        MOVE "PAYPRJ   " TO RL-PROGRAM.
        MOVE RL-SAVE-DATE TO RL-DATE.
        MOVE RL-SAVE-START-TIME TO RL-START-TIME.
        ACCEPT RL-END-TIME FROM TIME.
        ADD MST-IN-COUNT, SCN-IN-COUNT GIVING RL-RECS-READ.
        MOVE SCN-OUT-COUNT TO RL-RECS-WRITTEN.
        WRITE RUNLOG-REC.
        CLOSE RUNLOG.
        STOP RUN.
