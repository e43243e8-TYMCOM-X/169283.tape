IDENTIFICATION DIVISION.
AUTHOR.  DAVID R CHRISTY.
PROGRAM-ID.  SMQUOTA.
DATE-WRITTEN.  03/11/75.
REMARKS. SALES QUOTA ATTAINMENT BY SALESMAN AND DISTRICT FROM
    SALESU.  THE QUOTA MASTER CARRIES TWELVE MONTHLY TARGETS
    AND THE NET SALES POSTED FOR EACH MONTH.  THE MONTH ON THE
    PARM CARD IS CLEARED AND RE-POSTED FROM CURRRRDAT (SO A
    RERUN OF THE SAME MONTH IS SAFE), AND THE MASTER IS
    REWRITTEN AS QUOTANEW.  A SALESMAN/DISTRICT WITH SALES BUT
    NO QUOTA RECORD IS ADDED WITH ZERO TARGETS.  THE REPORT
    SHOWS MONTH AND YEAR-TO-DATE QUOTA, ACTUAL AND PERCENT,
    AND A YEAR-END PROJECTION AT THE YEAR-TO-DATE RUN RATE,
    RANKED BY YEAR-TO-DATE PERCENT WITHIN DISTRICT, WITH
    DISTRICT AND COMPANY TOTALS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARMF, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT QUOTIN, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT QUOTOUT, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CURR, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT QUOTRPT, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT RUNLOG, ASSIGN TO DSK RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD  PARMF   VALUE OF IDENTIFICATION IS "QTPARMDAT".
01  PARM-REC.
    05 PARM-MONTH           PICTURE 99.
    05 PARM-PERIOD          PICTURE X(10).
    05 FILLER               PICTURE X(68).
FD  QUOTIN   VALUE OF IDENTIFICATION IS "QUOTADAT ".
01  QUOTA-REC.
    05 QT-SMANS-CODE        PICTURE X.
    05 QT-DIST-NO           PICTURE X(4).
    05 QT-NAME              PICTURE X(20).
    05 QT-MONTH OCCURS 12 TIMES.
      10 QT-TARGET          PICTURE 9(7)V99.
      10 QT-ACTUAL          PICTURE S9(7)V99.
FD  QUOTOUT   VALUE OF IDENTIFICATION IS "QUOTANEW ".
01  QUOTOUT-REC             PICTURE X(241).
FD  CURR   VALUE OF IDENTIFICATION IS "CURRRRDAT".
01  C-T-REC.
    05 GEN-INFO.
      10 SMANS-CODE         PICTURE X.
      10 DIST-NO            PICTURE X(4).
      10 PART-NO            PICTURE X(14).
      10 INV-NO             PICTURE 9(5).
    05  C-T-DATE.
      10 MO                 PICTURE XX.
      10 DA                 PICTURE XX.
      10 YR                 PICTURE XX.
    05 FILLER               PICTURE XX.
    05 UNIT-COST            PICTURE S9(4)V99 COMPUTATIONAL.
    05 EXT-GROSS            PICTURE S9(6)V99 COMPUTATIONAL.
    05 UNIT-PRICE           PICTURE S9(5)V99 COMPUTATIONAL.
    05 DISCOUNTS  COMPUTATIONAL.
      10 DISC-1             PICTURE S99V9.
      10 DISC-2             PICTURE S99V9.
      10 DISC-3             PICTURE S99V9.
    05 QTY                  PICTURE S9(4)    COMPUTATIONAL.
    05 TOT-NET-SALE-1       PICTURE S9(6)V99 COMPUTATIONAL.
    05 DIR-DRP-CODE         PICTURE X.
    05 FILLER               PICTURE XXX.
FD  QUOTRPT   VALUE OF IDENTIFICATION IS "QUOTARPT ".
01  QUOTRPT-REC             PICTURE X(132).
FD  RUNLOG   VALUE OF IDENTIFICATION IS "RUNLOGDAT".
01  RUNLOG-REC.
    05 RL-PROGRAM           PICTURE X(9).
    05 RL-DATE              PICTURE 9(6).
    05 RL-START-TIME        PICTURE 9(8).
    05 RL-END-TIME          PICTURE 9(8).
    05 RL-RECS-READ         PICTURE 9(7).
    05 RL-RECS-WRITTEN      PICTURE 9(7).
    05 RL-STATUS            PICTURE X(6).
WORKING-STORAGE SECTION.
  77 RL-SAVE-DATE          PICTURE 9(6) VALUE 0.
  77 RL-SAVE-START-TIME    PICTURE 9(8) VALUE 0.
  77 CURR-CT               PICTURE 9(7) VALUE 0.
  77 QUOT-CT               PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 QUOT-SUB              PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 QUOT-SUB2             PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 QUOT-FOUND            PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 ADDED-CT              PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 MO-SUB                PICTURE S99 VALUE 0 COMPUTATIONAL.
  77 RANK-NO               PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 LVL-SUB               PICTURE S9 VALUE 0 COMPUTATIONAL.
  77 CUR-DIST              PICTURE X(4) VALUE SPACES.
  77 WORK-PCT              PICTURE S9(5)V9 VALUE 0.
01  QUOT-TABLE.
    05 QUOT-ENTRY OCCURS 200 TIMES.
      10 QE-SORT-KEY.
        15 QE-DIST          PICTURE X(4).
        15 QE-RANK-PCT      PICTURE 9(5)V9.
      10 QE-SMAN            PICTURE X.
      10 QE-NAME            PICTURE X(20).
      10 QE-MO-TARGET       PICTURE 9(7)V99.
      10 QE-MO-ACTUAL       PICTURE S9(7)V99.
      10 QE-YTD-TARGET      PICTURE 9(8)V99.
      10 QE-YTD-ACTUAL      PICTURE S9(8)V99.
      10 QE-YR-TARGET       PICTURE 9(8)V99.
      10 QE-PROJECTED       PICTURE S9(8)V99.
      10 QE-MONTH OCCURS 12 TIMES.
        15 QE-TARGET        PICTURE 9(7)V99.
        15 QE-ACTUAL        PICTURE S9(7)V99.
01  QUOT-HOLD               PICTURE X(305).
01  TOTALS.
    05 TOT-LEVEL OCCURS 2 TIMES.
      10 TL-MO-TARGET       PICTURE 9(9)V99.
      10 TL-MO-ACTUAL       PICTURE S9(9)V99.
      10 TL-YTD-TARGET      PICTURE 9(9)V99.
      10 TL-YTD-ACTUAL      PICTURE S9(9)V99.
      10 TL-YR-TARGET       PICTURE 9(9)V99.
      10 TL-PROJECTED       PICTURE S9(9)V99.
01  QUOT-HEAD.
    05 FILLER  PICTURE X(20) VALUE SPACES.
    05 FILLER  PICTURE X(45) VALUE
       'SALES QUOTA ATTAINMENT BY DISTRICT - MONTH '.
    05 QH-MONTH  PICTURE Z9.
    05 FILLER  PICTURE XX VALUE SPACES.
    05 QH-PERIOD PICTURE X(10).
01  QUOT-COLS-1.
    05 FILLER  PICTURE X(40) VALUE
       '                                     - -'.
    05 FILLER  PICTURE X(40) VALUE
       ' - MONTH - - - -    - - YEAR TO DATE - -'.
    05 FILLER  PICTURE X(30) VALUE
       '   - - YEAR END PROJECTION - -'.
01  QUOT-COLS-2.
    05 FILLER  PICTURE X(40) VALUE
       ' DIST RANK SMAN NAME                    '.
    05 FILLER  PICTURE X(40) VALUE
       'QUOTA   ACTUAL PCT     QUOTA   ACTUAL  P'.
    05 FILLER  PICTURE X(26) VALUE
       'CT     QUOTA PROJECTED PCT'.
01  QUOT-LINE.
    05 FILLER    PICTURE X VALUE SPACE.
    05 QL-DIST   PICTURE X(4).
    05 FILLER    PICTURE X VALUE SPACE.
    05 QL-RANK   PICTURE ZZZ9.
    05 FILLER    PICTURE XX VALUE SPACES.
    05 QL-SMAN   PICTURE X.
    05 FILLER    PICTURE XXX VALUE SPACES.
    05 QL-NAME   PICTURE X(20).
    05 FILLER    PICTURE X VALUE SPACE.
    05 QL-MO-TARGET  PICTURE ZZZZ,ZZ9.
    05 QL-MO-ACTUAL  PICTURE ZZZZ,ZZ9-.
    05 QL-MO-PCT     PICTURE ZZZ9.
    05 FILLER    PICTURE X VALUE SPACE.
    05 QL-YTD-TARGET PICTURE ZZZZZ,ZZ9.
    05 QL-YTD-ACTUAL PICTURE ZZZZZ,ZZ9-.
    05 QL-YTD-PCT    PICTURE ZZZ9.
    05 FILLER    PICTURE X VALUE SPACE.
    05 QL-YR-TARGET  PICTURE ZZZZZ,ZZ9.
    05 QL-PROJECTED  PICTURE ZZZZZ,ZZ9-.
    05 QL-PROJ-PCT   PICTURE ZZZ9.
    05 QL-FLAG   PICTURE X(9).
PROCEDURE DIVISION.
HSEKEEP.
    OPEN EXTEND RUNLOG.
    ACCEPT RL-SAVE-DATE FROM DATE.
    ACCEPT RL-SAVE-START-TIME FROM TIME.
    OPEN INPUT PARMF.
    READ PARMF AT END
        DISPLAY 'SMQUOTA PARM CARD MISSING'
        CLOSE PARMF
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
    CLOSE PARMF.
    IF PARM-MONTH IS LESS THAN 1 OR PARM-MONTH IS GREATER THAN 12
        DISPLAY 'SMQUOTA BAD MONTH ' PARM-MONTH
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
    OPEN INPUT QUOTIN CURR.
LOAD-QUOTA.
    READ QUOTIN AT END GO TO CLEAR-MONTH.
    IF QUOT-CT EQUAL TO 200
        DISPLAY 'SMQUOTA QUOTA TABLE FULL - RUN REFUSED'
        CLOSE QUOTIN CURR
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
    ADD 1 TO QUOT-CT.
    MOVE QT-DIST-NO TO QE-DIST (QUOT-CT).
    MOVE QT-SMANS-CODE TO QE-SMAN (QUOT-CT).
    MOVE QT-NAME TO QE-NAME (QUOT-CT).
    PERFORM COPY-MONTH THRU COPY-MONTH-X
        VARYING MO-SUB FROM 1 BY 1
        UNTIL MO-SUB IS GREATER THAN 12.
    GO TO LOAD-QUOTA.
COPY-MONTH.
    IF QT-TARGET (MO-SUB) NOT NUMERIC
        MOVE 0 TO QT-TARGET (MO-SUB).
    IF QT-ACTUAL (MO-SUB) NOT NUMERIC
        MOVE 0 TO QT-ACTUAL (MO-SUB).
    MOVE QT-TARGET (MO-SUB) TO QE-TARGET (QUOT-CT, MO-SUB).
    MOVE QT-ACTUAL (MO-SUB) TO QE-ACTUAL (QUOT-CT, MO-SUB).
COPY-MONTH-X.
    EXIT.
CLEAR-MONTH.
    CLOSE QUOTIN.
    PERFORM CLEAR-ONE THRU CLEAR-ONE-X
        VARYING QUOT-SUB FROM 1 BY 1
        UNTIL QUOT-SUB IS GREATER THAN QUOT-CT.
POST-SALES.
    READ CURR AT END GO TO WRITE-QUOTA.
    ADD 1 TO CURR-CT.
    MOVE 0 TO QUOT-FOUND.
    PERFORM SCAN-QUOTA THRU SCAN-QUOTA-X
        VARYING QUOT-SUB FROM 1 BY 1
        UNTIL QUOT-SUB IS GREATER THAN QUOT-CT.
    IF QUOT-FOUND EQUAL TO 0
        IF QUOT-CT EQUAL TO 200
            DISPLAY 'SMQUOTA NO ROOM FOR ' SMANS-CODE
                ' ' DIST-NO ' - RUN REFUSED'
            CLOSE CURR
            MOVE 'REFUSE' TO RL-STATUS
            GO TO FINISH-RUN
        ELSE
            ADD 1 TO QUOT-CT
            ADD 1 TO ADDED-CT
            MOVE QUOT-CT TO QUOT-FOUND
            MOVE DIST-NO TO QE-DIST (QUOT-FOUND)
            MOVE SMANS-CODE TO QE-SMAN (QUOT-FOUND)
            MOVE 'NO QUOTA ON FILE' TO QE-NAME (QUOT-FOUND)
            PERFORM ZERO-MONTH THRU ZERO-MONTH-X
                VARYING MO-SUB FROM 1 BY 1
                UNTIL MO-SUB IS GREATER THAN 12.
    ADD TOT-NET-SALE-1 TO QE-ACTUAL (QUOT-FOUND, PARM-MONTH).
    GO TO POST-SALES.
CLEAR-ONE.
    MOVE 0 TO QE-ACTUAL (QUOT-SUB, PARM-MONTH).
CLEAR-ONE-X.
    EXIT.
SCAN-QUOTA.
    IF QE-DIST (QUOT-SUB) EQUAL TO DIST-NO
        AND QE-SMAN (QUOT-SUB) EQUAL TO SMANS-CODE
        MOVE QUOT-SUB TO QUOT-FOUND.
SCAN-QUOTA-X.
    EXIT.
ZERO-MONTH.
    MOVE 0 TO QE-TARGET (QUOT-FOUND, MO-SUB).
    MOVE 0 TO QE-ACTUAL (QUOT-FOUND, MO-SUB).
ZERO-MONTH-X.
    EXIT.
WRITE-QUOTA.
    CLOSE CURR.
    OPEN OUTPUT QUOTOUT.
    PERFORM WRITE-ONE THRU WRITE-ONE-X
        VARYING QUOT-SUB FROM 1 BY 1
        UNTIL QUOT-SUB IS GREATER THAN QUOT-CT.
    CLOSE QUOTOUT.
    PERFORM FIGURE-ONE THRU FIGURE-ONE-X
        VARYING QUOT-SUB FROM 1 BY 1
        UNTIL QUOT-SUB IS GREATER THAN QUOT-CT.
    PERFORM SORT-PASS THRU SORT-PASS-X
        VARYING QUOT-SUB FROM 1 BY 1
        UNTIL QUOT-SUB IS NOT LESS THAN QUOT-CT.
    GO TO PRINT-REPORT.
WRITE-ONE.
    MOVE QE-SMAN (QUOT-SUB) TO QT-SMANS-CODE.
    MOVE QE-DIST (QUOT-SUB) TO QT-DIST-NO.
    MOVE QE-NAME (QUOT-SUB) TO QT-NAME.
    PERFORM STORE-MONTH THRU STORE-MONTH-X
        VARYING MO-SUB FROM 1 BY 1
        UNTIL MO-SUB IS GREATER THAN 12.
    WRITE QUOTOUT-REC FROM QUOTA-REC.
WRITE-ONE-X.
    EXIT.
STORE-MONTH.
    MOVE QE-TARGET (QUOT-SUB, MO-SUB) TO QT-TARGET (MO-SUB).
    MOVE QE-ACTUAL (QUOT-SUB, MO-SUB) TO QT-ACTUAL (MO-SUB).
STORE-MONTH-X.
    EXIT.
FIGURE-ONE.
    MOVE QE-TARGET (QUOT-SUB, PARM-MONTH) TO
        QE-MO-TARGET (QUOT-SUB).
    MOVE QE-ACTUAL (QUOT-SUB, PARM-MONTH) TO
        QE-MO-ACTUAL (QUOT-SUB).
    MOVE 0 TO QE-YTD-TARGET (QUOT-SUB), QE-YTD-ACTUAL (QUOT-SUB),
        QE-YR-TARGET (QUOT-SUB).
    PERFORM SUM-MONTH THRU SUM-MONTH-X
        VARYING MO-SUB FROM 1 BY 1
        UNTIL MO-SUB IS GREATER THAN 12.
    COMPUTE QE-PROJECTED (QUOT-SUB) ROUNDED =
        QE-YTD-ACTUAL (QUOT-SUB) * 12 / PARM-MONTH.
    MOVE 0 TO QE-RANK-PCT (QUOT-SUB).
    IF QE-YTD-TARGET (QUOT-SUB) GREATER THAN 0
        AND QE-YTD-ACTUAL (QUOT-SUB) GREATER THAN 0
        COMPUTE QE-RANK-PCT (QUOT-SUB) ROUNDED =
            QE-YTD-ACTUAL (QUOT-SUB) * 100
                / QE-YTD-TARGET (QUOT-SUB)
            ON SIZE ERROR MOVE 99999.9 TO QE-RANK-PCT (QUOT-SUB).
FIGURE-ONE-X.
    EXIT.
SUM-MONTH.
    ADD QE-TARGET (QUOT-SUB, MO-SUB) TO QE-YR-TARGET (QUOT-SUB).
    IF MO-SUB IS GREATER THAN PARM-MONTH
        GO TO SUM-MONTH-X.
    ADD QE-TARGET (QUOT-SUB, MO-SUB) TO QE-YTD-TARGET (QUOT-SUB).
    ADD QE-ACTUAL (QUOT-SUB, MO-SUB) TO QE-YTD-ACTUAL (QUOT-SUB).
SUM-MONTH-X.
    EXIT.
*
*    DISTRICT ASCENDING, YEAR-TO-DATE PERCENT DESCENDING.
*
SORT-PASS.
    PERFORM SORT-COMPARE THRU SORT-COMPARE-X
        VARYING QUOT-SUB2 FROM QUOT-SUB BY 1
        UNTIL QUOT-SUB2 IS GREATER THAN QUOT-CT.
SORT-PASS-X.
    EXIT.
SORT-COMPARE.
    IF QE-DIST (QUOT-SUB2) IS GREATER THAN QE-DIST (QUOT-SUB)
        GO TO SORT-COMPARE-X.
    IF QE-DIST (QUOT-SUB2) EQUAL TO QE-DIST (QUOT-SUB)
        AND QE-RANK-PCT (QUOT-SUB2) NOT GREATER THAN
            QE-RANK-PCT (QUOT-SUB)
        GO TO SORT-COMPARE-X.
    MOVE QUOT-ENTRY (QUOT-SUB) TO QUOT-HOLD.
    MOVE QUOT-ENTRY (QUOT-SUB2) TO QUOT-ENTRY (QUOT-SUB).
    MOVE QUOT-HOLD TO QUOT-ENTRY (QUOT-SUB2).
SORT-COMPARE-X.
    EXIT.
PRINT-REPORT.
    OPEN OUTPUT QUOTRPT.
    MOVE PARM-MONTH TO QH-MONTH.
    MOVE PARM-PERIOD TO QH-PERIOD.
    WRITE QUOTRPT-REC FROM QUOT-HEAD AFTER ADVANCING PAGE.
    WRITE QUOTRPT-REC FROM QUOT-COLS-1 AFTER ADVANCING 2.
    WRITE QUOTRPT-REC FROM QUOT-COLS-2 AFTER ADVANCING 1.
    MOVE 0 TO TOTALS.
    IF QUOT-CT GREATER THAN 0
        MOVE QE-DIST (1) TO CUR-DIST.
    PERFORM PRINT-ONE THRU PRINT-ONE-X
        VARYING QUOT-SUB FROM 1 BY 1
        UNTIL QUOT-SUB IS GREATER THAN QUOT-CT.
    IF QUOT-CT GREATER THAN 0
        PERFORM DIST-TOTAL THRU DIST-TOTAL-X.
    MOVE SPACES TO QUOT-LINE.
    MOVE 'COMPANY TOTAL' TO QL-NAME.
    MOVE 2 TO LVL-SUB.
    PERFORM TOTAL-LINE THRU TOTAL-LINE-X.
    WRITE QUOTRPT-REC FROM QUOT-LINE AFTER ADVANCING 3.
    CLOSE QUOTRPT.
    DISPLAY 'SMQUOTA COMPLETE - ENTRIES ' QUOT-CT
        ' ADDED ' ADDED-CT.
    MOVE 'NORMAL' TO RL-STATUS.
FINISH-RUN.
    MOVE 'SMQUOTA  ' TO RL-PROGRAM.
    MOVE RL-SAVE-DATE TO RL-DATE.
    MOVE RL-SAVE-START-TIME TO RL-START-TIME.
    ACCEPT RL-END-TIME FROM TIME.
    MOVE CURR-CT TO RL-RECS-READ.
    MOVE QUOT-CT TO RL-RECS-WRITTEN.
    WRITE RUNLOG-REC.
    CLOSE RUNLOG.
    STOP RUN.
PRINT-ONE.
    IF QE-DIST (QUOT-SUB) NOT EQUAL TO CUR-DIST
        PERFORM DIST-TOTAL THRU DIST-TOTAL-X
        MOVE QE-DIST (QUOT-SUB) TO CUR-DIST.
    ADD 1 TO RANK-NO.
    MOVE SPACES TO QUOT-LINE.
    MOVE QE-DIST (QUOT-SUB) TO QL-DIST.
    MOVE RANK-NO TO QL-RANK.
    MOVE QE-SMAN (QUOT-SUB) TO QL-SMAN.
    MOVE QE-NAME (QUOT-SUB) TO QL-NAME.
    MOVE QE-MO-TARGET (QUOT-SUB) TO QL-MO-TARGET.
    MOVE QE-MO-ACTUAL (QUOT-SUB) TO QL-MO-ACTUAL.
    MOVE QE-YTD-TARGET (QUOT-SUB) TO QL-YTD-TARGET.
    MOVE QE-YTD-ACTUAL (QUOT-SUB) TO QL-YTD-ACTUAL.
    MOVE QE-YR-TARGET (QUOT-SUB) TO QL-YR-TARGET.
    MOVE QE-PROJECTED (QUOT-SUB) TO QL-PROJECTED.
    IF QE-MO-TARGET (QUOT-SUB) GREATER THAN 0
        COMPUTE WORK-PCT ROUNDED = QE-MO-ACTUAL (QUOT-SUB) * 100
            / QE-MO-TARGET (QUOT-SUB)
            ON SIZE ERROR MOVE 9999 TO WORK-PCT
        MOVE WORK-PCT TO QL-MO-PCT.
    IF QE-YTD-TARGET (QUOT-SUB) GREATER THAN 0
        COMPUTE WORK-PCT ROUNDED = QE-YTD-ACTUAL (QUOT-SUB) * 100
            / QE-YTD-TARGET (QUOT-SUB)
            ON SIZE ERROR MOVE 9999 TO WORK-PCT
        MOVE WORK-PCT TO QL-YTD-PCT.
    IF QE-YR-TARGET (QUOT-SUB) GREATER THAN 0
        COMPUTE WORK-PCT ROUNDED = QE-PROJECTED (QUOT-SUB) * 100
            / QE-YR-TARGET (QUOT-SUB)
            ON SIZE ERROR MOVE 9999 TO WORK-PCT
        MOVE WORK-PCT TO QL-PROJ-PCT
    ELSE
        MOVE ' NO QUOTA' TO QL-FLAG.
    WRITE QUOTRPT-REC FROM QUOT-LINE AFTER ADVANCING 1.
    ADD QE-MO-TARGET (QUOT-SUB) TO TL-MO-TARGET (1).
    ADD QE-MO-ACTUAL (QUOT-SUB) TO TL-MO-ACTUAL (1).
    ADD QE-YTD-TARGET (QUOT-SUB) TO TL-YTD-TARGET (1).
    ADD QE-YTD-ACTUAL (QUOT-SUB) TO TL-YTD-ACTUAL (1).
    ADD QE-YR-TARGET (QUOT-SUB) TO TL-YR-TARGET (1).
    ADD QE-PROJECTED (QUOT-SUB) TO TL-PROJECTED (1).
PRINT-ONE-X.
    EXIT.
DIST-TOTAL.
    MOVE SPACES TO QUOT-LINE.
    MOVE CUR-DIST TO QL-DIST.
    MOVE 'DISTRICT TOTAL' TO QL-NAME.
    MOVE 1 TO LVL-SUB.
    PERFORM TOTAL-LINE THRU TOTAL-LINE-X.
    WRITE QUOTRPT-REC FROM QUOT-LINE AFTER ADVANCING 2.
    MOVE SPACES TO QUOTRPT-REC.
    WRITE QUOTRPT-REC AFTER ADVANCING 1.
    ADD TL-MO-TARGET (1) TO TL-MO-TARGET (2).
    ADD TL-MO-ACTUAL (1) TO TL-MO-ACTUAL (2).
    ADD TL-YTD-TARGET (1) TO TL-YTD-TARGET (2).
    ADD TL-YTD-ACTUAL (1) TO TL-YTD-ACTUAL (2).
    ADD TL-YR-TARGET (1) TO TL-YR-TARGET (2).
    ADD TL-PROJECTED (1) TO TL-PROJECTED (2).
    MOVE 0 TO TL-MO-TARGET (1), TL-MO-ACTUAL (1),
        TL-YTD-TARGET (1), TL-YTD-ACTUAL (1),
        TL-YR-TARGET (1), TL-PROJECTED (1).
    MOVE 0 TO RANK-NO.
DIST-TOTAL-X.
    EXIT.
*
*    LVL-SUB SELECTS THE LEVEL - 1 DISTRICT, 2 COMPANY.
*
TOTAL-LINE.
    MOVE TL-MO-TARGET (LVL-SUB) TO QL-MO-TARGET.
    MOVE TL-MO-ACTUAL (LVL-SUB) TO QL-MO-ACTUAL.
    MOVE TL-YTD-TARGET (LVL-SUB) TO QL-YTD-TARGET.
    MOVE TL-YTD-ACTUAL (LVL-SUB) TO QL-YTD-ACTUAL.
    MOVE TL-YR-TARGET (LVL-SUB) TO QL-YR-TARGET.
    MOVE TL-PROJECTED (LVL-SUB) TO QL-PROJECTED.
    IF TL-MO-TARGET (LVL-SUB) GREATER THAN 0
        COMPUTE WORK-PCT ROUNDED = TL-MO-ACTUAL (LVL-SUB) * 100
            / TL-MO-TARGET (LVL-SUB)
            ON SIZE ERROR MOVE 9999 TO WORK-PCT
        MOVE WORK-PCT TO QL-MO-PCT.
    IF TL-YTD-TARGET (LVL-SUB) GREATER THAN 0
        COMPUTE WORK-PCT ROUNDED = TL-YTD-ACTUAL (LVL-SUB) * 100
            / TL-YTD-TARGET (LVL-SUB)
            ON SIZE ERROR MOVE 9999 TO WORK-PCT
        MOVE WORK-PCT TO QL-YTD-PCT.
    IF TL-YR-TARGET (LVL-SUB) GREATER THAN 0
        COMPUTE WORK-PCT ROUNDED = TL-PROJECTED (LVL-SUB) * 100
            / TL-YR-TARGET (LVL-SUB)
            ON SIZE ERROR MOVE 9999 TO WORK-PCT
        MOVE WORK-PCT TO QL-PROJ-PCT.
TOTAL-LINE-X.
    EXIT.
