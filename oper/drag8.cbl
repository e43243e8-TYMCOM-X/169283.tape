IDENTIFICATION DIVISION.
AUTHOR.  DAVID R CHRISTY.
PROGRAM-ID.  MARGIN.
DATE-WRITTEN.  04/02/75.
REMARKS. GROSS MARGIN ANALYSIS BY PART AND BY CUSTOMER FROM
    THE SALESU DETAIL (CURRRRDAT).  GROSS SALES ARE UNIT PRICE
    TIMES QUANTITY, NET SALES ARE TOT-NET-SALE-1, DISCOUNTS ARE
    THE DIFFERENCE AND COST IS EXT-GROSS.  A LINE WITH MORE THAN
    ONE OF DISC-1/2/3 IS A STACKED DISCOUNT AND ITS DISCOUNT IS
    ALSO SHOWN SEPARATELY.  A PART OR CUSTOMER IS FLAGGED WHEN
    ITS MARGIN IS UNDER THE FLOOR ON THE PARM CARD, OR HAS
    DROPPED MORE THAN THE PARM POINTS FROM THE PRIOR PERIOD
    MARGIN SAVED ON MGNHSTDAT.  THE NEW MARGINS ARE WRITTEN TO
    MGNHSTNEW FOR THE NEXT PERIOD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARMF, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CURR, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT DIST, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT OPTIONAL HISTIN, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT HISTOUT, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT MGNRPT, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT RUNLOG, ASSIGN TO DSK RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD  PARMF   VALUE OF IDENTIFICATION IS "MGPARMDAT".
01  PARM-REC.
    05 PARM-FLOOR-PCT       PICTURE 99V9.
    05 PARM-DROP-PTS        PICTURE 99V9.
    05 PARM-PERIOD          PICTURE X(10).
    05 FILLER               PICTURE X(64).
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
FD  DIST   VALUE OF IDENTIFICATION IS "DISTTD   ".
01  DIST-ID-ENTRY.
    05 DIST-NO-ID           PICTURE X(4).
    05 DIST-NAME            PICTURE X(24).
    05 FILLER               PICTURE X(28).
    05 ITEM-3               PICTURE S9(5) COMPUTATIONAL.
FD  HISTIN   VALUE OF IDENTIFICATION IS "MGNHSTDAT".
01  HIST-REC.
    05 MH-TYPE              PICTURE X.
    05 MH-KEY               PICTURE X(14).
    05 MH-MARGIN-PCT        PICTURE S999V9.
    05 MH-PERIOD            PICTURE X(10).
FD  HISTOUT   VALUE OF IDENTIFICATION IS "MGNHSTNEW".
01  HISTOUT-REC             PICTURE X(29).
FD  MGNRPT   VALUE OF IDENTIFICATION IS "MARGINRPT".
01  MGNRPT-REC              PICTURE X(132).
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
  77 HIST-CT               PICTURE 9(7) VALUE 0.
  77 FLAG-CT               PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 I                     PICTURE S99 VALUE 0 COMPUTATIONAL.
  77 DIST-CT               PICTURE S99 VALUE 0 COMPUTATIONAL.
  77 MG-CT                 PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 MG-SUB                PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 MG-SUB2               PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 MG-FOUND              PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 DISC-CT               PICTURE S9 VALUE 0 COMPUTATIONAL.
  77 LINE-GROSS            PICTURE S9(7)V99 VALUE 0
                           COMPUTATIONAL.
  77 LINE-DISC             PICTURE S9(7)V99 VALUE 0
                           COMPUTATIONAL.
  77 HOLD-TYPE             PICTURE X VALUE SPACE.
  77 HOLD-KEY              PICTURE X(14) VALUE SPACES.
  77 SECT-TYPE             PICTURE X VALUE SPACE.
  77 WORK-PCT              PICTURE S999V9 VALUE 0.
  77 WORK-DROP             PICTURE S999V9 VALUE 0.
01  DIST-TABLE.
    05 DT-ENTRY OCCURS 75 TIMES.
      10 DT-NO              PICTURE X(4).
      10 DT-NAME            PICTURE X(24).
*
*    ONE ENTRY PER PART (TYPE P) AND PER CUSTOMER (TYPE C).
*
01  MG-TABLE.
    05 MG-ENTRY OCCURS 400 TIMES.
      10 MG-SORT-KEY.
        15 MG-TYPE          PICTURE X.
        15 MG-KEY           PICTURE X(14).
      10 MG-LINES           PICTURE S9(5) COMPUTATIONAL.
      10 MG-STACKED         PICTURE S9(5) COMPUTATIONAL.
      10 MG-GROSS           PICTURE S9(8)V99 COMPUTATIONAL.
      10 MG-DISC            PICTURE S9(8)V99 COMPUTATIONAL.
      10 MG-STACK-DISC      PICTURE S9(8)V99 COMPUTATIONAL.
      10 MG-NET             PICTURE S9(8)V99 COMPUTATIONAL.
      10 MG-COST            PICTURE S9(8)V99 COMPUTATIONAL.
      10 MG-PRIOR-PCT       PICTURE S999V9.
      10 MG-PRIOR-SW        PICTURE X.
01  MG-HOLD                 PICTURE X(80).
01  SECT-TOTALS.
    05 ST-GROSS             PICTURE S9(9)V99 COMPUTATIONAL.
    05 ST-DISC              PICTURE S9(9)V99 COMPUTATIONAL.
    05 ST-STACK-DISC        PICTURE S9(9)V99 COMPUTATIONAL.
    05 ST-NET               PICTURE S9(9)V99 COMPUTATIONAL.
    05 ST-COST              PICTURE S9(9)V99 COMPUTATIONAL.
01  MGN-HEAD.
    05 FILLER  PICTURE X(20) VALUE SPACES.
    05 FILLER  PICTURE X(30) VALUE
       'GROSS MARGIN ANALYSIS BY '.
    05 MH-WHAT PICTURE X(10).
    05 FILLER  PICTURE X(4) VALUE SPACES.
    05 MH-HEAD-PERIOD PICTURE X(10).
01  MGN-FLOOR.
    05 FILLER  PICTURE X(20) VALUE SPACES.
    05 FILLER  PICTURE X(14) VALUE 'MARGIN FLOOR '.
    05 MF-FLOOR PICTURE Z9.9.
    05 FILLER  PICTURE X(22) VALUE ' PCT   DROP LIMIT '.
    05 MF-DROP PICTURE Z9.9.
    05 FILLER  PICTURE X(7) VALUE ' POINTS'.
01  MGN-COLS.
    05 FILLER  PICTURE X(40) VALUE
       ' PART / CUSTOMER            NAME        '.
    05 FILLER  PICTURE X(40) VALUE
       '          GROSS   DISCOUNTS  STACKED DSC'.
    05 FILLER  PICTURE X(40) VALUE
       '         NET        COST   MGN%  PRIOR '.
    05 FILLER  PICTURE X(4) VALUE 'FLAG'.
01  MGN-LINE.
    05 FILLER    PICTURE X VALUE SPACE.
    05 ML-KEY    PICTURE X(14).
    05 FILLER    PICTURE XX VALUE SPACES.
    05 ML-NAME   PICTURE X(24).
    05 ML-GROSS  PICTURE ZZZZ,ZZ9.99-.
    05 ML-DISC   PICTURE ZZZZ,ZZ9.99-.
    05 ML-STACK  PICTURE ZZZZ,ZZ9.99-.
    05 ML-NET    PICTURE ZZZZ,ZZ9.99-.
    05 ML-COST   PICTURE ZZZZ,ZZ9.99-.
    05 FILLER    PICTURE X VALUE SPACE.
    05 ML-PCT    PICTURE ZZ9.9-.
    05 ML-PRIOR  PICTURE ZZ9.9-.
    05 FILLER    PICTURE X VALUE SPACE.
    05 ML-FLAG   PICTURE X(9).
    05 ML-STACK-FLAG PICTURE X.
PROCEDURE DIVISION.
HSEKEEP.
    OPEN EXTEND RUNLOG.
    ACCEPT RL-SAVE-DATE FROM DATE.
    ACCEPT RL-SAVE-START-TIME FROM TIME.
    OPEN INPUT PARMF.
    READ PARMF AT END
        DISPLAY 'MARGIN PARM CARD MISSING'
        CLOSE PARMF
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
    CLOSE PARMF.
    IF PARM-FLOOR-PCT NOT NUMERIC OR PARM-DROP-PTS NOT NUMERIC
        DISPLAY 'MARGIN BAD PARM CARD'
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
    OPEN INPUT DIST.
LOAD-DIST.
    READ DIST AT END GO TO LOAD-DIST-X.
    IF DIST-CT EQUAL TO 75 GO TO LOAD-DIST-X.
    ADD 1 TO DIST-CT.
    MOVE DIST-NO-ID TO DT-NO (DIST-CT).
    MOVE DIST-NAME TO DT-NAME (DIST-CT).
    GO TO LOAD-DIST.
LOAD-DIST-X.
    CLOSE DIST.
    OPEN INPUT CURR.
POST-SALES.
    READ CURR AT END GO TO LOAD-PRIOR.
    ADD 1 TO CURR-CT.
    COMPUTE LINE-GROSS = UNIT-PRICE * QTY.
    COMPUTE LINE-DISC = LINE-GROSS - TOT-NET-SALE-1.
    MOVE 0 TO DISC-CT.
    IF DISC-1 NOT EQUAL TO 0 ADD 1 TO DISC-CT.
    IF DISC-2 NOT EQUAL TO 0 ADD 1 TO DISC-CT.
    IF DISC-3 NOT EQUAL TO 0 ADD 1 TO DISC-CT.
    MOVE 'P' TO HOLD-TYPE.
    MOVE PART-NO TO HOLD-KEY.
    PERFORM POST-ONE THRU POST-ONE-X.
    MOVE 'C' TO HOLD-TYPE.
    MOVE DIST-NO TO HOLD-KEY.
    PERFORM POST-ONE THRU POST-ONE-X.
    GO TO POST-SALES.
POST-ONE.
    MOVE 0 TO MG-FOUND.
    PERFORM SCAN-MG THRU SCAN-MG-X
        VARYING MG-SUB FROM 1 BY 1
        UNTIL MG-SUB IS GREATER THAN MG-CT.
    IF MG-FOUND EQUAL TO 0
        IF MG-CT EQUAL TO 400
            DISPLAY 'MARGIN TABLE FULL - ' HOLD-KEY
            GO TO POST-ONE-X
        ELSE
            ADD 1 TO MG-CT
            MOVE MG-CT TO MG-FOUND
            MOVE HOLD-TYPE TO MG-TYPE (MG-FOUND)
            MOVE HOLD-KEY TO MG-KEY (MG-FOUND)
            MOVE 0 TO MG-LINES (MG-FOUND), MG-STACKED (MG-FOUND),
                MG-GROSS (MG-FOUND), MG-DISC (MG-FOUND),
                MG-STACK-DISC (MG-FOUND), MG-NET (MG-FOUND),
                MG-COST (MG-FOUND), MG-PRIOR-PCT (MG-FOUND)
            MOVE 'N' TO MG-PRIOR-SW (MG-FOUND).
    ADD 1 TO MG-LINES (MG-FOUND).
    ADD LINE-GROSS TO MG-GROSS (MG-FOUND).
    ADD LINE-DISC TO MG-DISC (MG-FOUND).
    ADD TOT-NET-SALE-1 TO MG-NET (MG-FOUND).
    ADD EXT-GROSS TO MG-COST (MG-FOUND).
    IF DISC-CT GREATER THAN 1
        ADD 1 TO MG-STACKED (MG-FOUND)
        ADD LINE-DISC TO MG-STACK-DISC (MG-FOUND).
POST-ONE-X.
    EXIT.
SCAN-MG.
    IF MG-TYPE (MG-SUB) EQUAL TO HOLD-TYPE
        AND MG-KEY (MG-SUB) EQUAL TO HOLD-KEY
        MOVE MG-SUB TO MG-FOUND.
SCAN-MG-X.
    EXIT.
LOAD-PRIOR.
    CLOSE CURR.
    OPEN INPUT HISTIN.
LOAD-PRIOR-ONE.
    READ HISTIN AT END GO TO LOAD-PRIOR-X.
    ADD 1 TO HIST-CT.
    MOVE MH-TYPE TO HOLD-TYPE.
    MOVE MH-KEY TO HOLD-KEY.
    MOVE 0 TO MG-FOUND.
    PERFORM SCAN-MG THRU SCAN-MG-X
        VARYING MG-SUB FROM 1 BY 1
        UNTIL MG-SUB IS GREATER THAN MG-CT.
    IF MG-FOUND EQUAL TO 0 GO TO LOAD-PRIOR-ONE.
    IF MH-MARGIN-PCT NOT NUMERIC GO TO LOAD-PRIOR-ONE.
    MOVE MH-MARGIN-PCT TO MG-PRIOR-PCT (MG-FOUND).
    MOVE 'Y' TO MG-PRIOR-SW (MG-FOUND).
    GO TO LOAD-PRIOR-ONE.
LOAD-PRIOR-X.
    CLOSE HISTIN.
    PERFORM SORT-PASS THRU SORT-PASS-X
        VARYING MG-SUB FROM 1 BY 1
        UNTIL MG-SUB IS NOT LESS THAN MG-CT.
    OPEN OUTPUT MGNRPT HISTOUT.
    MOVE PARM-FLOOR-PCT TO MF-FLOOR.
    MOVE PARM-DROP-PTS TO MF-DROP.
    MOVE PARM-PERIOD TO MH-HEAD-PERIOD.
    MOVE 'P' TO SECT-TYPE.
    MOVE 'PART' TO MH-WHAT.
    PERFORM PRINT-SECTION THRU PRINT-SECTION-X.
    MOVE 'C' TO SECT-TYPE.
    MOVE 'CUSTOMER' TO MH-WHAT.
    PERFORM PRINT-SECTION THRU PRINT-SECTION-X.
    CLOSE MGNRPT HISTOUT.
    DISPLAY 'MARGIN COMPLETE - LINES ' CURR-CT
        ' FLAGGED ' FLAG-CT.
    MOVE 'NORMAL' TO RL-STATUS.
FINISH-RUN.
    MOVE 'MARGIN   ' TO RL-PROGRAM.
    MOVE RL-SAVE-DATE TO RL-DATE.
    MOVE RL-SAVE-START-TIME TO RL-START-TIME.
    ACCEPT RL-END-TIME FROM TIME.
    ADD CURR-CT HIST-CT GIVING RL-RECS-READ.
    MOVE MG-CT TO RL-RECS-WRITTEN.
    WRITE RUNLOG-REC.
    CLOSE RUNLOG.
    STOP RUN.
SORT-PASS.
    PERFORM SORT-COMPARE THRU SORT-COMPARE-X
        VARYING MG-SUB2 FROM MG-SUB BY 1
        UNTIL MG-SUB2 IS GREATER THAN MG-CT.
SORT-PASS-X.
    EXIT.
SORT-COMPARE.
    IF MG-SORT-KEY (MG-SUB2) NOT LESS THAN MG-SORT-KEY (MG-SUB)
        GO TO SORT-COMPARE-X.
    MOVE MG-ENTRY (MG-SUB) TO MG-HOLD.
    MOVE MG-ENTRY (MG-SUB2) TO MG-ENTRY (MG-SUB).
    MOVE MG-HOLD TO MG-ENTRY (MG-SUB2).
SORT-COMPARE-X.
    EXIT.
PRINT-SECTION.
    WRITE MGNRPT-REC FROM MGN-HEAD AFTER ADVANCING PAGE.
    WRITE MGNRPT-REC FROM MGN-FLOOR AFTER ADVANCING 1.
    WRITE MGNRPT-REC FROM MGN-COLS AFTER ADVANCING 2.
    MOVE SPACES TO MGNRPT-REC.
    WRITE MGNRPT-REC AFTER ADVANCING 1.
    MOVE 0 TO ST-GROSS ST-DISC ST-STACK-DISC ST-NET ST-COST.
    PERFORM PRINT-ONE THRU PRINT-ONE-X
        VARYING MG-SUB FROM 1 BY 1
        UNTIL MG-SUB IS GREATER THAN MG-CT.
    MOVE SPACES TO MGN-LINE.
    MOVE 'TOTAL' TO ML-KEY.
    MOVE ST-GROSS TO ML-GROSS.
    MOVE ST-DISC TO ML-DISC.
    MOVE ST-STACK-DISC TO ML-STACK.
    MOVE ST-NET TO ML-NET.
    MOVE ST-COST TO ML-COST.
    IF ST-NET NOT EQUAL TO 0
        COMPUTE WORK-PCT ROUNDED = (ST-NET - ST-COST) * 100
            / ST-NET
            ON SIZE ERROR MOVE 0 TO WORK-PCT
        MOVE WORK-PCT TO ML-PCT.
    WRITE MGNRPT-REC FROM MGN-LINE AFTER ADVANCING 2.
PRINT-SECTION-X.
    EXIT.
PRINT-ONE.
    IF MG-TYPE (MG-SUB) NOT EQUAL TO SECT-TYPE
        GO TO PRINT-ONE-X.
    MOVE SPACES TO MGN-LINE.
    MOVE MG-KEY (MG-SUB) TO ML-KEY.
    IF SECT-TYPE EQUAL TO 'C'
        PERFORM FIND-NAME THRU FIND-NAME-X
            VARYING I FROM 1 BY 1
            UNTIL I IS GREATER THAN DIST-CT.
    MOVE MG-GROSS (MG-SUB) TO ML-GROSS.
    MOVE MG-DISC (MG-SUB) TO ML-DISC.
    MOVE MG-STACK-DISC (MG-SUB) TO ML-STACK.
    MOVE MG-NET (MG-SUB) TO ML-NET.
    MOVE MG-COST (MG-SUB) TO ML-COST.
    MOVE 0 TO WORK-PCT.
    IF MG-NET (MG-SUB) NOT EQUAL TO 0
        COMPUTE WORK-PCT ROUNDED =
            (MG-NET (MG-SUB) - MG-COST (MG-SUB)) * 100
                / MG-NET (MG-SUB)
            ON SIZE ERROR MOVE -999.9 TO WORK-PCT.
    MOVE WORK-PCT TO ML-PCT.
    IF MG-PRIOR-SW (MG-SUB) EQUAL TO 'Y'
        MOVE MG-PRIOR-PCT (MG-SUB) TO ML-PRIOR
        COMPUTE WORK-DROP = MG-PRIOR-PCT (MG-SUB) - WORK-PCT
    ELSE
        MOVE 0 TO WORK-DROP.
    IF WORK-PCT LESS THAN PARM-FLOOR-PCT
        MOVE 'UNDER FLR' TO ML-FLAG
        ADD 1 TO FLAG-CT
    ELSE IF WORK-DROP GREATER THAN PARM-DROP-PTS
        MOVE 'DROPPED' TO ML-FLAG
        ADD 1 TO FLAG-CT.
    IF MG-STACKED (MG-SUB) GREATER THAN 0
        AND ML-FLAG NOT EQUAL TO SPACES
        MOVE '*' TO ML-STACK-FLAG.
    WRITE MGNRPT-REC FROM MGN-LINE AFTER ADVANCING 1.
    ADD MG-GROSS (MG-SUB) TO ST-GROSS.
    ADD MG-DISC (MG-SUB) TO ST-DISC.
    ADD MG-STACK-DISC (MG-SUB) TO ST-STACK-DISC.
    ADD MG-NET (MG-SUB) TO ST-NET.
    ADD MG-COST (MG-SUB) TO ST-COST.
    MOVE MG-TYPE (MG-SUB) TO MH-TYPE.
    MOVE MG-KEY (MG-SUB) TO MH-KEY.
    MOVE WORK-PCT TO MH-MARGIN-PCT.
    MOVE PARM-PERIOD TO MH-PERIOD.
    WRITE HISTOUT-REC FROM HIST-REC.
PRINT-ONE-X.
    EXIT.
FIND-NAME.
    IF DT-NO (I) EQUAL TO MG-KEY (MG-SUB)
        MOVE DT-NAME (I) TO ML-NAME.
FIND-NAME-X.
    EXIT.
