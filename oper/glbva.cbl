IDENTIFICATION DIVISION.
PROGRAM-ID. GLBVA.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. JANUARY, 1977.
REMARKS. BUDGET VERSUS ACTUAL BY GL ACCOUNT, GROUPED BY THE
    RESPONSIBLE DEPARTMENT ON THE BUDGET FILE.  ACTUAL FOR THE
    MONTH AND YEAR TO DATE COMES FROM THE GL TRANSACTION FILE
    THROUGH THE GL CALENDAR (YEAR-END CLOSING ENTRIES EXCLUDED).
    AMOUNTS ARE SHOWN IN THE ACCOUNT'S NORMAL SIGN - REVENUE
    (TYPE R) AS CREDITS, ALL OTHERS AS DEBITS.  A LINE WHOSE
    MONTH OR YEAR TO DATE VARIANCE EXCEEDS THE PERCENT GIVEN AT
    RUN TIME, OR THAT HAS ACTUAL WITH NO BUDGET, IS FLAGGED.
    REVENUE AND EXPENSE ACCOUNTS WITH ACTIVITY BUT NO BUDGET
    PRINT UNDER DEPARTMENT 0000.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT GLCAL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCOA ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLBUD ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLTRANS ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT BVARPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD GLCAL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCALDAT ".
01 GLCAL-REC.
     05 GLC-PERIOD PIC X(10).
     05 GLC-YEAR PIC 9(4).
     05 GLC-MONTH PIC 9(2).
     05 GLC-STATUS PIC X.
     05 GLC-CLOSE-DATE PIC 9(6).
FD GLCOA
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCOADAT ".
01 GLCOA-REC.
     05 GLA-ACCT PIC X(6).
     05 GLA-DESC PIC X(30).
     05 GLA-TYPE PIC X.
FD GLBUD
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLBUDDAT ".
01 GLBUD-REC.
     05 GB-ACCT PIC X(6).
     05 GB-YEAR PIC 9(4).
     05 GB-DEPT PIC 9(4).
     05 GB-AMT PIC S9(7)V99 OCCURS 12 TIMES.
FD GLTRANS
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLTRANSDAT".
01 GLTRANS-REC.
     05 GLT-DATE PIC 9(6).
     05 GLT-SOURCE PIC XX.
     05 GLT-PERIOD PIC X(10).
     05 GLT-ACCT PIC X(6).
     05 GLT-DR PIC 9(7)V99.
     05 GLT-CR PIC 9(7)V99.
FD BVARPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLBVARPT ".
01 BVARPT-REC PIC X(132).
FD RUNLOG
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "RUNLOGDAT".
01 RUNLOG-REC.
     05 RL-PROGRAM PIC X(9).
     05 RL-DATE PIC 9(6).
     05 RL-START-TIME PIC 9(8).
     05 RL-END-TIME PIC 9(8).
     05 RL-RECS-READ PIC 9(7).
     05 RL-RECS-WRITTEN PIC 9(7).
     05 RL-STATUS PIC X(6).
WORKING-STORAGE SECTION.
77 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
77 SEL-PERIOD PIC X(10) VALUE SPACES.
77 FLAG-PCT PIC 9(3) VALUE ZERO.
77 CUR-YEAR PIC 9(4) VALUE ZERO.
77 CUR-MONTH PIC 9(2) VALUE ZERO.
77 IN-CT PIC 9(7) VALUE ZERO.
77 LINE-CT PIC 9(5) VALUE ZERO.
77 FLAG-CT PIC 9(5) VALUE ZERO.
77 ACC-CT PIC 9(3) VALUE ZERO.
77 ACC-SUB PIC 9(3) VALUE ZERO.
77 ACC-FOUND PIC 9(3) VALUE ZERO.
77 PER-CT PIC 9(3) VALUE ZERO.
77 PER-SUB PIC 9(3) VALUE ZERO.
77 PER-FOUND PIC 9(3) VALUE ZERO.
77 LN-CT PIC 9(3) VALUE ZERO.
77 LN-SUB PIC 9(3) VALUE ZERO.
77 LN-SUB2 PIC 9(3) VALUE ZERO.
77 MON-SUB PIC 9(2) VALUE ZERO.
77 LAST-DEPT PIC 9(4) VALUE ZERO.
77 FIRST-LINE PIC X VALUE 'Y'.
77 NET-AMT PIC S9(9)V99 VALUE ZERO.
77 WORK-PCT PIC S9(5)V9 VALUE ZERO.
77 ABS-PCT PIC 9(5)V9 VALUE ZERO.
01 ACC-TABLE.
     05 ACC-TBL OCCURS 200 TIMES.
        10 AT-ACCT PIC X(6).
        10 AT-DESC PIC X(30).
        10 AT-TYPE PIC X.
        10 AT-BUDGETED PIC X.
        10 AT-MON PIC S9(9)V99.
        10 AT-YTD PIC S9(9)V99.
01 PER-TABLE.
     05 PER-TBL OCCURS 300 TIMES.
        10 PT-PERIOD PIC X(10).
        10 PT-YEAR PIC 9(4).
        10 PT-MONTH PIC 9(2).
01 LN-TABLE.
     05 LN-TBL OCCURS 300 TIMES.
        10 LN-KEY.
           15 LN-DEPT PIC 9(4).
           15 LN-ACCT PIC X(6).
        10 LN-ACC PIC 9(3).
        10 LN-BUD-MON PIC S9(9)V99.
        10 LN-BUD-YTD PIC S9(9)V99.
01 LN-HOLD.
     05 LH-KEY PIC X(10).
     05 LH-ACC PIC 9(3).
     05 LH-BUD-MON PIC S9(9)V99.
     05 LH-BUD-YTD PIC S9(9)V99.
01 LINE-AMOUNTS.
     05 LA-ACT-MON PIC S9(9)V99.
     05 LA-BUD-MON PIC S9(9)V99.
     05 LA-ACT-YTD PIC S9(9)V99.
     05 LA-BUD-YTD PIC S9(9)V99.
01 DEPT-TOTALS.
     05 DT-ACT-MON PIC S9(9)V99.
     05 DT-BUD-MON PIC S9(9)V99.
     05 DT-ACT-YTD PIC S9(9)V99.
     05 DT-BUD-YTD PIC S9(9)V99.
01 RUN-TOTALS.
     05 RT-ACT-MON PIC S9(9)V99.
     05 RT-BUD-MON PIC S9(9)V99.
     05 RT-ACT-YTD PIC S9(9)V99.
     05 RT-BUD-YTD PIC S9(9)V99.
01 BVA-HEAD-1.
     05 FILLER PIC X(30) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "BUDGET VERSUS ACTUAL".
     05 FILLER PIC X(12) VALUE "FOR PERIOD ".
     05 BVH-PERIOD PIC X(10).
     05 FILLER PIC X(14) VALUE "   FLAG OVER ".
     05 BVH-PCT PIC ZZ9.
     05 FILLER PIC X(4) VALUE " PCT".
01 BVA-HEAD-2.
     05 FILLER PIC X(28) VALUE SPACES.
     05 FILLER PIC X(46) VALUE
         "------------------ MONTH -------------------".
     05 FILLER PIC X(46) VALUE
         "--------------- YEAR TO DATE ---------------".
01 BVA-HEAD-3.
     05 FILLER PIC X(28) VALUE " ACCOUNT  DESCRIPTION".
     05 FILLER PIC X(46) VALUE
         "        ACTUAL      BUDGET    VARIANCE     PCT".
     05 FILLER PIC X(46) VALUE
         "        ACTUAL      BUDGET    VARIANCE     PCT".
01 BVA-DEPT-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 BVD-TEXT PIC X(11) VALUE "DEPARTMENT ".
     05 BVD-DEPT PIC 9(4).
01 BVA-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 BVL-ACCT PIC X(6).
     05 FILLER PIC XX VALUE SPACES.
     05 BVL-DESC PIC X(19).
     05 BVL-ACT-MON PIC ZZ,ZZZ,ZZ9.99-.
     05 FILLER PIC X VALUE SPACE.
     05 BVL-BUD-MON PIC ZZ,ZZZ,ZZ9-.
     05 FILLER PIC X VALUE SPACE.
     05 BVL-VAR-MON PIC ZZ,ZZZ,ZZ9-.
     05 BVL-PCT-MON PIC ZZZZ9.9-.
     05 FILLER PIC X VALUE SPACE.
     05 BVL-ACT-YTD PIC ZZ,ZZZ,ZZ9.99-.
     05 FILLER PIC X VALUE SPACE.
     05 BVL-BUD-YTD PIC ZZ,ZZZ,ZZ9-.
     05 FILLER PIC X VALUE SPACE.
     05 BVL-VAR-YTD PIC ZZ,ZZZ,ZZ9-.
     05 BVL-PCT-YTD PIC ZZZZ9.9-.
     05 FILLER PIC X VALUE SPACE.
     05 BVL-FLAG PIC X(4).
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     DISPLAY 'PERIOD TO REPORT : ' WITH NO ADVANCING.
     ACCEPT SEL-PERIOD.
     DISPLAY 'VARIANCE FLAG PERCENT : ' WITH NO ADVANCING.
     ACCEPT FLAG-PCT.
     IF FLAG-PCT NOT NUMERIC MOVE 10 TO FLAG-PCT.
     OPEN INPUT GLCAL.
LOAD-CAL.
     READ GLCAL AT END CLOSE GLCAL, GO TO CHECK-PERIOD.
     IF PER-CT EQUAL 300
        DISPLAY 'GLBVA - CALENDAR TABLE FULL'
        CLOSE GLCAL, GO TO CHECK-PERIOD.
     ADD 1 TO PER-CT.
     MOVE GLC-PERIOD TO PT-PERIOD (PER-CT).
     MOVE GLC-YEAR TO PT-YEAR (PER-CT).
     MOVE GLC-MONTH TO PT-MONTH (PER-CT).
     IF GLC-PERIOD EQUAL SEL-PERIOD
        MOVE GLC-YEAR TO CUR-YEAR
        MOVE GLC-MONTH TO CUR-MONTH.
     GO TO LOAD-CAL.
CHECK-PERIOD.
     IF CUR-YEAR EQUAL ZERO
        DISPLAY 'GLBVA - PERIOD ' SEL-PERIOD
           ' NOT ON GL CALENDAR - ABORTED'
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     OPEN INPUT GLCOA.
LOAD-COA.
     READ GLCOA AT END CLOSE GLCOA, GO TO LOAD-BUDGETS-START.
     IF ACC-CT EQUAL 200
        DISPLAY 'GLBVA - ACCOUNT TABLE FULL'
        CLOSE GLCOA, GO TO LOAD-BUDGETS-START.
     ADD 1 TO ACC-CT.
     MOVE GLA-ACCT TO AT-ACCT (ACC-CT).
     MOVE GLA-DESC TO AT-DESC (ACC-CT).
     MOVE GLA-TYPE TO AT-TYPE (ACC-CT).
     MOVE 'N' TO AT-BUDGETED (ACC-CT).
     MOVE ZERO TO AT-MON (ACC-CT), AT-YTD (ACC-CT).
     GO TO LOAD-COA.
LOAD-BUDGETS-START.
     OPEN INPUT GLBUD.
LOAD-BUDGETS.
     READ GLBUD AT END CLOSE GLBUD, GO TO TRANS-PASS.
     IF GB-YEAR NOT EQUAL CUR-YEAR GO TO LOAD-BUDGETS.
     IF LN-CT EQUAL 300
        DISPLAY 'GLBVA - BUDGET LINE TABLE FULL'
        CLOSE GLBUD, GO TO TRANS-PASS.
     ADD 1 TO LN-CT.
     MOVE GB-DEPT TO LN-DEPT (LN-CT).
     MOVE GB-ACCT TO LN-ACCT (LN-CT).
     MOVE GB-AMT (CUR-MONTH) TO LN-BUD-MON (LN-CT).
     MOVE ZERO TO LN-BUD-YTD (LN-CT).
     PERFORM ADD-BUD-MONTH THRU ADD-BUD-MONTH-EXIT
        VARYING MON-SUB FROM 1 BY 1
        UNTIL MON-SUB GREATER THAN CUR-MONTH.
     MOVE ZERO TO ACC-FOUND.
     PERFORM FIND-BUD-ACC THRU FIND-BUD-ACC-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     MOVE ACC-FOUND TO LN-ACC (LN-CT).
     IF ACC-FOUND NOT EQUAL ZERO
        MOVE 'Y' TO AT-BUDGETED (ACC-FOUND).
     GO TO LOAD-BUDGETS.
ADD-BUD-MONTH.
     ADD GB-AMT (MON-SUB) TO LN-BUD-YTD (LN-CT).
ADD-BUD-MONTH-EXIT.
     EXIT.
FIND-BUD-ACC.
     IF AT-ACCT (ACC-SUB) EQUAL GB-ACCT
        MOVE ACC-SUB TO ACC-FOUND.
FIND-BUD-ACC-EXIT.
     EXIT.
TRANS-PASS.
     OPEN INPUT GLTRANS.
TRANS-READ.
     READ GLTRANS AT END CLOSE GLTRANS, GO TO ADD-UNBUDGETED.
     ADD 1 TO IN-CT.
     IF GLT-SOURCE EQUAL 'YC' GO TO TRANS-READ.
     MOVE ZERO TO PER-FOUND.
     PERFORM FIND-PER THRU FIND-PER-EXIT
        VARYING PER-SUB FROM 1 BY 1
        UNTIL PER-SUB GREATER THAN PER-CT.
     IF PER-FOUND EQUAL ZERO GO TO TRANS-READ.
     IF PT-YEAR (PER-FOUND) NOT EQUAL CUR-YEAR
        GO TO TRANS-READ.
     IF PT-MONTH (PER-FOUND) GREATER THAN CUR-MONTH
        GO TO TRANS-READ.
     MOVE ZERO TO ACC-FOUND.
     PERFORM FIND-ACC THRU FIND-ACC-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     IF ACC-FOUND EQUAL ZERO GO TO TRANS-READ.
     COMPUTE NET-AMT = GLT-DR - GLT-CR.
     IF AT-TYPE (ACC-FOUND) EQUAL 'R'
        COMPUTE NET-AMT = ZERO - NET-AMT.
     ADD NET-AMT TO AT-YTD (ACC-FOUND).
     IF PT-MONTH (PER-FOUND) EQUAL CUR-MONTH
        ADD NET-AMT TO AT-MON (ACC-FOUND).
     GO TO TRANS-READ.
FIND-PER.
     IF PT-PERIOD (PER-SUB) EQUAL GLT-PERIOD
        MOVE PER-SUB TO PER-FOUND.
FIND-PER-EXIT.
     EXIT.
FIND-ACC.
     IF AT-ACCT (ACC-SUB) EQUAL GLT-ACCT
        MOVE ACC-SUB TO ACC-FOUND.
FIND-ACC-EXIT.
     EXIT.
ADD-UNBUDGETED.
     PERFORM UNBUDGETED-ONE THRU UNBUDGETED-ONE-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     PERFORM SORT-PASS THRU SORT-PASS-EXIT
        VARYING LN-SUB FROM 1 BY 1
        UNTIL LN-SUB NOT LESS THAN LN-CT.
     OPEN OUTPUT BVARPT.
     MOVE SEL-PERIOD TO BVH-PERIOD.
     MOVE FLAG-PCT TO BVH-PCT.
     WRITE BVARPT-REC FROM BVA-HEAD-1 AFTER ADVANCING PAGE.
     WRITE BVARPT-REC FROM BVA-HEAD-2 AFTER ADVANCING 2.
     WRITE BVARPT-REC FROM BVA-HEAD-3 AFTER ADVANCING 1.
     MOVE ZERO TO DEPT-TOTALS, RUN-TOTALS.
     PERFORM PRINT-LINE THRU PRINT-LINE-EXIT
        VARYING LN-SUB FROM 1 BY 1
        UNTIL LN-SUB GREATER THAN LN-CT.
     IF LN-CT NOT EQUAL ZERO
        PERFORM DEPT-TOTAL THRU DEPT-TOTAL-EXIT.
     MOVE RUN-TOTALS TO LINE-AMOUNTS.
     MOVE SPACES TO BVL-ACCT.
     MOVE 'REPORT TOTAL' TO BVL-DESC.
     PERFORM FORMAT-LINE THRU FORMAT-LINE-EXIT.
     MOVE SPACES TO BVL-FLAG.
     WRITE BVARPT-REC FROM BVA-LINE AFTER ADVANCING 3.
     CLOSE BVARPT.
     DISPLAY 'GLBVA COMPLETE - LINES ' LINE-CT
        ' FLAGGED ' FLAG-CT.
     MOVE 'NORMAL' TO RL-STATUS.
     GO TO FINISH-RUN.
UNBUDGETED-ONE.
     IF AT-BUDGETED (ACC-SUB) EQUAL 'Y'
        GO TO UNBUDGETED-ONE-EXIT.
     IF AT-TYPE (ACC-SUB) NOT EQUAL 'R' AND
        AT-TYPE (ACC-SUB) NOT EQUAL 'E'
        GO TO UNBUDGETED-ONE-EXIT.
     IF AT-MON (ACC-SUB) EQUAL ZERO AND
        AT-YTD (ACC-SUB) EQUAL ZERO
        GO TO UNBUDGETED-ONE-EXIT.
     IF LN-CT EQUAL 300
        DISPLAY 'GLBVA - LINE TABLE FULL, ' AT-ACCT (ACC-SUB)
           ' DROPPED'
        GO TO UNBUDGETED-ONE-EXIT.
     ADD 1 TO LN-CT.
     MOVE ZERO TO LN-DEPT (LN-CT).
     MOVE AT-ACCT (ACC-SUB) TO LN-ACCT (LN-CT).
     MOVE ACC-SUB TO LN-ACC (LN-CT).
     MOVE ZERO TO LN-BUD-MON (LN-CT), LN-BUD-YTD (LN-CT).
UNBUDGETED-ONE-EXIT.
     EXIT.
SORT-PASS.
     PERFORM SORT-COMPARE THRU SORT-COMPARE-EXIT
        VARYING LN-SUB2 FROM LN-SUB BY 1
        UNTIL LN-SUB2 GREATER THAN LN-CT.
SORT-PASS-EXIT.
     EXIT.
SORT-COMPARE.
     IF LN-KEY (LN-SUB2) NOT LESS THAN LN-KEY (LN-SUB)
        GO TO SORT-COMPARE-EXIT.
     MOVE LN-TBL (LN-SUB) TO LN-HOLD.
     MOVE LN-TBL (LN-SUB2) TO LN-TBL (LN-SUB).
     MOVE LN-HOLD TO LN-TBL (LN-SUB2).
SORT-COMPARE-EXIT.
     EXIT.
PRINT-LINE.
     IF FIRST-LINE EQUAL 'Y'
        MOVE 'N' TO FIRST-LINE
        MOVE LN-DEPT (LN-SUB) TO LAST-DEPT
        PERFORM DEPT-HEADING THRU DEPT-HEADING-EXIT.
     IF LN-DEPT (LN-SUB) NOT EQUAL LAST-DEPT
        PERFORM DEPT-TOTAL THRU DEPT-TOTAL-EXIT
        MOVE LN-DEPT (LN-SUB) TO LAST-DEPT
        PERFORM DEPT-HEADING THRU DEPT-HEADING-EXIT.
     MOVE LN-ACC (LN-SUB) TO ACC-SUB.
     MOVE LN-ACCT (LN-SUB) TO BVL-ACCT.
     MOVE LN-BUD-MON (LN-SUB) TO LA-BUD-MON.
     MOVE LN-BUD-YTD (LN-SUB) TO LA-BUD-YTD.
     IF ACC-SUB EQUAL ZERO
        MOVE '**NOT ON CHART**' TO BVL-DESC
        MOVE ZERO TO LA-ACT-MON, LA-ACT-YTD
     ELSE
        MOVE AT-DESC (ACC-SUB) TO BVL-DESC
        MOVE AT-MON (ACC-SUB) TO LA-ACT-MON
        MOVE AT-YTD (ACC-SUB) TO LA-ACT-YTD.
     PERFORM FORMAT-LINE THRU FORMAT-LINE-EXIT.
     IF BVL-FLAG NOT EQUAL SPACES ADD 1 TO FLAG-CT.
     WRITE BVARPT-REC FROM BVA-LINE AFTER ADVANCING 1.
     ADD 1 TO LINE-CT.
     ADD LA-ACT-MON TO DT-ACT-MON, RT-ACT-MON.
     ADD LA-BUD-MON TO DT-BUD-MON, RT-BUD-MON.
     ADD LA-ACT-YTD TO DT-ACT-YTD, RT-ACT-YTD.
     ADD LA-BUD-YTD TO DT-BUD-YTD, RT-BUD-YTD.
PRINT-LINE-EXIT.
     EXIT.
DEPT-HEADING.
     MOVE LAST-DEPT TO BVD-DEPT.
     IF LAST-DEPT EQUAL ZERO
        MOVE 'NO BUDGET  ' TO BVD-TEXT
     ELSE
        MOVE 'DEPARTMENT ' TO BVD-TEXT.
     WRITE BVARPT-REC FROM BVA-DEPT-LINE AFTER ADVANCING 2.
DEPT-HEADING-EXIT.
     EXIT.
DEPT-TOTAL.
     MOVE DEPT-TOTALS TO LINE-AMOUNTS.
     MOVE SPACES TO BVL-ACCT.
     MOVE 'DEPARTMENT TOTAL' TO BVL-DESC.
     PERFORM FORMAT-LINE THRU FORMAT-LINE-EXIT.
     MOVE SPACES TO BVL-FLAG.
     WRITE BVARPT-REC FROM BVA-LINE AFTER ADVANCING 2.
     MOVE ZERO TO DEPT-TOTALS.
DEPT-TOTAL-EXIT.
     EXIT.
FORMAT-LINE.
     MOVE SPACES TO BVL-FLAG.
     MOVE LA-ACT-MON TO BVL-ACT-MON.
     MOVE LA-BUD-MON TO BVL-BUD-MON.
     COMPUTE BVL-VAR-MON ROUNDED = LA-ACT-MON - LA-BUD-MON.
     MOVE LA-ACT-YTD TO BVL-ACT-YTD.
     MOVE LA-BUD-YTD TO BVL-BUD-YTD.
     COMPUTE BVL-VAR-YTD ROUNDED = LA-ACT-YTD - LA-BUD-YTD.
     MOVE ZERO TO WORK-PCT.
     IF LA-BUD-MON EQUAL ZERO
        IF LA-ACT-MON NOT EQUAL ZERO
           MOVE '**NB' TO BVL-FLAG.
     IF LA-BUD-MON NOT EQUAL ZERO
        COMPUTE WORK-PCT ROUNDED =
           (LA-ACT-MON - LA-BUD-MON) * 100 / LA-BUD-MON
           ON SIZE ERROR MOVE 9999.9 TO WORK-PCT.
     MOVE WORK-PCT TO BVL-PCT-MON, ABS-PCT.
     IF ABS-PCT GREATER THAN FLAG-PCT
        MOVE '**' TO BVL-FLAG.
     MOVE ZERO TO WORK-PCT.
     IF LA-BUD-YTD EQUAL ZERO
        IF LA-ACT-YTD NOT EQUAL ZERO
           MOVE '**NB' TO BVL-FLAG.
     IF LA-BUD-YTD NOT EQUAL ZERO
        COMPUTE WORK-PCT ROUNDED =
           (LA-ACT-YTD - LA-BUD-YTD) * 100 / LA-BUD-YTD
           ON SIZE ERROR MOVE 9999.9 TO WORK-PCT.
     MOVE WORK-PCT TO BVL-PCT-YTD, ABS-PCT.
     IF ABS-PCT GREATER THAN FLAG-PCT
        AND BVL-FLAG EQUAL SPACES
        MOVE '**' TO BVL-FLAG.
FORMAT-LINE-EXIT.
     EXIT.
FINISH-RUN.
     MOVE 'GLBVA    ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE IN-CT TO RL-RECS-READ.
     MOVE LINE-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
