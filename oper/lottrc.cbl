IDENTIFICATION DIVISION.
PROGRAM-ID. LOTTRC.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. APRIL, 1977.
REMARKS. LOT TRACE INQUIRY.  BY LOT - EVERY RECEIPT, QC
    DISPOSITION AND WAREHOUSE TRANSFER OF THE LOT FROM THE LOT
    HISTORY FILE (WRITTEN BY RECEIVE, QCDISP AND INVXFR) AND
    EVERY B/M ISSUE AND REQUISITION OF IT FROM THE MMM LOT
    ISSUE FILE, WITH TOTALS AND THE QUANTITY LEFT AT EACH
    WAREHOUSE.  BY JOB - EVERY LOT ISSUED TO THE JOB (WORK
    ORDER OR CHARGE NUMBER) WITH THE VENDOR AND RECEIPT DATE
    OF THE LOT.  MMM ISSUES ARE TAKEN FROM MAIN STORES.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT LOTHIST ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT LOTISS ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT TRCRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD LOTHIST
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "LOTHSTDAT".
01 LOTHIST-REC.
     05 LH-LOT-NO PIC X(10).
     05 LH-TYPE PIC X.
     05 LH-DATE PIC 9(6).
     05 LH-ITEM PIC 999.
     05 LH-VENDOR PIC X(15).
     05 LH-WHSE PIC XX.
     05 LH-TO-WHSE PIC XX.
     05 LH-QTY PIC 9(5).
     05 LH-REF PIC X(6).
FD LOTISS
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "LOTISSDAT".
01 LOT-ISSUE-REC.
     05 LI-LOT-NO PIC X(10).
     05 LI-CARD-CODE PIC XX.
     05 LI-CAT-NO PIC X(10).
     05 LI-JOB PIC X(8).
     05 LI-REQ PIC X(6).
     05 LI-ISS-QTY PIC S9(7).
     05 LI-DATE.
        10 LI-YR PIC 99.
        10 LI-DAY PIC 999.
     05 FILLER PIC XX.
FD TRCRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "LOTTRCRPT".
01 TRCRPT-REC PIC X(90).
WORKING-STORAGE SECTION.
77 TRACE-MODE PIC X VALUE SPACE.
77 TRACE-LOT PIC X(10) VALUE SPACES.
77 TRACE-JOB PIC X(8) VALUE SPACES.
77 HIT-CT PIC 9(5) VALUE ZERO.
77 RCV-QTY PIC 9(7) VALUE ZERO.
77 ACC-QTY PIC 9(7) VALUE ZERO.
77 REJ-QTY PIC 9(7) VALUE ZERO.
77 SCR-QTY PIC 9(7) VALUE ZERO.
77 ISS-QTY PIC S9(7) VALUE ZERO.
77 LOC-CT PIC 99 VALUE ZERO.
77 LOC-SUB PIC 99 VALUE ZERO.
77 LOC-FOUND PIC 99 VALUE ZERO.
77 FIND-WHSE PIC XX VALUE SPACES.
77 LOC-QTY PIC S9(7) VALUE ZERO.
77 JL-CT PIC 9(3) VALUE ZERO.
77 JL-SUB PIC 9(3) VALUE ZERO.
77 JL-FOUND PIC 9(3) VALUE ZERO.
77 MO-SUB PIC 99 VALUE ZERO.
77 DAYS-LEFT PIC 999 VALUE ZERO.
77 LEAP-WORK PIC 99 VALUE ZERO.
77 LEAP-REM PIC 9 VALUE ZERO.
01 YMD-DATE PIC 9(6) VALUE ZERO.
01 YMD-DATE-X REDEFINES YMD-DATE.
     05 YMD-YR PIC 99.
     05 YMD-MO PIC 99.
     05 YMD-DA PIC 99.
01 MONTH-DAYS-LIST.
     05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 MONTH-DAYS-TBL REDEFINES MONTH-DAYS-LIST.
     05 MONTH-DAYS PIC 99 OCCURS 12 TIMES.
01 LOC-TABLE.
     05 LOC-TBL OCCURS 10 TIMES.
        10 LC-WHSE PIC XX.
        10 LC-QTY PIC S9(7).
01 JOB-LOT-TABLE.
     05 JOB-LOT-TBL OCCURS 200 TIMES.
        10 JT-LOT PIC X(10).
        10 JT-CAT PIC X(10).
        10 JT-QTY PIC S9(7).
        10 JT-VENDOR PIC X(15).
        10 JT-RCV-DATE PIC 9(6).
01 TRC-HEAD-1.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FILLER PIC X(15) VALUE "LOT TRACE - ".
     05 TH-MODE PIC X(5).
     05 FILLER PIC X VALUE SPACE.
     05 TH-KEY PIC X(10).
01 LOT-HEAD-2.
     05 FILLER PIC X(40) VALUE
        " DATE    ACTIVITY              ITEM/PART".
     05 FILLER PIC X(40) VALUE
        "       QTY  VENDOR/JOB       WH  TO REF".
01 LOT-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 LL-DATE PIC 9(6).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-TEXT PIC X(20).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-PART PIC X(10).
     05 FILLER PIC X VALUE SPACE.
     05 LL-QTY PIC ZZZZZZ9-.
     05 FILLER PIC XX VALUE SPACES.
     05 LL-VENDOR PIC X(15).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-WHSE PIC XX.
     05 FILLER PIC XX VALUE SPACES.
     05 LL-TO-WHSE PIC XX.
     05 FILLER PIC X VALUE SPACE.
     05 LL-REF PIC X(6).
01 LOT-TOT-1.
     05 FILLER PIC X(11) VALUE " RECEIVED  ".
     05 LT-RCV PIC ZZZZZZ9.
     05 FILLER PIC X(11) VALUE "  ACCEPTED ".
     05 LT-ACC PIC ZZZZZZ9.
     05 FILLER PIC X(11) VALUE "  REJECTED ".
     05 LT-REJ PIC ZZZZZZ9.
     05 FILLER PIC X(11) VALUE "  SCRAPPED ".
     05 LT-SCR PIC ZZZZZZ9.
     05 FILLER PIC X(9) VALUE "  ISSUED ".
     05 LT-ISS PIC ZZZZZZ9-.
01 LOC-LINE.
     05 FILLER PIC X(23) VALUE " REMAINING AT WAREHOUSE".
     05 FILLER PIC X VALUE SPACE.
     05 LCL-WHSE PIC XX.
     05 FILLER PIC XX VALUE SPACES.
     05 LCL-QTY PIC ZZZZZZ9-.
01 JOB-HEAD-2.
     05 FILLER PIC X(40) VALUE
        " LOT         PART          QTY ISSUED  V".
     05 FILLER PIC X(30) VALUE
        "ENDOR           RECEIVED".
01 JOB-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 JL-LOT PIC X(10).
     05 FILLER PIC XX VALUE SPACES.
     05 JL-CAT PIC X(10).
     05 FILLER PIC XX VALUE SPACES.
     05 JL-QTY PIC ZZZZZZ9-.
     05 FILLER PIC XXX VALUE SPACES.
     05 JL-VENDOR PIC X(15).
     05 FILLER PIC X VALUE SPACE.
     05 JL-RCV-DATE PIC 9(6).
01 NONE-LINE.
     05 FILLER PIC X(30) VALUE " NO ACTIVITY FOUND".
PROCEDURE DIVISION.
HOUSE-KEEP.
     DISPLAY 'TRACE BY LOT OR BY JOB (L/J) : ' WITH NO ADVANCING.
     ACCEPT TRACE-MODE.
     IF TRACE-MODE EQUAL 'J' GO TO JOB-START.
     IF TRACE-MODE NOT EQUAL 'L'
        DISPLAY 'LOTTRC - ANSWER L OR J'
        GO TO HOUSE-KEEP.
     DISPLAY 'LOT NUMBER : ' WITH NO ADVANCING.
     ACCEPT TRACE-LOT.
     IF TRACE-LOT EQUAL SPACES GO TO END-RUN.
     OPEN OUTPUT TRCRPT.
     MOVE 'LOT' TO TH-MODE.
     MOVE TRACE-LOT TO TH-KEY.
     WRITE TRCRPT-REC FROM TRC-HEAD-1 AFTER ADVANCING PAGE.
     WRITE TRCRPT-REC FROM LOT-HEAD-2 AFTER ADVANCING 2.
     OPEN INPUT LOTHIST.
LOT-HIST-READ.
     READ LOTHIST AT END CLOSE LOTHIST, GO TO LOT-ISS-START.
     IF LH-LOT-NO NOT EQUAL TRACE-LOT GO TO LOT-HIST-READ.
     ADD 1 TO HIT-CT.
     MOVE LH-DATE TO LL-DATE.
     MOVE SPACES TO LL-PART.
     MOVE LH-ITEM TO LL-PART.
     MOVE LH-QTY TO LL-QTY.
     MOVE LH-VENDOR TO LL-VENDOR.
     MOVE LH-WHSE TO LL-WHSE.
     MOVE LH-TO-WHSE TO LL-TO-WHSE.
     MOVE LH-REF TO LL-REF.
     MOVE '** UNKNOWN TYPE **' TO LL-TEXT.
     IF LH-TYPE EQUAL 'R'
        MOVE 'RECEIVED' TO LL-TEXT
        ADD LH-QTY TO RCV-QTY.
     IF LH-TYPE EQUAL 'A'
        MOVE 'QC ACCEPTED TO STOCK' TO LL-TEXT
        ADD LH-QTY TO ACC-QTY
        MOVE 'MS' TO FIND-WHSE
        MOVE LH-QTY TO LOC-QTY
        PERFORM POST-LOC THRU POST-LOC-EXIT.
     IF LH-TYPE EQUAL 'J'
        MOVE 'QC REJECTED TO VENDOR' TO LL-TEXT
        ADD LH-QTY TO REJ-QTY.
     IF LH-TYPE EQUAL 'S'
        MOVE 'QC SCRAPPED' TO LL-TEXT
        ADD LH-QTY TO SCR-QTY.
     IF LH-TYPE EQUAL 'T'
        MOVE 'TRANSFER SHIPPED' TO LL-TEXT
        MOVE LH-WHSE TO FIND-WHSE
        COMPUTE LOC-QTY = ZERO - LH-QTY
        PERFORM POST-LOC THRU POST-LOC-EXIT.
     IF LH-TYPE EQUAL 'V'
        MOVE 'TRANSFER RECEIVED' TO LL-TEXT
        MOVE LH-WHSE TO FIND-WHSE
        MOVE LH-QTY TO LOC-QTY
        PERFORM POST-LOC THRU POST-LOC-EXIT.
     WRITE TRCRPT-REC FROM LOT-LINE AFTER ADVANCING 1.
     GO TO LOT-HIST-READ.
LOT-ISS-START.
     OPEN INPUT LOTISS.
LOT-ISS-READ.
     READ LOTISS AT END CLOSE LOTISS, GO TO LOT-TOTALS.
     IF LI-LOT-NO NOT EQUAL TRACE-LOT GO TO LOT-ISS-READ.
     ADD 1 TO HIT-CT.
     PERFORM JULIAN-TO-YMD THRU JULIAN-TO-YMD-EXIT.
     MOVE YMD-DATE TO LL-DATE.
     MOVE 'B/M ISSUE (26)' TO LL-TEXT.
     IF LI-CARD-CODE EQUAL '31'
        MOVE 'REQUISITION (31)' TO LL-TEXT.
     IF LI-ISS-QTY LESS THAN ZERO
        MOVE 'RETURNED TO STOCK' TO LL-TEXT.
     MOVE LI-CAT-NO TO LL-PART.
     MOVE LI-ISS-QTY TO LL-QTY.
     MOVE LI-JOB TO LL-VENDOR.
     MOVE 'MS' TO LL-WHSE, FIND-WHSE.
     MOVE SPACES TO LL-TO-WHSE.
     MOVE LI-REQ TO LL-REF.
     ADD LI-ISS-QTY TO ISS-QTY.
     COMPUTE LOC-QTY = ZERO - LI-ISS-QTY.
     PERFORM POST-LOC THRU POST-LOC-EXIT.
     WRITE TRCRPT-REC FROM LOT-LINE AFTER ADVANCING 1.
     GO TO LOT-ISS-READ.
LOT-TOTALS.
     IF HIT-CT EQUAL ZERO
        WRITE TRCRPT-REC FROM NONE-LINE AFTER ADVANCING 2
        GO TO CLOSE-REPORT.
     MOVE RCV-QTY TO LT-RCV.
     MOVE ACC-QTY TO LT-ACC.
     MOVE REJ-QTY TO LT-REJ.
     MOVE SCR-QTY TO LT-SCR.
     MOVE ISS-QTY TO LT-ISS.
     WRITE TRCRPT-REC FROM LOT-TOT-1 AFTER ADVANCING 2.
     PERFORM PRINT-LOC THRU PRINT-LOC-EXIT
        VARYING LOC-SUB FROM 1 BY 1
        UNTIL LOC-SUB GREATER THAN LOC-CT.
     GO TO CLOSE-REPORT.
POST-LOC.
     MOVE ZERO TO LOC-FOUND.
     PERFORM SCAN-LOC THRU SCAN-LOC-EXIT
        VARYING LOC-SUB FROM 1 BY 1
        UNTIL LOC-SUB GREATER THAN LOC-CT.
     IF LOC-FOUND NOT EQUAL ZERO
        ADD LOC-QTY TO LC-QTY (LOC-FOUND)
        GO TO POST-LOC-EXIT.
     IF LOC-CT EQUAL 10 GO TO POST-LOC-EXIT.
     ADD 1 TO LOC-CT.
     MOVE FIND-WHSE TO LC-WHSE (LOC-CT).
     MOVE LOC-QTY TO LC-QTY (LOC-CT).
POST-LOC-EXIT.
     EXIT.
SCAN-LOC.
     IF LC-WHSE (LOC-SUB) EQUAL FIND-WHSE
        MOVE LOC-SUB TO LOC-FOUND.
SCAN-LOC-EXIT.
     EXIT.
PRINT-LOC.
     MOVE LC-WHSE (LOC-SUB) TO LCL-WHSE.
     MOVE LC-QTY (LOC-SUB) TO LCL-QTY.
     WRITE TRCRPT-REC FROM LOC-LINE AFTER ADVANCING 1.
PRINT-LOC-EXIT.
     EXIT.
JOB-START.
     DISPLAY 'JOB (WORK ORDER OR CHARGE NO) : '
        WITH NO ADVANCING.
     ACCEPT TRACE-JOB.
     IF TRACE-JOB EQUAL SPACES GO TO END-RUN.
     OPEN OUTPUT TRCRPT.
     MOVE 'JOB' TO TH-MODE.
     MOVE TRACE-JOB TO TH-KEY.
     WRITE TRCRPT-REC FROM TRC-HEAD-1 AFTER ADVANCING PAGE.
     WRITE TRCRPT-REC FROM JOB-HEAD-2 AFTER ADVANCING 2.
     OPEN INPUT LOTISS.
JOB-ISS-READ.
     READ LOTISS AT END CLOSE LOTISS, GO TO JOB-VENDORS.
     IF LI-JOB NOT EQUAL TRACE-JOB GO TO JOB-ISS-READ.
     ADD 1 TO HIT-CT.
     MOVE ZERO TO JL-FOUND.
     PERFORM SCAN-JOB-LOT THRU SCAN-JOB-LOT-EXIT
        VARYING JL-SUB FROM 1 BY 1
        UNTIL JL-SUB GREATER THAN JL-CT.
     IF JL-FOUND NOT EQUAL ZERO
        ADD LI-ISS-QTY TO JT-QTY (JL-FOUND)
        GO TO JOB-ISS-READ.
     IF JL-CT EQUAL 200
        DISPLAY 'LOTTRC - JOB LOT TABLE FULL'
        GO TO JOB-ISS-READ.
     ADD 1 TO JL-CT.
     MOVE LI-LOT-NO TO JT-LOT (JL-CT).
     MOVE LI-CAT-NO TO JT-CAT (JL-CT).
     MOVE LI-ISS-QTY TO JT-QTY (JL-CT).
     MOVE SPACES TO JT-VENDOR (JL-CT).
     MOVE ZERO TO JT-RCV-DATE (JL-CT).
     GO TO JOB-ISS-READ.
SCAN-JOB-LOT.
     IF JT-LOT (JL-SUB) EQUAL LI-LOT-NO
        AND JT-CAT (JL-SUB) EQUAL LI-CAT-NO
        MOVE JL-SUB TO JL-FOUND.
SCAN-JOB-LOT-EXIT.
     EXIT.
JOB-VENDORS.
     IF HIT-CT EQUAL ZERO
        WRITE TRCRPT-REC FROM NONE-LINE AFTER ADVANCING 2
        GO TO CLOSE-REPORT.
     OPEN INPUT LOTHIST.
JOB-HIST-READ.
     READ LOTHIST AT END CLOSE LOTHIST, GO TO JOB-PRINT.
     IF LH-TYPE NOT EQUAL 'R' GO TO JOB-HIST-READ.
     PERFORM MARK-VENDOR THRU MARK-VENDOR-EXIT
        VARYING JL-SUB FROM 1 BY 1
        UNTIL JL-SUB GREATER THAN JL-CT.
     GO TO JOB-HIST-READ.
MARK-VENDOR.
     IF JT-LOT (JL-SUB) EQUAL LH-LOT-NO
        AND JT-RCV-DATE (JL-SUB) EQUAL ZERO
        MOVE LH-VENDOR TO JT-VENDOR (JL-SUB)
        MOVE LH-DATE TO JT-RCV-DATE (JL-SUB).
MARK-VENDOR-EXIT.
     EXIT.
JOB-PRINT.
     PERFORM PRINT-JOB-LOT THRU PRINT-JOB-LOT-EXIT
        VARYING JL-SUB FROM 1 BY 1
        UNTIL JL-SUB GREATER THAN JL-CT.
     GO TO CLOSE-REPORT.
PRINT-JOB-LOT.
     MOVE JT-LOT (JL-SUB) TO JL-LOT.
     MOVE JT-CAT (JL-SUB) TO JL-CAT.
     MOVE JT-QTY (JL-SUB) TO JL-QTY.
     MOVE JT-VENDOR (JL-SUB) TO JL-VENDOR.
     MOVE JT-RCV-DATE (JL-SUB) TO JL-RCV-DATE.
     WRITE TRCRPT-REC FROM JOB-LINE AFTER ADVANCING 1.
PRINT-JOB-LOT-EXIT.
     EXIT.
*    MMM DATES ARE YEAR AND DAY OF THE YEAR.
JULIAN-TO-YMD.
     MOVE ZERO TO YMD-DATE.
     IF LI-DATE NOT NUMERIC GO TO JULIAN-TO-YMD-EXIT.
     MOVE LI-YR TO YMD-YR.
     MOVE 28 TO MONTH-DAYS (2).
     DIVIDE LI-YR BY 4 GIVING LEAP-WORK REMAINDER LEAP-REM.
     IF LEAP-REM EQUAL ZERO MOVE 29 TO MONTH-DAYS (2).
     MOVE LI-DAY TO DAYS-LEFT.
     MOVE 1 TO MO-SUB.
JULIAN-MONTH.
     IF MO-SUB EQUAL 12 GO TO JULIAN-DONE.
     IF DAYS-LEFT NOT GREATER THAN MONTH-DAYS (MO-SUB)
        GO TO JULIAN-DONE.
     SUBTRACT MONTH-DAYS (MO-SUB) FROM DAYS-LEFT.
     ADD 1 TO MO-SUB.
     GO TO JULIAN-MONTH.
JULIAN-DONE.
     MOVE MO-SUB TO YMD-MO.
     MOVE DAYS-LEFT TO YMD-DA.
JULIAN-TO-YMD-EXIT.
     EXIT.
CLOSE-REPORT.
     CLOSE TRCRPT.
     DISPLAY 'LOTTRC - ' HIT-CT ' RECORDS FOUND, REPORT IS '
        'LOTTRCRPT'.
END-RUN.
     STOP RUN.
