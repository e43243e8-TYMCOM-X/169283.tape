IDENTIFICATION DIVISION.
PROGRAM-ID. BLKPO.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. FEBRUARY, 1977.
REMARKS. BLANKET PURCHASE ORDERS.  A BLANKET IS AN AGREEMENT
    WITH ONE VENDOR FOR ONE ITEM - TOTAL QUANTITY, PRICE AND
    EXPIRY DATE.  TRANSACTIONS ADD (NEW) AND CLOSE (CLS)
    BLANKETS AND RELEASE (REL) QUANTITIES AGAINST THEM.  A
    RELEASE IS WRITTEN TO THE PURCHASE ORDER FILE AS AN OPEN PO
    LINE AT THE BLANKET PRICE CARRYING THE BLANKET NUMBER, SO
    RECEIVE MATCHES ITS RECEIPTS LIKE ANY OTHER ORDER.  A
    RELEASE IS REFUSED WHEN THE BLANKET IS NOT OPEN, HAS
    EXPIRED, OR HAS TOO LITTLE LEFT.  THE STATUS REPORT SHOWS
    COMMITTED, RELEASED, RECEIVED AND REMAINING QUANTITY AND
    DOLLARS, WITH DOLLAR TOTALS FOR ALL BLANKETS, AND WARNS OF
    BLANKETS WITHIN 30 DAYS OF EXPIRY OR WITH 90 PCT OR MORE
    RELEASED.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT BLANKET ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT BLANKNEW ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT BLKTXN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT PO-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT BLKRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD BLANKET
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "BLANKPO  ".
01 BLANKET-REC.
     05 BK-NO PIC X(6).
     05 BK-VENDOR PIC X(15).
     05 BK-ITEM PIC 999.
     05 BK-AGREED-QTY PIC 9(6).
     05 BK-PRICE PIC 9(3)V99.
     05 BK-START-DATE PIC 9(6).
     05 BK-EXPIRY-DATE PIC 9(6).
     05 BK-RELEASED-QTY PIC 9(6).
     05 BK-REL-CT PIC 9(3).
     05 BK-STATUS PIC X.
FD BLANKNEW
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "BLANKNEW ".
01 BLANKNEW-REC PIC X(57).
FD BLKTXN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "BLKTXNDAT".
01 BLKTXN-REC.
     05 BX-ACTION PIC XXX.
     05 BX-NO PIC X(6).
     05 BX-VENDOR PIC X(15).
     05 BX-ITEM PIC 999.
     05 BX-QTY PIC 9(6).
     05 BX-PRICE PIC 9(3)V99.
     05 BX-EXPIRY-DATE PIC 9(6).
FD PO-FILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "PURCHORD ".
01 PO-REC.
     05 PO-VENDOR-NAME PIC X(15).
     05 PO-ITEM-NUMBER PIC 999.
     05 PO-REORDER-QTY PIC 9(4).
     05 PO-UNIT-PRICE PIC 9(3)V99.
     05 PO-AMOUNT PIC 9(6)V99.
     05 PO-ORDER-DATE PIC 9(6).
     05 PO-RECVD-QTY PIC 9(4).
     05 PO-STATUS PIC X.
     05 PO-RCPT-DATE PIC 9(6).
     05 PO-BLANKET-NO PIC X(6).
FD BLKRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "BLKPORPT ".
01 BLKRPT-REC PIC X(132).
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
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
77 TXN-CT PIC 9(5) VALUE ZERO.
77 REJ-CT PIC 9(5) VALUE ZERO.
77 REL-CT PIC 9(5) VALUE ZERO.
77 WARN-CT PIC 9(5) VALUE ZERO.
77 BK-CT PIC 9(3) VALUE ZERO.
77 BK-SUB PIC 9(3) VALUE ZERO.
77 BK-FOUND PIC 9(3) VALUE ZERO.
77 REMAIN-QTY PIC S9(6) VALUE ZERO.
77 DAYS-LEFT PIC S9(5) VALUE ZERO.
77 USED-PCT PIC 9(3) VALUE ZERO.
77 AMT-WORK PIC 9(8)V99 VALUE ZERO.
77 TOT-AGREED-AMT PIC 9(8)V99 VALUE ZERO.
77 TOT-RELEASED-AMT PIC 9(8)V99 VALUE ZERO.
77 TOT-RECVD-AMT PIC 9(8)V99 VALUE ZERO.
77 TOT-REMAIN-AMT PIC 9(8)V99 VALUE ZERO.
01 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
01 RL-SAVE-DATE-X REDEFINES RL-SAVE-DATE.
     05 RLS-YR PIC 99.
     05 RLS-MO PIC 99.
     05 RLS-DA PIC 99.
01 EXP-DATE-WORK PIC 9(6) VALUE ZERO.
01 EXP-DATE-WORK-X REDEFINES EXP-DATE-WORK.
     05 EXW-YR PIC 99.
     05 EXW-MO PIC 99.
     05 EXW-DA PIC 99.
01 BK-TABLE.
     05 BK-TBL OCCURS 200 TIMES.
        10 BT-REC.
           15 BT-NO PIC X(6).
           15 BT-VENDOR PIC X(15).
           15 BT-ITEM PIC 999.
           15 BT-AGREED-QTY PIC 9(6).
           15 BT-PRICE PIC 9(3)V99.
           15 BT-START-DATE PIC 9(6).
           15 BT-EXPIRY-DATE PIC 9(6).
           15 BT-RELEASED-QTY PIC 9(6).
           15 BT-REL-CT PIC 9(3).
           15 BT-STATUS PIC X.
        10 BT-RECVD-QTY PIC 9(6).
01 RPT-HEAD-1.
     05 FILLER PIC X(30) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "BLANKET PURCHASE ORDER STATUS".
     05 FILLER PIC X(8) VALUE "AS OF ".
     05 RH-DATE PIC 9(6).
01 RPT-HEAD-2.
     05 FILLER PIC X(38) VALUE SPACES.
     05 FILLER PIC X(28) VALUE
         "-------- QUANTITY --------- ".
     05 FILLER PIC X(26) VALUE
         "--------------------- DOLL".
     05 FILLER PIC X(26) VALUE
         "ARS ----------------------".
01 RPT-HEAD-3.
     05 FILLER PIC X(38) VALUE
         "BLANKET VENDOR        ITEM EXPIRES ST ".
     05 FILLER PIC X(28) VALUE
         "COMMIT  RELSD  RECVD REMAIN ".
     05 FILLER PIC X(26) VALUE
         "    COMMITTED     RELEASED".
     05 FILLER PIC X(26) VALUE
         "     RECEIVED    REMAINING".
01 RPT-LINE.
     05 BL-NO PIC X(6).
     05 FILLER PIC X VALUE SPACE.
     05 BL-VENDOR PIC X(15).
     05 FILLER PIC X VALUE SPACE.
     05 BL-ITEM PIC 999.
     05 FILLER PIC XX VALUE SPACES.
     05 BL-EXPIRY PIC 9(6).
     05 FILLER PIC XX VALUE SPACES.
     05 BL-STATUS-OUT PIC X.
     05 FILLER PIC X VALUE SPACE.
     05 BL-AGREED PIC ZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 BL-RELEASED PIC ZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 BL-RECVD PIC ZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 BL-REMAIN PIC ZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 BL-AGREED-AMT PIC ZZ,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 BL-RELEASED-AMT PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 BL-RECVD-AMT PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 BL-REMAIN-AMT PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 BL-WARN PIC X(13).
01 RPT-AMT-LINE.
     05 FILLER PIC X(66) VALUE
         "TOTAL DOLLARS - ALL BLANKETS".
     05 RA-AGREED-AMT PIC ZZ,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 RA-RELEASED-AMT PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 RA-RECVD-AMT PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 RA-REMAIN-AMT PIC Z,ZZZ,ZZ9.99.
01 TXN-HEAD.
     05 FILLER PIC X(40) VALUE "BLANKET TRANSACTIONS".
01 TXN-LINE.
     05 TL-ACTION PIC XXX.
     05 FILLER PIC X VALUE SPACE.
     05 TL-NO PIC X(6).
     05 FILLER PIC X VALUE SPACE.
     05 TL-VENDOR PIC X(15).
     05 FILLER PIC X VALUE SPACE.
     05 TL-ITEM PIC 999.
     05 FILLER PIC XX VALUE SPACES.
     05 TL-QTY PIC ZZZ,ZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 TL-NOTE PIC X(30).
01 RPT-TOT-LINE.
     05 FILLER PIC X(14) VALUE "TRANSACTIONS  ".
     05 RT-TXN PIC ZZZZ9.
     05 FILLER PIC X(12) VALUE "  RELEASES  ".
     05 RT-REL PIC ZZZZ9.
     05 FILLER PIC X(12) VALUE "  REJECTED  ".
     05 RT-REJ PIC ZZZZ9.
     05 FILLER PIC X(12) VALUE "  WARNINGS  ".
     05 RT-WARN PIC ZZZZ9.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     OPEN INPUT BLANKET.
LOAD-BLANKETS.
     READ BLANKET AT END CLOSE BLANKET, GO TO SCAN-PO.
     IF BK-CT EQUAL 200
        DISPLAY 'BLKPO - BLANKET TABLE FULL - RUN REFUSED'
        CLOSE BLANKET
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     ADD 1 TO BK-CT.
     MOVE BLANKET-REC TO BT-REC (BK-CT).
     MOVE ZERO TO BT-RECVD-QTY (BK-CT).
     GO TO LOAD-BLANKETS.
SCAN-PO.
     OPEN INPUT PO-FILE.
SCAN-PO-READ.
     READ PO-FILE AT END CLOSE PO-FILE, GO TO APPLY-TXNS.
     IF PO-BLANKET-NO EQUAL SPACES GO TO SCAN-PO-READ.
     MOVE PO-BLANKET-NO TO BX-NO.
     PERFORM FIND-BLANKET THRU FIND-BLANKET-EXIT.
     IF BK-FOUND EQUAL ZERO GO TO SCAN-PO-READ.
     ADD PO-RECVD-QTY TO BT-RECVD-QTY (BK-FOUND).
     GO TO SCAN-PO-READ.
APPLY-TXNS.
     OPEN INPUT BLKTXN.
     OPEN EXTEND PO-FILE.
     OPEN OUTPUT BLKRPT.
     MOVE RL-SAVE-DATE TO RH-DATE.
     WRITE BLKRPT-REC FROM RPT-HEAD-1 AFTER ADVANCING PAGE.
     WRITE BLKRPT-REC FROM TXN-HEAD AFTER ADVANCING 2.
TXN-READ.
     READ BLKTXN AT END CLOSE BLKTXN, PO-FILE,
        GO TO STATUS-REPORT.
     ADD 1 TO TXN-CT.
     MOVE BX-ACTION TO TL-ACTION.
     MOVE BX-NO TO TL-NO.
     MOVE BX-VENDOR TO TL-VENDOR.
     MOVE BX-ITEM TO TL-ITEM.
     MOVE BX-QTY TO TL-QTY.
     PERFORM FIND-BLANKET THRU FIND-BLANKET-EXIT.
     IF BX-ACTION EQUAL 'NEW' GO TO TXN-NEW.
     IF BX-ACTION EQUAL 'REL' GO TO TXN-REL.
     IF BX-ACTION EQUAL 'CLS' GO TO TXN-CLS.
     MOVE 'INVALID ACTION' TO TL-NOTE.
     GO TO TXN-REJECT.
TXN-NEW.
     IF BX-NO EQUAL SPACES
        MOVE 'BLANKET NUMBER REQUIRED' TO TL-NOTE
        GO TO TXN-REJECT.
     IF BK-FOUND NOT EQUAL ZERO
        MOVE 'BLANKET NUMBER ALREADY ON FILE' TO TL-NOTE
        GO TO TXN-REJECT.
     IF BX-QTY NOT NUMERIC OR BX-QTY EQUAL ZERO
        OR BX-PRICE NOT NUMERIC OR BX-PRICE EQUAL ZERO
        MOVE 'QUANTITY AND PRICE REQUIRED' TO TL-NOTE
        GO TO TXN-REJECT.
     IF BX-EXPIRY-DATE NOT NUMERIC
        OR BX-EXPIRY-DATE NOT GREATER THAN RL-SAVE-DATE
        MOVE 'EXPIRY DATE MISSING OR PAST' TO TL-NOTE
        GO TO TXN-REJECT.
     IF BK-CT EQUAL 200
        MOVE 'BLANKET TABLE FULL' TO TL-NOTE
        GO TO TXN-REJECT.
     ADD 1 TO BK-CT.
     MOVE BX-NO TO BT-NO (BK-CT).
     MOVE BX-VENDOR TO BT-VENDOR (BK-CT).
     MOVE BX-ITEM TO BT-ITEM (BK-CT).
     MOVE BX-QTY TO BT-AGREED-QTY (BK-CT).
     MOVE BX-PRICE TO BT-PRICE (BK-CT).
     MOVE RL-SAVE-DATE TO BT-START-DATE (BK-CT).
     MOVE BX-EXPIRY-DATE TO BT-EXPIRY-DATE (BK-CT).
     MOVE ZERO TO BT-RELEASED-QTY (BK-CT), BT-REL-CT (BK-CT),
        BT-RECVD-QTY (BK-CT).
     MOVE 'O' TO BT-STATUS (BK-CT).
     MOVE 'BLANKET ADDED' TO TL-NOTE.
     GO TO TXN-PRINT.
TXN-REL.
     IF BK-FOUND EQUAL ZERO
        MOVE 'NO SUCH BLANKET' TO TL-NOTE
        GO TO TXN-REJECT.
     MOVE BT-VENDOR (BK-FOUND) TO TL-VENDOR.
     MOVE BT-ITEM (BK-FOUND) TO TL-ITEM.
     IF BT-STATUS (BK-FOUND) NOT EQUAL 'O'
        MOVE 'BLANKET NOT OPEN' TO TL-NOTE
        GO TO TXN-REJECT.
     IF BT-EXPIRY-DATE (BK-FOUND) LESS THAN RL-SAVE-DATE
        MOVE 'X' TO BT-STATUS (BK-FOUND)
        MOVE 'BLANKET EXPIRED' TO TL-NOTE
        GO TO TXN-REJECT.
     IF BX-QTY NOT NUMERIC OR BX-QTY EQUAL ZERO
        OR BX-QTY GREATER THAN 9999
        MOVE 'RELEASE QUANTITY INVALID' TO TL-NOTE
        GO TO TXN-REJECT.
     COMPUTE REMAIN-QTY = BT-AGREED-QTY (BK-FOUND)
        - BT-RELEASED-QTY (BK-FOUND).
     IF BX-QTY GREATER THAN REMAIN-QTY
        MOVE 'RELEASE OVER REMAINING QTY' TO TL-NOTE
        GO TO TXN-REJECT.
     MOVE BT-VENDOR (BK-FOUND) TO PO-VENDOR-NAME.
     MOVE BT-ITEM (BK-FOUND) TO PO-ITEM-NUMBER.
     MOVE BX-QTY TO PO-REORDER-QTY.
     MOVE BT-PRICE (BK-FOUND) TO PO-UNIT-PRICE.
     COMPUTE PO-AMOUNT = BX-QTY * BT-PRICE (BK-FOUND).
     MOVE RL-SAVE-DATE TO PO-ORDER-DATE.
     MOVE ZERO TO PO-RECVD-QTY, PO-RCPT-DATE.
     MOVE 'O' TO PO-STATUS.
     MOVE BT-NO (BK-FOUND) TO PO-BLANKET-NO.
     WRITE PO-REC.
     ADD BX-QTY TO BT-RELEASED-QTY (BK-FOUND).
     ADD 1 TO BT-REL-CT (BK-FOUND), REL-CT.
     MOVE 'RELEASED TO PO FILE' TO TL-NOTE.
     GO TO TXN-PRINT.
TXN-CLS.
     IF BK-FOUND EQUAL ZERO
        MOVE 'NO SUCH BLANKET' TO TL-NOTE
        GO TO TXN-REJECT.
     MOVE BT-VENDOR (BK-FOUND) TO TL-VENDOR.
     MOVE BT-ITEM (BK-FOUND) TO TL-ITEM.
     MOVE 'C' TO BT-STATUS (BK-FOUND).
     MOVE 'BLANKET CLOSED' TO TL-NOTE.
     GO TO TXN-PRINT.
TXN-REJECT.
     ADD 1 TO REJ-CT.
TXN-PRINT.
     WRITE BLKRPT-REC FROM TXN-LINE AFTER ADVANCING 1.
     GO TO TXN-READ.
FIND-BLANKET.
     MOVE ZERO TO BK-FOUND.
     PERFORM FIND-ONE-BLANKET THRU FIND-ONE-BLANKET-EXIT
        VARYING BK-SUB FROM 1 BY 1
        UNTIL BK-SUB GREATER THAN BK-CT.
FIND-BLANKET-EXIT.
     EXIT.
FIND-ONE-BLANKET.
     IF BT-NO (BK-SUB) EQUAL BX-NO AND BK-FOUND EQUAL ZERO
        MOVE BK-SUB TO BK-FOUND.
FIND-ONE-BLANKET-EXIT.
     EXIT.
STATUS-REPORT.
     WRITE BLKRPT-REC FROM RPT-HEAD-2 AFTER ADVANCING 3.
     WRITE BLKRPT-REC FROM RPT-HEAD-3 AFTER ADVANCING 1.
     OPEN OUTPUT BLANKNEW.
     PERFORM STATUS-ONE THRU STATUS-ONE-EXIT
        VARYING BK-SUB FROM 1 BY 1
        UNTIL BK-SUB GREATER THAN BK-CT.
     CLOSE BLANKNEW.
     MOVE TOT-AGREED-AMT TO RA-AGREED-AMT.
     MOVE TOT-RELEASED-AMT TO RA-RELEASED-AMT.
     MOVE TOT-RECVD-AMT TO RA-RECVD-AMT.
     MOVE TOT-REMAIN-AMT TO RA-REMAIN-AMT.
     WRITE BLKRPT-REC FROM RPT-AMT-LINE AFTER ADVANCING 2.
     MOVE TXN-CT TO RT-TXN.
     MOVE REL-CT TO RT-REL.
     MOVE REJ-CT TO RT-REJ.
     MOVE WARN-CT TO RT-WARN.
     WRITE BLKRPT-REC FROM RPT-TOT-LINE AFTER ADVANCING 2.
     CLOSE BLKRPT.
     DISPLAY 'TRANSACTIONS-  ' TXN-CT.
     DISPLAY 'RELEASES-      ' REL-CT.
     DISPLAY 'REJECTED-      ' REJ-CT.
     DISPLAY 'WARNINGS-      ' WARN-CT.
     MOVE 'NORMAL' TO RL-STATUS.
     GO TO FINISH-RUN.
STATUS-ONE.
     IF BT-STATUS (BK-SUB) EQUAL 'O'
        AND BT-EXPIRY-DATE (BK-SUB) LESS THAN RL-SAVE-DATE
        MOVE 'X' TO BT-STATUS (BK-SUB).
     WRITE BLANKNEW-REC FROM BT-REC (BK-SUB).
     MOVE BT-NO (BK-SUB) TO BL-NO.
     MOVE BT-VENDOR (BK-SUB) TO BL-VENDOR.
     MOVE BT-ITEM (BK-SUB) TO BL-ITEM.
     MOVE BT-EXPIRY-DATE (BK-SUB) TO BL-EXPIRY.
     MOVE BT-STATUS (BK-SUB) TO BL-STATUS-OUT.
     MOVE BT-AGREED-QTY (BK-SUB) TO BL-AGREED.
     MOVE BT-RELEASED-QTY (BK-SUB) TO BL-RELEASED.
     MOVE BT-RECVD-QTY (BK-SUB) TO BL-RECVD.
     COMPUTE REMAIN-QTY = BT-AGREED-QTY (BK-SUB)
        - BT-RELEASED-QTY (BK-SUB).
     MOVE REMAIN-QTY TO BL-REMAIN.
     COMPUTE AMT-WORK = BT-AGREED-QTY (BK-SUB)
        * BT-PRICE (BK-SUB).
     MOVE AMT-WORK TO BL-AGREED-AMT.
     ADD AMT-WORK TO TOT-AGREED-AMT.
     COMPUTE AMT-WORK = BT-RELEASED-QTY (BK-SUB)
        * BT-PRICE (BK-SUB).
     MOVE AMT-WORK TO BL-RELEASED-AMT.
     ADD AMT-WORK TO TOT-RELEASED-AMT.
     COMPUTE AMT-WORK = BT-RECVD-QTY (BK-SUB)
        * BT-PRICE (BK-SUB).
     MOVE AMT-WORK TO BL-RECVD-AMT.
     ADD AMT-WORK TO TOT-RECVD-AMT.
     COMPUTE AMT-WORK = REMAIN-QTY * BT-PRICE (BK-SUB).
     MOVE AMT-WORK TO BL-REMAIN-AMT.
     ADD AMT-WORK TO TOT-REMAIN-AMT.
     MOVE SPACES TO BL-WARN.
     IF BT-STATUS (BK-SUB) NOT EQUAL 'O'
        GO TO STATUS-PRINT.
     COMPUTE USED-PCT = BT-RELEASED-QTY (BK-SUB) * 100
        / BT-AGREED-QTY (BK-SUB).
     IF USED-PCT NOT LESS THAN 90
        MOVE '**NEARLY USED' TO BL-WARN.
     MOVE BT-EXPIRY-DATE (BK-SUB) TO EXP-DATE-WORK.
     COMPUTE DAYS-LEFT =
        ((EXW-YR - RLS-YR) * 360)
        + ((EXW-MO - RLS-MO) * 30)
        + (EXW-DA - RLS-DA).
     IF DAYS-LEFT NOT GREATER THAN 30
        MOVE '**EXPIRING' TO BL-WARN.
     IF BL-WARN NOT EQUAL SPACES ADD 1 TO WARN-CT.
STATUS-PRINT.
     WRITE BLKRPT-REC FROM RPT-LINE AFTER ADVANCING 1.
STATUS-ONE-EXIT.
     EXIT.
FINISH-RUN.
     MOVE 'BLKPO    ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE TXN-CT TO RL-RECS-READ.
     MOVE REL-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
