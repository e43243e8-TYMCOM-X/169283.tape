     05 MINIMUM-QTY PIC 999.
     05 REORDER-QTY PIC 9(4).
     05 ITEM-STD-COST PIC 9(3)V99.
     05 ITEM-WHSE PIC XX.
     05 QTY-ALLOCATED PIC 9(4).
     05 QTY-ON-ORDER PIC 9(4).
     05 QTY-IN-TRANSIT PIC 9(4).
FD REPORT-FILE
     VALUE OF IDENTIFICATION IS "REPORTVEN".
01 REPORT-REC1 PIC X(72).
     05 PO-RECVD-QTY PIC 9(4).
     05 PO-STATUS PIC X.
     05 PO-RCPT-DATE PIC 9(6).
     05 PO-BLANKET-NO PIC X(6).
FD CKPFIL
     VALUE OF IDENTIFICATION IS "VENDCKP  ".
01 CKP-REC.
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
77 RL-RECS-READ-CT PIC 9(7) VALUE ZERO.
77 REPORT-CHECKSUM PIC 9(9)V99 VALUE ZERO.
77 IW-CT PIC 9(3) VALUE ZERO.
77 IW-SUB PIC 9(3) VALUE ZERO.
77 IW-SCAN PIC 9(3) VALUE ZERO.
77 IW-BEST PIC 9(3) VALUE ZERO.
77 NEED-QTY PIC S9(5) VALUE ZERO.
77 XFR-QTY PIC S9(5) VALUE ZERO.
77 XF-CT PIC 9(3) VALUE ZERO.
77 XF-SUB PIC 9(3) VALUE ZERO.
01 IW-TABLE.
     05 IW-TBL OCCURS 300 TIMES.
        10 IW-ITEM PIC 999.
        10 IW-WHSE PIC XX.
        10 IW-ON-HAND PIC 9(4).
        10 IW-MIN PIC 999.
        10 IW-REORDER PIC 9(4).
        10 IW-SURPLUS PIC S9(5).
        10 IW-POSITION PIC S9(5).
01 XF-TABLE.
     05 XF-TBL OCCURS 100 TIMES.
        10 XF-ITEM PIC 999.
        10 XF-TO PIC XX.
        10 XF-FROM PIC XX.
        10 XF-QTY PIC 9(4).
01 VENDOR-TABLE.
     05 VENDOR-TBL OCCURS 50 TIMES, INDEXED BY IDX.
        10 VEN-NO PIC 9(4).
     05 EXC-MINIMUM-QTY PIC X(5).
     05 FILLER PIC X(10) VALUE SPACES.
     05 EXC-REASON PIC X(25).
01 XFR-HDG-1 PIC X(50) VALUE
     '                         TRANSFERS BEFORE PURCHASE'.
01 XFR-HDG-2 PIC X(39) VALUE
     '            ITEM   TO   FROM   QUANTITY'.
01 XFR-LINE.
     05 FILLER PIC X(12) VALUE SPACES.
     05 XL-ITEM PIC 999.
     05 FILLER PIC X(4) VALUE SPACES.
     05 XL-TO PIC XX.
     05 FILLER PIC X(3) VALUE SPACES.
     05 XL-FROM PIC XX.
     05 FILLER PIC X(9) VALUE SPACES.
     05 XL-QTY PIC ZZZ9.
01 TRAILER-LINE.
     05 FILLER PIC X(40) VALUE SPACES.
     05 FILLER PIC X(7) VALUE 'TRAILER'.
     PERFORM BUILD-VENDOR-TABLE THRU BUILD-EXIT.
MAIN-PROGRAM.
     READ INVENTORY-FILE AT END CLOSE INVENTORY-FILE,
        MOVE ZERO TO IW-SUB, GO TO REORDER-PASS.
     ADD 1 TO RL-RECS-READ-CT.
    MOVE CORRESPONDING INVENTORY-REC TO INV-REC.
     IF MINIMUM-QTY IN INV-REC EQUAL ZERO OR IA-MINIMUM-QTY NOT NUMERIC
        PERFORM LOG-BAD-MINIMUM THRU LOG-BAD-MINIMUM-EXIT
        GO TO MAIN-PROGRAM.
     IF IW-CT EQUAL 300
        DISPLAY 'VENDOR - INVENTORY TABLE FULL'
        GO TO MAIN-PROGRAM.
     ADD 1 TO IW-CT.
     MOVE ITEM-NUMBER IN INV-REC TO IW-ITEM (IW-CT).
     MOVE ITEM-WHSE TO IW-WHSE (IW-CT).
     IF ITEM-WHSE EQUAL SPACES MOVE 'MS' TO IW-WHSE (IW-CT).
     MOVE QTY-ON-HAND IN INV-REC TO IW-ON-HAND (IW-CT).
     MOVE MINIMUM-QTY IN INV-REC TO IW-MIN (IW-CT).
     MOVE REORDER-QTY IN INV-REC TO IW-REORDER (IW-CT).
     COMPUTE IW-POSITION (IW-CT) = QTY-ON-HAND IN INVENTORY-REC
        + QTY-ON-ORDER + QTY-IN-TRANSIT - QTY-ALLOCATED.
     COMPUTE IW-SURPLUS (IW-CT) = QTY-ON-HAND IN INVENTORY-REC
        - QTY-ALLOCATED - MINIMUM-QTY IN INVENTORY-REC
        - REORDER-QTY IN INVENTORY-REC.
     IF IW-SURPLUS (IW-CT) LESS THAN ZERO
        MOVE ZERO TO IW-SURPLUS (IW-CT).
     GO TO MAIN-PROGRAM.
REORDER-PASS.
     ADD 1 TO IW-SUB.
     IF IW-SUB GREATER THAN IW-CT
        MOVE ZERO TO IDX, GO TO WRITE-REPORT.
     IF IW-POSITION (IW-SUB) NOT LESS THAN IW-MIN (IW-SUB)
        GO TO REORDER-PASS.
     COMPUTE NEED-QTY = IW-MIN (IW-SUB) - IW-POSITION (IW-SUB).
     IF NEED-QTY LESS THAN IW-REORDER (IW-SUB)
        MOVE IW-REORDER (IW-SUB) TO NEED-QTY.
     MOVE ZERO TO IW-BEST.
     PERFORM FIND-SURPLUS THRU FIND-SURPLUS-EXIT
        VARYING IW-SCAN FROM 1 BY 1
        UNTIL IW-SCAN GREATER THAN IW-CT.
     IF IW-BEST EQUAL ZERO GO TO REORDER-BUY.
     MOVE IW-SURPLUS (IW-BEST) TO XFR-QTY.
     IF XFR-QTY GREATER THAN NEED-QTY MOVE NEED-QTY TO XFR-QTY.
     SUBTRACT XFR-QTY FROM IW-SURPLUS (IW-BEST).
     SUBTRACT XFR-QTY FROM NEED-QTY.
     IF XF-CT EQUAL 100
        DISPLAY 'VENDOR - TRANSFER TABLE FULL'
        GO TO REORDER-BUY.
     ADD 1 TO XF-CT.
     MOVE IW-ITEM (IW-SUB) TO XF-ITEM (XF-CT).
     MOVE IW-WHSE (IW-SUB) TO XF-TO (XF-CT).
     MOVE IW-WHSE (IW-BEST) TO XF-FROM (XF-CT).
     MOVE XFR-QTY TO XF-QTY (XF-CT).
REORDER-BUY.
     IF NEED-QTY NOT GREATER THAN ZERO GO TO REORDER-PASS.
    MOVE ZERO TO IDX.
    MOVE ZERO TO BEST-IDX.
SEARCH-VENDOR.
     ADD 1 TO IDX.
     IF IDX GREATER IDX-TOTAL GO TO SEARCH-VENDOR-DONE.
     IF IW-ITEM (IW-SUB) NOT EQUAL ITEM-NUMBER IN VENDOR-TBL (IDX),
     GO TO SEARCH-VENDOR.
     IF BEST-IDX EQUAL ZERO GO TO SEARCH-VENDOR-TAKE.
     IF UNIT-PRICE IN VENDOR-TBL (IDX) LESS THAN UNIT-PRICE IN VENDOR-TBL (BEST-IDX)
     MOVE IDX TO BEST-IDX.
     GO TO SEARCH-VENDOR.
SEARCH-VENDOR-DONE.
     IF BEST-IDX EQUAL ZERO GO TO REORDER-PASS.
     ADD NEED-QTY TO REORDER-QTY IN VENDOR-TBL (BEST-IDX).
     GO TO REORDER-PASS.
FIND-SURPLUS.
     IF IW-SCAN EQUAL IW-SUB GO TO FIND-SURPLUS-EXIT.
     IF IW-ITEM (IW-SCAN) NOT EQUAL IW-ITEM (IW-SUB)
        GO TO FIND-SURPLUS-EXIT.
     IF IW-SURPLUS (IW-SCAN) NOT GREATER THAN ZERO
        GO TO FIND-SURPLUS-EXIT.
     IF IW-BEST EQUAL ZERO
        MOVE IW-SCAN TO IW-BEST
        GO TO FIND-SURPLUS-EXIT.
     IF IW-SURPLUS (IW-SCAN) GREATER THAN IW-SURPLUS (IW-BEST)
        MOVE IW-SCAN TO IW-BEST.
FIND-SURPLUS-EXIT.
     EXIT.
LOG-BAD-MINIMUM.
     MOVE ITEM-NUMBER IN INV-REC TO EXC-ITEM-NUMBER.
     IF IA-MINIMUM-QTY NOT NUMERIC
     MOVE ZERO TO PO-RECVD-QTY.
     MOVE 'O' TO PO-STATUS.
     MOVE ZERO TO PO-RCPT-DATE.
     MOVE SPACES TO PO-BLANKET-NO.
     ADD PO-AMOUNT TO REPORT-CHECKSUM.
     WRITE PO-REC.
     ADD 1 TO PO-COUNT.
     GO TO WRITE-REPORT.
WRITE-EXIT.
     IF XF-CT EQUAL ZERO GO TO WRITE-TRAILER.
     WRITE REPORT-REC1 FROM HDG-1 AFTER ADVANCING TOP-OF-PAGE.
     WRITE REPORT-REC1 FROM XFR-HDG-1 AFTER ADVANCING 2 LINES.
     WRITE REPORT-REC1 FROM XFR-HDG-2 AFTER ADVANCING 2 LINES.
     PERFORM PRINT-XFR THRU PRINT-XFR-EXIT
        VARYING XF-SUB FROM 1 BY 1
        UNTIL XF-SUB GREATER THAN XF-CT.
WRITE-TRAILER.
     MOVE PO-COUNT TO TRL-COUNT.
     MOVE REPORT-CHECKSUM TO TRL-CHECKSUM.
     WRITE REPORT-REC1 FROM TRAILER-LINE.
     WRITE RUNLOG-REC.
     CLOSE EXCEPT-FILE, PO-FILE, CKPFIL, RUNLOG.
     STOP RUN.
PRINT-XFR.
     MOVE XF-ITEM (XF-SUB) TO XL-ITEM.
     MOVE XF-TO (XF-SUB) TO XL-TO.
     MOVE XF-FROM (XF-SUB) TO XL-FROM.
     MOVE XF-QTY (XF-SUB) TO XL-QTY.
     WRITE REPORT-REC1 FROM XFR-LINE AFTER ADVANCING 1 LINE.
PRINT-XFR-EXIT.
     EXIT.
BUILD-VENDOR-TABLE.
     ADD 1 TO IDX.
     READ VENDOR-FILE INTO VENDOR-TBL (IDX),
