    INVENTORY ON-HAND, REJECTIONS ARE RECORDED AGAINST THE PO
    VENDOR FOR THE SCORECARD, SCRAP COMES OFF THE BOOKS, AND
    AN OPEN-INSPECTION AGING LIST SHOWS WHAT IS STILL ON HOLD.
    RECEIVING INSPECTION IS AT MAIN STORES, SO ACCEPTED STOCK
    GOES TO THE ITEM'S MAIN STORES (MS) INVENTORY RECORD.
    THE VENDOR LOT NUMBER STAYS WITH THE HOLD, A DISPOSITION
    WITH A LOT NUMBER APPLIES ONLY TO THAT LOT, AND EACH
    DISPOSITION OF A LOT IS LOGGED TO THE LOT HISTORY FILE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
     RECORDING MODE IS ASCII.
     SELECT QCRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT LOTHIST ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
     05 QH-QTY PIC 9(4).
     05 QH-RCPT-DATE PIC 9(6).
     05 QH-STATUS PIC X.
     05 QH-LOT-NO PIC X(10).
FD QCHOLD-NEW
     VALUE OF IDENTIFICATION IS "QCHOLDNEW".
01 QCHOLD-NEW-REC PIC X(39).
FD QCTXN
     VALUE OF IDENTIFICATION IS "QCTXNDAT ".
01 QCTXN-REC.
     05 QT-VENDOR-NAME PIC X(15).
     05 QT-QTY PIC 9(4).
     05 QT-DISP PIC X.
     05 QT-LOT-NO PIC X(10).
FD INVENTORY-FILE
     VALUE OF IDENTIFICATION IS "NVNTRY   ".
01 INVENTORY-REC.
     05 MINIMUM-QTY PIC 999.
     05 REORDER-QTY PIC 9(4).
     05 ITEM-STD-COST PIC 9(3)V99.
     05 ITEM-WHSE PIC XX.
     05 QTY-ALLOCATED PIC 9(4).
     05 QTY-ON-ORDER PIC 9(4).
     05 QTY-IN-TRANSIT PIC 9(4).
FD INVENTORY-NEW
     VALUE OF IDENTIFICATION IS "NVNTRYNEW".
01 INVENTORY-NEW-REC PIC X(33).
FD QCREJ
     VALUE OF IDENTIFICATION IS "QCREJDAT ".
01 QCREJ-REC.
     05 QR-ITEM-NUMBER PIC 999.
     05 QR-QTY PIC 9(4).
     05 QR-DATE PIC 9(6).
     05 QR-RTV-NO PIC X(6).
FD QCRPT
     VALUE OF IDENTIFICATION IS "QCDISPRPT".
01 QCRPT-REC PIC X(80).
     05 RL-RECS-READ PIC 9(7).
     05 RL-RECS-WRITTEN PIC 9(7).
     05 RL-STATUS PIC X(6).
FD LOTHIST
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
WORKING-STORAGE SECTION.
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
01 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
        10 HT-VENDOR PIC X(15).
        10 HT-QTY PIC S9(5).
        10 HT-DATE PIC 9(6).
        10 HT-LOT PIC X(10).
01 ACC-TABLE.
     05 ACC-TBL OCCURS 50 TIMES.
        10 AT-ITEM PIC 999.
     05 RG-QTY PIC ZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 RG-TEXT PIC X(30).
     05 FILLER PIC XX VALUE SPACES.
     05 RG-LOT PIC X(10).
01 AGE-HEAD.
     05 FILLER PIC X(15) VALUE SPACES.
     05 FILLER PIC X(35) VALUE
     05 AG-DATE PIC 9(6).
     05 FILLER PIC X(6) VALUE "  AGE ".
     05 AG-AGE PIC ZZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 AG-LOT PIC X(10).
01 TOT-LINE.
     05 FILLER PIC X(11) VALUE " ACCEPTED  ".
     05 TL-ACC PIC ZZZZ9.
     MOVE QH-VENDOR-NAME TO HT-VENDOR (HOLD-CT).
     MOVE QH-QTY TO HT-QTY (HOLD-CT).
     MOVE QH-RCPT-DATE TO HT-DATE (HOLD-CT).
     MOVE QH-LOT-NO TO HT-LOT (HOLD-CT).
     GO TO LOAD-HOLDS.
APPLY-TXNS.
     OPEN INPUT QCTXN.
     OPEN OUTPUT QCRPT.
     OPEN EXTEND QCREJ.
     OPEN EXTEND LOTHIST.
     WRITE QCRPT-REC FROM REG-HEAD AFTER ADVANCING 2.
TXN-READ.
     READ QCTXN AT END CLOSE QCTXN, GO TO POST-INVENTORY.
     MOVE QT-ITEM-NUMBER TO RG-ITEM.
     MOVE QT-VENDOR-NAME TO RG-VENDOR.
     MOVE QT-QTY TO RG-QTY.
     MOVE QT-LOT-NO TO RG-LOT.
     IF HOLD-FOUND EQUAL ZERO
        MOVE '**NO MATCHING HOLD**' TO RG-TEXT
        WRITE QCRPT-REC FROM REG-LINE AFTER ADVANCING 1
        ADD 1 TO EXC-CT
        GO TO TXN-READ.
     SUBTRACT QT-QTY FROM HT-QTY (HOLD-FOUND).
     MOVE HT-LOT (HOLD-FOUND) TO RG-LOT.
     IF QT-DISP EQUAL 'A'
        PERFORM POST-ACCEPT THRU POST-ACCEPT-EXIT
        MOVE 'MS' TO LH-WHSE
        PERFORM LOG-LOT THRU LOG-LOT-EXIT
        MOVE 'ACCEPTED TO STOCK' TO RG-TEXT
        ADD 1 TO ACC-CT
        WRITE QCRPT-REC FROM REG-LINE AFTER ADVANCING 1
        MOVE QT-ITEM-NUMBER TO QR-ITEM-NUMBER
        MOVE QT-QTY TO QR-QTY
        MOVE RL-SAVE-DATE TO QR-DATE
        MOVE SPACES TO QR-RTV-NO
        WRITE QCREJ-REC
        MOVE SPACES TO LH-WHSE
        PERFORM LOG-LOT THRU LOG-LOT-EXIT
        MOVE 'REJECTED - RETURN TO VENDOR' TO RG-TEXT
        ADD 1 TO REJ-CT
        WRITE QCRPT-REC FROM REG-LINE AFTER ADVANCING 1
        GO TO TXN-READ.
     IF QT-DISP EQUAL 'S'
        MOVE SPACES TO LH-WHSE
        PERFORM LOG-LOT THRU LOG-LOT-EXIT
        MOVE 'SCRAPPED' TO RG-TEXT
        ADD 1 TO SCR-CT
        WRITE QCRPT-REC FROM REG-LINE AFTER ADVANCING 1
        AND HT-VENDOR (HOLD-SUB) EQUAL QT-VENDOR-NAME
        AND HT-QTY (HOLD-SUB) GREATER THAN ZERO
        AND HOLD-FOUND EQUAL ZERO
        AND (QT-LOT-NO EQUAL SPACES
           OR QT-LOT-NO EQUAL HT-LOT (HOLD-SUB))
        MOVE HOLD-SUB TO HOLD-FOUND.
FIND-HOLD-EXIT.
     EXIT.
LOG-LOT.
     IF HT-LOT (HOLD-FOUND) EQUAL SPACES GO TO LOG-LOT-EXIT.
     MOVE HT-LOT (HOLD-FOUND) TO LH-LOT-NO.
     MOVE QT-DISP TO LH-TYPE.
     IF QT-DISP EQUAL 'R' MOVE 'J' TO LH-TYPE.
     MOVE RL-SAVE-DATE TO LH-DATE.
     MOVE QT-ITEM-NUMBER TO LH-ITEM.
     MOVE QT-VENDOR-NAME TO LH-VENDOR.
     MOVE SPACES TO LH-TO-WHSE, LH-REF.
     MOVE QT-QTY TO LH-QTY.
     WRITE LOTHIST-REC.
LOG-LOT-EXIT.
     EXIT.
POST-ACCEPT.
     MOVE ZERO TO ACC-FOUND.
     PERFORM SCAN-ACC THRU SCAN-ACC-EXIT
     READ INVENTORY-FILE AT END
        CLOSE INVENTORY-FILE, INVENTORY-NEW,
        GO TO WRITE-HOLDS.
     IF ITEM-WHSE NOT EQUAL 'MS' AND ITEM-WHSE NOT EQUAL SPACES
        GO TO INV-WRITE.
     MOVE ZERO TO ACC-FOUND.
     PERFORM SCAN-INV THRU SCAN-INV-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-TBL-CT.
     IF ACC-FOUND NOT EQUAL ZERO
        ADD AT-QTY (ACC-FOUND) TO QTY-ON-HAND.
INV-WRITE.
     WRITE INVENTORY-NEW-REC FROM INVENTORY-REC.
     GO TO INV-READ.
SCAN-INV.
     MOVE SCR-CT TO TL-SCR.
     MOVE OPEN-CT TO TL-OPEN.
     WRITE QCRPT-REC FROM TOT-LINE AFTER ADVANCING 2.
     CLOSE QCHOLD-NEW, QCREJ, QCRPT, LOTHIST.
     DISPLAY 'QCDISP COMPLETE - STILL ON HOLD ' OPEN-CT
        ' EXCEPTIONS ' EXC-CT.
     DISPLAY 'NEW HOLD FILE IS QCHOLDNEW'.
     MOVE HT-QTY (HOLD-SUB) TO QH-QTY.
     MOVE HT-DATE (HOLD-SUB) TO QH-RCPT-DATE.
     MOVE 'H' TO QH-STATUS.
     MOVE HT-LOT (HOLD-SUB) TO QH-LOT-NO, AG-LOT.
     WRITE QCHOLD-NEW-REC FROM QCHOLD-REC.
     ADD 1 TO OPEN-CT.
     MOVE HT-ITEM (HOLD-SUB) TO AG-ITEM.
