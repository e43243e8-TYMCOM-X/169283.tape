IDENTIFICATION DIVISION.
PROGRAM-ID. RECEIVE.
REMARKS. MATCHES RECEIPTS AGAINST OPEN PURCHASE ORDERS.
    A RELEASE AGAINST A BLANKET ORDER IS AN ORDINARY PO LINE
    CARRYING THE BLANKET NUMBER, SO IT IS MATCHED THE SAME WAY
    AND THE BLANKET NUMBER IS SHOWN ON THE STATUS REPORT.
    PURCHASES ARE DELIVERED TO MAIN STORES, SO THE OPEN PO
    QUANTITY LEFT AFTER THE RECEIPTS IS SET AS THE ON-ORDER
    QUANTITY OF THE ITEM'S MAIN STORES (MS) INVENTORY RECORD.
    THE VENDOR LOT OR SERIAL NUMBER ON THE RECEIPT IS CARRIED
    ONTO THE QC HOLD AND LOGGED TO THE LOT HISTORY FILE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
     RECORDING MODE IS ASCII.
     SELECT QCHOLD ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT LOTHIST ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
     05 PO-RECVD-QTY PIC 9(4).
     05 PO-STATUS PIC X.
     05 PO-RCPT-DATE PIC 9(6).
     05 PO-BLANKET-NO PIC X(6).
FD PO-NEW
     VALUE OF IDENTIFICATION IS "PURCHNEW ".
01 PO-NEW-REC PIC X(58).
FD RECEIPT-FILE
     VALUE OF IDENTIFICATION IS "RCPTSDAT ".
01 RECEIPT-REC.
     05 RC-ITEM-NUMBER PIC 999.
     05 RC-VENDOR-NAME PIC X(15).
     05 RC-QTY PIC 9(4).
     05 RC-LOT-NO PIC X(10).
FD INVENTORY-FILE
     VALUE OF IDENTIFICATION IS "NVNTRY   ".
01 INVENTORY-REC DISPLAY-7.
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
FD EXCEPT-FILE
     VALUE OF IDENTIFICATION IS "RECVEXCP ".
01 EXCEPT-REC1 PIC X(72).
     05 QH-QTY PIC 9(4).
     05 QH-RCPT-DATE PIC 9(6).
     05 QH-STATUS PIC X.
     05 QH-LOT-NO PIC X(10).
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
FD RUNLOG
     VALUE OF IDENTIFICATION IS "RUNLOGDAT".
01 RUNLOG-REC.
77 RCPT-NOMATCH-CT PIC 9(5) VALUE ZERO.
77 RCPT-OVER-CT PIC 9(5) VALUE ZERO.
77 RCPT-SHORT-CT PIC 9(5) VALUE ZERO.
77 RCPT-REL-CT PIC 9(5) VALUE ZERO.
77 RCPT-LOT-CT PIC 9(5) VALUE ZERO.
77 OPEN-PO-CT PIC 9(5) VALUE ZERO.
77 CLOSED-PO-CT PIC 9(5) VALUE ZERO.
77 AGE-DAYS PIC S9(5) VALUE ZERO.
77 PO-REMAIN PIC S9(5) VALUE ZERO.
77 ON-ORDER-WORK PIC S9(6) VALUE ZERO.
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
01 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
01 RL-SAVE-DATE-X REDEFINES RL-SAVE-DATE.
        10 PT-RECVD PIC 9(4).
        10 PT-STATUS PIC X.
        10 PT-RCPT-DATE PIC 9(6).
        10 PT-BLANKET PIC X(6).
01 EXC-HDG-1 PIC X(47) VALUE
     '                                 SIMPLE COMPANY'.
01 EXC-HDG-2 PIC X(50) VALUE
     05 FILLER PIC X(9) VALUE 'OPEN     '.
     05 FILLER PIC X(9) VALUE 'ORDERED  '.
     05 FILLER PIC X(9) VALUE 'AGE DAYS '.
     05 FILLER PIC X(9) VALUE ' BLANKET '.
01 STAT-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 ST-VENDOR PIC X(15).
     05 ST-DATE PIC 9(6).
     05 FILLER PIC X(4) VALUE SPACES.
     05 ST-AGE PIC ZZZZ9.
     05 FILLER PIC XXX VALUE SPACES.
     05 ST-BLANKET PIC X(6).
01 STAT-TOT-LINE.
     05 FILLER PIC X(12) VALUE ' OPEN POS-  '.
     05 STT-OPEN PIC ZZZZ9.
     OPEN OUTPUT EXCEPT-FILE.
     OPEN OUTPUT POSTATUS.
     OPEN EXTEND QCHOLD.
     OPEN EXTEND LOTHIST.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     MOVE PO-RECVD-QTY TO PT-RECVD (PO-TBL-COUNT).
     MOVE PO-STATUS TO PT-STATUS (PO-TBL-COUNT).
     MOVE PO-RCPT-DATE TO PT-RCPT-DATE (PO-TBL-COUNT).
     MOVE PO-BLANKET-NO TO PT-BLANKET (PO-TBL-COUNT).
     GO TO LOAD-POS.
APPLY-RECEIPTS.
     READ RECEIPT-FILE AT END CLOSE RECEIPT-FILE,
        ADD 1 TO RCPT-NOMATCH-CT
        GO TO APPLY-RECEIPTS.
     ADD RC-QTY TO PT-RECVD (PO-FOUND).
     IF PT-BLANKET (PO-FOUND) NOT EQUAL SPACES
        ADD 1 TO RCPT-REL-CT.
     MOVE RL-SAVE-DATE TO PT-RCPT-DATE (PO-FOUND).
     IF PT-RECVD (PO-FOUND) GREATER THAN PT-QTY (PO-FOUND)
        MOVE RC-ITEM-NUMBER TO EXC-ITEM
     MOVE RC-QTY TO QH-QTY.
     MOVE RL-SAVE-DATE TO QH-RCPT-DATE.
     MOVE 'H' TO QH-STATUS.
     MOVE RC-LOT-NO TO QH-LOT-NO.
     WRITE QCHOLD-REC.
     IF RC-LOT-NO EQUAL SPACES GO TO APPLY-RECEIPTS.
     MOVE RC-LOT-NO TO LH-LOT-NO.
     MOVE 'R' TO LH-TYPE.
     MOVE RL-SAVE-DATE TO LH-DATE.
     MOVE RC-ITEM-NUMBER TO LH-ITEM.
     MOVE RC-VENDOR-NAME TO LH-VENDOR.
     MOVE 'MS' TO LH-WHSE.
     MOVE SPACES TO LH-TO-WHSE.
     MOVE RC-QTY TO LH-QTY.
     MOVE PT-BLANKET (PO-FOUND) TO LH-REF.
     WRITE LOTHIST-REC.
     ADD 1 TO RCPT-LOT-CT.
     GO TO APPLY-RECEIPTS.
FIND-PO.
     IF PT-STATUS (PO-TBL-SUB) EQUAL 'O'
     READ INVENTORY-FILE AT END
        CLOSE INVENTORY-FILE, INVENTORY-NEW,
        GO TO WRITE-PO-STATUS.
     IF ITEM-WHSE NOT EQUAL 'MS' AND ITEM-WHSE NOT EQUAL SPACES
        GO TO INV-WRITE.
     MOVE ZERO TO ON-ORDER-WORK.
     PERFORM SUM-ON-ORDER THRU SUM-ON-ORDER-EXIT
        VARYING PO-TBL-SUB FROM 1 BY 1
        UNTIL PO-TBL-SUB GREATER THAN PO-TBL-COUNT.
     IF ON-ORDER-WORK GREATER THAN 9999
        MOVE 9999 TO ON-ORDER-WORK.
     MOVE ON-ORDER-WORK TO QTY-ON-ORDER.
INV-WRITE.
     WRITE INVENTORY-NEW-REC FROM INVENTORY-REC.
     GO TO INV-READ.
SUM-ON-ORDER.
     IF PT-STATUS (PO-TBL-SUB) EQUAL 'O'
        AND PT-ITEM (PO-TBL-SUB) EQUAL ITEM-NUMBER
        AND PT-RECVD (PO-TBL-SUB) LESS THAN PT-QTY (PO-TBL-SUB)
        COMPUTE ON-ORDER-WORK = ON-ORDER-WORK
           + PT-QTY (PO-TBL-SUB) - PT-RECVD (PO-TBL-SUB).
SUM-ON-ORDER-EXIT.
     EXIT.
WRITE-PO-STATUS.
     WRITE POSTATUS-REC FROM STAT-HDG-1
        AFTER ADVANCING TOP-OF-PAGE.
     MOVE OPEN-PO-CT TO STT-OPEN.
     MOVE CLOSED-PO-CT TO STT-CLOSED.
     WRITE POSTATUS-REC FROM STAT-TOT-LINE AFTER ADVANCING 2.
     CLOSE PO-NEW, EXCEPT-FILE, POSTATUS, QCHOLD, LOTHIST.
     MOVE 'RECEIVE  ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     DISPLAY 'NO MATCHING PO-    ' RCPT-NOMATCH-CT.
     DISPLAY 'OVER-SHIPMENTS-    ' RCPT-OVER-CT.
     DISPLAY 'SHORT-SHIPMENTS-   ' RCPT-SHORT-CT.
     DISPLAY 'BLANKET RELEASES-  ' RCPT-REL-CT.
     DISPLAY 'LOTS RECORDED-     ' RCPT-LOT-CT.
     STOP RUN.
WRITE-ONE-PO.
     MOVE PT-VENDOR (PO-TBL-SUB) TO PO-VENDOR-NAME.
        MOVE 'C' TO PT-STATUS (PO-TBL-SUB).
     MOVE PT-STATUS (PO-TBL-SUB) TO PO-STATUS.
     MOVE PT-RCPT-DATE (PO-TBL-SUB) TO PO-RCPT-DATE.
     MOVE PT-BLANKET (PO-TBL-SUB) TO PO-BLANKET-NO.
     WRITE PO-NEW-REC FROM PO-REC.
     IF PT-STATUS (PO-TBL-SUB) EQUAL 'C'
        ADD 1 TO CLOSED-PO-CT
        + (RLS-DA - POW-DA).
     IF AGE-DAYS LESS THAN ZERO MOVE ZERO TO AGE-DAYS.
     MOVE AGE-DAYS TO ST-AGE.
     MOVE PT-BLANKET (PO-TBL-SUB) TO ST-BLANKET.
     WRITE POSTATUS-REC FROM STAT-LINE AFTER ADVANCING 1.
WRITE-ONE-PO-EXIT.
     EXIT.
