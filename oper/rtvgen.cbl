IDENTIFICATION DIVISION.
PROGRAM-ID. RTVGEN.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. FEBRUARY, 1977.
REMARKS. RETURN TO VENDOR AND DEBIT MEMOS.  EVERY QC REJECT
    NOT YET RETURNED BECOMES AN RTV DOCUMENT PRICED FROM THE
    MOST RECENT PURCHASE ORDER LINE FOR THE VENDOR AND ITEM.
    THE PO FILE CARRIES NO ORDER NUMBER, SO THE PO IS CITED BY
    ITS ORDER DATE (AND BLANKET NUMBER FOR A RELEASE).  THE RTV
    RECORD IS ALSO THE DEBIT MEMO - APVCHR NETS ITS OPEN
    BALANCE AGAINST THE VENDOR'S NEXT VOUCHERS AND CLOSES IT
    WHEN FULLY CREDITED.  THE REJECT RECORD IS MARKED WITH THE
    RTV NUMBER SO IT IS RETURNED ONLY ONCE.  THE OPEN RTV LIST
    AGES RETURNS NOT YET CREDITED BY DAYS OUTSTANDING.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT PO-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT QCREJ ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT OPTIONAL RTVFILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RTVRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
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
FD QCREJ
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "QCREJDAT ".
01 QCREJ-REC.
     05 QR-VENDOR-NAME PIC X(15).
     05 QR-ITEM-NUMBER PIC 999.
     05 QR-QTY PIC 9(4).
     05 QR-DATE PIC 9(6).
     05 QR-RTV-NO PIC X(6).
FD RTVFILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "RTVDAT   ".
01 RTV-REC.
     05 RV-NO PIC 9(6).
     05 RV-DATE PIC 9(6).
     05 RV-VENDOR PIC X(15).
     05 RV-ITEM PIC 999.
     05 RV-QTY PIC 9(4).
     05 RV-PRICE PIC 9(3)V99.
     05 RV-AMOUNT PIC 9(6)V99.
     05 RV-PO-DATE PIC 9(6).
     05 RV-BLANKET-NO PIC X(6).
     05 RV-REJ-DATE PIC 9(6).
     05 RV-CREDITED PIC 9(6)V99.
     05 RV-CREDIT-DATE PIC 9(6).
     05 RV-STATUS PIC X.
FD RTVRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "RTVRPT   ".
01 RTVRPT-REC PIC X(100).
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
77 PO-TBL-COUNT PIC 9(3) VALUE ZERO.
77 PO-TBL-SUB PIC 9(3) VALUE ZERO.
77 PO-FOUND PIC 9(3) VALUE ZERO.
77 REJ-IN-CT PIC 9(5) VALUE ZERO.
77 RTV-CT PIC 9(5) VALUE ZERO.
77 NOPO-CT PIC 9(5) VALUE ZERO.
77 OPEN-CT PIC 9(5) VALUE ZERO.
77 LAST-RTV-NO PIC 9(6) VALUE ZERO.
77 RTV-AMT-TOT PIC 9(8)V99 VALUE ZERO.
77 OPEN-BAL PIC S9(6)V99 VALUE ZERO.
77 AGE-DAYS PIC S9(5) VALUE ZERO.
01 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
01 RL-SAVE-DATE-X REDEFINES RL-SAVE-DATE.
     05 RLS-YR PIC 99.
     05 RLS-MO PIC 99.
     05 RLS-DA PIC 99.
01 RV-DATE-WORK PIC 9(6) VALUE ZERO.
01 RV-DATE-WORK-X REDEFINES RV-DATE-WORK.
     05 RVW-YR PIC 99.
     05 RVW-MO PIC 99.
     05 RVW-DA PIC 99.
01 AGE-TOTALS.
     05 AGE-BKT OCCURS 4 TIMES.
        10 AB-CT PIC 9(5).
        10 AB-AMT PIC S9(8)V99.
77 AGE-SUB PIC 9 VALUE ZERO.
01 AGE-LABELS.
     05 FILLER PIC X(12) VALUE "  0-30 DAYS ".
     05 FILLER PIC X(12) VALUE " 31-60 DAYS ".
     05 FILLER PIC X(12) VALUE " 61-90 DAYS ".
     05 FILLER PIC X(12) VALUE "OVER 90 DAYS".
01 AGE-LABEL-TBL REDEFINES AGE-LABELS.
     05 AGE-LABEL PIC X(12) OCCURS 4 TIMES.
01 PO-TABLE.
     05 PO-TBL OCCURS 200 TIMES.
        10 PT-VENDOR PIC X(15).
        10 PT-ITEM PIC 999.
        10 PT-PRICE PIC 9(3)V99.
        10 PT-DATE PIC 9(6).
        10 PT-BLANKET PIC X(6).
01 DOC-HEAD.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FILLER PIC X(40) VALUE
         "RETURN TO VENDOR - DEBIT MEMO REGISTER".
01 DOC-LINE-1.
     05 FILLER PIC X(12) VALUE "RTV/MEMO NO ".
     05 DL-NO PIC 9(6).
     05 FILLER PIC X(8) VALUE "  DATED ".
     05 DL-DATE PIC 9(6).
     05 FILLER PIC X(10) VALUE "  VENDOR  ".
     05 DL-VENDOR PIC X(15).
01 DOC-LINE-2.
     05 FILLER PIC X(12) VALUE "   RETURNED ".
     05 DL-QTY PIC ZZZ9.
     05 FILLER PIC X(9) VALUE " OF ITEM ".
     05 DL-ITEM PIC 999.
     05 FILLER PIC X(4) VALUE " AT ".
     05 DL-PRICE PIC ZZ9.99.
     05 FILLER PIC X(15) VALUE "  DEBIT AMOUNT ".
     05 DL-AMOUNT PIC ZZZ,ZZ9.99.
01 DOC-LINE-3.
     05 FILLER PIC X(20) VALUE "   PO OF ORDER DATE ".
     05 DL-PO-DATE PIC 9(6).
     05 FILLER PIC X(10) VALUE "  BLANKET ".
     05 DL-BLANKET PIC X(6).
     05 FILLER PIC X(15) VALUE "  QC REJECTED  ".
     05 DL-REJ-DATE PIC 9(6).
01 EXC-LINE.
     05 FILLER PIC X(13) VALUE "*NOT RETURNED".
     05 FILLER PIC X VALUE SPACE.
     05 XL-VENDOR PIC X(15).
     05 FILLER PIC X(6) VALUE " ITEM ".
     05 XL-ITEM PIC 999.
     05 FILLER PIC X(5) VALUE " QTY ".
     05 XL-QTY PIC ZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 XL-REASON PIC X(30).
01 DOC-TOT-LINE.
     05 FILLER PIC X(16) VALUE "RTVS WRITTEN    ".
     05 DT-CT PIC ZZZZ9.
     05 FILLER PIC X(15) VALUE "  TOTAL DEBITS ".
     05 DT-AMT PIC ZZ,ZZZ,ZZ9.99.
     05 FILLER PIC X(14) VALUE "  NOT RETURNED".
     05 DT-NOPO PIC ZZZZ9.
01 OPEN-HEAD-1.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FILLER PIC X(40) VALUE
         "OPEN RETURNS NOT YET CREDITED".
01 OPEN-HEAD-2.
     05 FILLER PIC X(45) VALUE
         "RTV NO  RTV DATE  VENDOR           ITEM   QTY".
     05 FILLER PIC X(40) VALUE
         "      DEBIT   CREDITED       OPEN   AGE".
01 OPEN-LINE.
     05 OL-NO PIC 9(6).
     05 FILLER PIC XX VALUE SPACES.
     05 OL-DATE PIC 9(6).
     05 FILLER PIC XX VALUE SPACES.
     05 OL-VENDOR PIC X(15).
     05 FILLER PIC XX VALUE SPACES.
     05 OL-ITEM PIC 999.
     05 FILLER PIC XX VALUE SPACES.
     05 OL-QTY PIC ZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 OL-AMOUNT PIC ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 OL-CREDITED PIC ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 OL-OPEN PIC ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 OL-AGE PIC ZZZZ9.
01 BKT-LINE.
     05 FILLER PIC X(5) VALUE SPACES.
     05 BL-LABEL PIC X(12).
     05 FILLER PIC XX VALUE SPACES.
     05 BL-CT PIC ZZZZ9.
     05 FILLER PIC X(7) VALUE " RTVS  ".
     05 BL-AMT PIC ZZ,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     OPEN INPUT PO-FILE.
LOAD-POS.
     READ PO-FILE AT END CLOSE PO-FILE, GO TO FIND-LAST-RTV.
     MOVE ZERO TO PO-FOUND.
     PERFORM FIND-PO-SLOT THRU FIND-PO-SLOT-EXIT
        VARYING PO-TBL-SUB FROM 1 BY 1
        UNTIL PO-TBL-SUB GREATER THAN PO-TBL-COUNT.
     IF PO-FOUND NOT EQUAL ZERO
        IF PO-ORDER-DATE LESS THAN PT-DATE (PO-FOUND)
           GO TO LOAD-POS
        ELSE
           GO TO LOAD-PO-SET.
     IF PO-TBL-COUNT EQUAL 200
        DISPLAY 'RTVGEN - PO TABLE FULL'
        CLOSE PO-FILE, GO TO FIND-LAST-RTV.
     ADD 1 TO PO-TBL-COUNT.
     MOVE PO-TBL-COUNT TO PO-FOUND.
LOAD-PO-SET.
     MOVE PO-VENDOR-NAME TO PT-VENDOR (PO-FOUND).
     MOVE PO-ITEM-NUMBER TO PT-ITEM (PO-FOUND).
     MOVE PO-UNIT-PRICE TO PT-PRICE (PO-FOUND).
     MOVE PO-ORDER-DATE TO PT-DATE (PO-FOUND).
     MOVE PO-BLANKET-NO TO PT-BLANKET (PO-FOUND).
     GO TO LOAD-POS.
FIND-PO-SLOT.
     IF PT-VENDOR (PO-TBL-SUB) EQUAL PO-VENDOR-NAME
        AND PT-ITEM (PO-TBL-SUB) EQUAL PO-ITEM-NUMBER
        AND PO-FOUND EQUAL ZERO
        MOVE PO-TBL-SUB TO PO-FOUND.
FIND-PO-SLOT-EXIT.
     EXIT.
FIND-LAST-RTV.
     OPEN INPUT RTVFILE.
FIND-LAST-READ.
     READ RTVFILE AT END CLOSE RTVFILE, GO TO BUILD-RTVS.
     IF RV-NO GREATER THAN LAST-RTV-NO
        MOVE RV-NO TO LAST-RTV-NO.
     GO TO FIND-LAST-READ.
BUILD-RTVS.
     OPEN I-O QCREJ.
     OPEN EXTEND RTVFILE.
     OPEN OUTPUT RTVRPT.
     WRITE RTVRPT-REC FROM DOC-HEAD AFTER ADVANCING PAGE.
REJ-READ.
     READ QCREJ AT END GO TO BUILD-DONE.
     ADD 1 TO REJ-IN-CT.
     IF QR-RTV-NO NOT EQUAL SPACES GO TO REJ-READ.
     MOVE ZERO TO PO-FOUND.
     PERFORM FIND-PO THRU FIND-PO-EXIT
        VARYING PO-TBL-SUB FROM 1 BY 1
        UNTIL PO-TBL-SUB GREATER THAN PO-TBL-COUNT.
     IF PO-FOUND EQUAL ZERO
        MOVE QR-VENDOR-NAME TO XL-VENDOR
        MOVE QR-ITEM-NUMBER TO XL-ITEM
        MOVE QR-QTY TO XL-QTY
        MOVE 'NO PO LINE FOR VENDOR/ITEM' TO XL-REASON
        WRITE RTVRPT-REC FROM EXC-LINE AFTER ADVANCING 2
        ADD 1 TO NOPO-CT
        GO TO REJ-READ.
     ADD 1 TO LAST-RTV-NO.
     MOVE LAST-RTV-NO TO RV-NO.
     MOVE RL-SAVE-DATE TO RV-DATE.
     MOVE QR-VENDOR-NAME TO RV-VENDOR.
     MOVE QR-ITEM-NUMBER TO RV-ITEM.
     MOVE QR-QTY TO RV-QTY.
     MOVE PT-PRICE (PO-FOUND) TO RV-PRICE.
     COMPUTE RV-AMOUNT = QR-QTY * PT-PRICE (PO-FOUND).
     MOVE PT-DATE (PO-FOUND) TO RV-PO-DATE.
     MOVE PT-BLANKET (PO-FOUND) TO RV-BLANKET-NO.
     MOVE QR-DATE TO RV-REJ-DATE.
     MOVE ZERO TO RV-CREDITED, RV-CREDIT-DATE.
     MOVE 'O' TO RV-STATUS.
     WRITE RTV-REC.
     MOVE RV-NO TO QR-RTV-NO.
     REWRITE QCREJ-REC.
     ADD 1 TO RTV-CT.
     ADD RV-AMOUNT TO RTV-AMT-TOT.
     MOVE RV-NO TO DL-NO.
     MOVE RV-DATE TO DL-DATE.
     MOVE RV-VENDOR TO DL-VENDOR.
     MOVE RV-QTY TO DL-QTY.
     MOVE RV-ITEM TO DL-ITEM.
     MOVE RV-PRICE TO DL-PRICE.
     MOVE RV-AMOUNT TO DL-AMOUNT.
     MOVE RV-PO-DATE TO DL-PO-DATE.
     MOVE RV-BLANKET-NO TO DL-BLANKET.
     MOVE RV-REJ-DATE TO DL-REJ-DATE.
     WRITE RTVRPT-REC FROM DOC-LINE-1 AFTER ADVANCING 2.
     WRITE RTVRPT-REC FROM DOC-LINE-2 AFTER ADVANCING 1.
     WRITE RTVRPT-REC FROM DOC-LINE-3 AFTER ADVANCING 1.
     GO TO REJ-READ.
FIND-PO.
     IF PT-VENDOR (PO-TBL-SUB) EQUAL QR-VENDOR-NAME
        AND PT-ITEM (PO-TBL-SUB) EQUAL QR-ITEM-NUMBER
        AND PO-FOUND EQUAL ZERO
        MOVE PO-TBL-SUB TO PO-FOUND.
FIND-PO-EXIT.
     EXIT.
BUILD-DONE.
     CLOSE QCREJ, RTVFILE.
     MOVE RTV-CT TO DT-CT.
     MOVE RTV-AMT-TOT TO DT-AMT.
     MOVE NOPO-CT TO DT-NOPO.
     WRITE RTVRPT-REC FROM DOC-TOT-LINE AFTER ADVANCING 3.
     WRITE RTVRPT-REC FROM OPEN-HEAD-1 AFTER ADVANCING PAGE.
     WRITE RTVRPT-REC FROM OPEN-HEAD-2 AFTER ADVANCING 2.
     MOVE ZERO TO AGE-TOTALS.
     OPEN INPUT RTVFILE.
OPEN-READ.
     READ RTVFILE AT END CLOSE RTVFILE, GO TO OPEN-DONE.
     IF RV-STATUS NOT EQUAL 'O' GO TO OPEN-READ.
     COMPUTE OPEN-BAL = RV-AMOUNT - RV-CREDITED.
     IF OPEN-BAL NOT GREATER THAN ZERO GO TO OPEN-READ.
     MOVE RV-DATE TO RV-DATE-WORK.
     COMPUTE AGE-DAYS =
        ((RLS-YR - RVW-YR) * 360)
        + ((RLS-MO - RVW-MO) * 30)
        + (RLS-DA - RVW-DA).
     IF AGE-DAYS LESS THAN ZERO MOVE ZERO TO AGE-DAYS.
     MOVE 4 TO AGE-SUB.
     IF AGE-DAYS NOT GREATER THAN 90 MOVE 3 TO AGE-SUB.
     IF AGE-DAYS NOT GREATER THAN 60 MOVE 2 TO AGE-SUB.
     IF AGE-DAYS NOT GREATER THAN 30 MOVE 1 TO AGE-SUB.
     ADD 1 TO AB-CT (AGE-SUB), OPEN-CT.
     ADD OPEN-BAL TO AB-AMT (AGE-SUB).
     MOVE RV-NO TO OL-NO.
     MOVE RV-DATE TO OL-DATE.
     MOVE RV-VENDOR TO OL-VENDOR.
     MOVE RV-ITEM TO OL-ITEM.
     MOVE RV-QTY TO OL-QTY.
     MOVE RV-AMOUNT TO OL-AMOUNT.
     MOVE RV-CREDITED TO OL-CREDITED.
     MOVE OPEN-BAL TO OL-OPEN.
     MOVE AGE-DAYS TO OL-AGE.
     WRITE RTVRPT-REC FROM OPEN-LINE AFTER ADVANCING 1.
     GO TO OPEN-READ.
OPEN-DONE.
     PERFORM PRINT-BUCKET THRU PRINT-BUCKET-EXIT
        VARYING AGE-SUB FROM 1 BY 1
        UNTIL AGE-SUB GREATER THAN 4.
     CLOSE RTVRPT.
     DISPLAY 'REJECTS READ-  ' REJ-IN-CT.
     DISPLAY 'RTVS WRITTEN-  ' RTV-CT.
     DISPLAY 'NOT RETURNED-  ' NOPO-CT.
     DISPLAY 'OPEN RTVS-     ' OPEN-CT.
     MOVE 'RTVGEN   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE REJ-IN-CT TO RL-RECS-READ.
     MOVE RTV-CT TO RL-RECS-WRITTEN.
     MOVE 'NORMAL' TO RL-STATUS.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
PRINT-BUCKET.
     MOVE AGE-LABEL (AGE-SUB) TO BL-LABEL.
     MOVE AB-CT (AGE-SUB) TO BL-CT.
     MOVE AB-AMT (AGE-SUB) TO BL-AMT.
     IF AGE-SUB EQUAL 1
        WRITE RTVRPT-REC FROM BKT-LINE AFTER ADVANCING 3
     ELSE
        WRITE RTVRPT-REC FROM BKT-LINE AFTER ADVANCING 1.
PRINT-BUCKET-EXIT.
     EXIT.
