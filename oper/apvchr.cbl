    QUANTITY VARIANCE, HOLDS MISMATCHES ON THE EXCEPTION FILE
    FOR REVIEW, AND RELEASES MATCHED VOUCHERS WITH DUE DATES
    FROM THE VENDOR TERMS AS PAYMENT CANDIDATES FOR CHECKBOOK.
    OPEN DEBIT MEMOS FROM RETURNS TO VENDOR (RTVGEN) ARE NETTED
    AGAINST THE VENDOR'S NEW VOUCHERS AND CLOSED WHEN CREDITED.
    ONLY OPEN MEMOS ARE LOADED; IF THEY FILL THE TABLE THE RUN IS
    REFUSED.
    RELEASED VOUCHERS NOT YET PAID BY APPAY ARE CARRIED FORWARD
    FROM APVOUCHER AHEAD OF THE NEW ONES.  THE NEW FILE IS
    APVOUCNEW - RENAME IT OVER APVOUCHER AFTER CHECKING THE
    REGISTER.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
     RECORDING MODE IS ASCII.
     SELECT VENDOR-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT OPTIONAL APVOLD ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT APVOUCH ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT APEXCP ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT APVREG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT OPTIONAL RTVFILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
     05 PO-RECVD-QTY PIC 9(4).
     05 PO-STATUS PIC X.
     05 PO-RCPT-DATE PIC 9(6).
     05 PO-BLANKET-NO PIC X(6).
FD VENDOR-FILE
     VALUE OF IDENTIFICATION IS "VENDOR   ".
01 VENDOR-REC.
     05 VEN-LEAD PIC 999.
     05 VEN-1099-FLAG PIC X.
     05 VEN-TIN PIC X(9).
FD APVOLD
     VALUE OF IDENTIFICATION IS "APVOUCHER".
01 APVOLD-REC.
     05 FILLER PIC X(44).
     05 OV-STATUS PIC X.
     05 FILLER PIC X(33).
FD APVOUCH
     VALUE OF IDENTIFICATION IS "APVOUCNEW".
01 APVOUCH-REC.
     05 VCH-VENDOR-NAME PIC X(15).
     05 VCH-INV-NO PIC X(8).
     05 VCH-AMOUNT PIC 9(6)V99.
     05 VCH-DUE-DATE PIC 9(6).
     05 VCH-STATUS PIC X.
     05 VCH-INV-DATE PIC 9(6).
     05 VCH-CHECK-NO PIC 9(6).
     05 VCH-PAID-DATE PIC 9(6).
     05 VCH-DISC-AMT PIC 9(5)V99.
     05 VCH-DM-AMT PIC 9(6)V99.
FD APEXCP
     VALUE OF IDENTIFICATION IS "APEXCPDAT".
01 APEXCP-REC.
     05 XC-QTY PIC 9(4).
     05 XC-AMOUNT PIC 9(6)V99.
     05 XC-REASON PIC X(25).
FD RTVFILE
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
FD APVREG
     VALUE OF IDENTIFICATION IS "APVREGRPT".
01 APVREG-REC PIC X(90).
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
77 INV-IN-CT PIC 9(5) VALUE ZERO.
77 VCH-CT PIC 9(5) VALUE ZERO.
77 CARRY-CT PIC 9(5) VALUE ZERO.
77 EXC-CT PIC 9(5) VALUE ZERO.
77 VCH-AMT-TOT PIC S9(8)V99 VALUE ZERO.
77 PO-TBL-COUNT PIC 9(3) VALUE ZERO.
77 PRICE-TOL PIC 9(3)V99 VALUE ZERO.
77 QTY-TOL PIC 9(4) VALUE ZERO.
77 TERMS-DAYS PIC 9(3) VALUE 30.
77 DM-TBL-COUNT PIC 9(3) VALUE ZERO.
77 DM-TBL-SUB PIC 9(3) VALUE ZERO.
77 DM-APPLY PIC 9(6)V99 VALUE ZERO.
77 DM-NET-AMT PIC 9(6)V99 VALUE ZERO.
77 DM-AMT-TOT PIC 9(7)V99 VALUE ZERO.
77 DM-USED-SW PIC X VALUE 'N'.
77 RTV-REC-CT PIC 9(5) VALUE ZERO.
77 DM-FOUND PIC 9(3) VALUE ZERO.
01 DUE-DATE-WORK PIC 9(6) VALUE ZERO.
01 DUE-DATE-WORK-X REDEFINES DUE-DATE-WORK.
     05 DUE-YR PIC 99.
     05 TRM-TBL OCCURS 100 TIMES.
        10 TT-VENDOR PIC X(15).
        10 TT-DAYS PIC 9(3).
01 DM-TABLE.
     05 DM-TBL OCCURS 200 TIMES.
        10 DT-REC-NO PIC 9(5).
        10 DT-VENDOR PIC X(15).
        10 DT-OPEN PIC 9(6)V99.
        10 DT-APPLIED PIC 9(6)V99.
01 REG-HEAD.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FILLER PIC X(40) VALUE
     05 RGT-EXC PIC ZZZZ9.
     05 FILLER PIC X(9) VALUE "  TOTAL  ".
     05 RGT-AMT PIC ZZZZZZZ9.99.
     05 FILLER PIC X(16) VALUE "  DEBIT MEMOS  ".
     05 RGT-DM PIC ZZZZZZ9.99.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
LOAD-TERMS.
     OPEN INPUT VENDOR-FILE.
LOAD-ONE-TERM.
     READ VENDOR-FILE AT END CLOSE VENDOR-FILE, GO TO LOAD-DEBITS.
     IF TRM-TBL-COUNT EQUAL 100
        CLOSE VENDOR-FILE, GO TO LOAD-DEBITS.
     ADD 1 TO TRM-TBL-COUNT.
     MOVE VEN-NAME TO TT-VENDOR (TRM-TBL-COUNT).
     IF VEN-TERMS-DAYS NUMERIC
     ELSE
        MOVE 30 TO TT-DAYS (TRM-TBL-COUNT).
     GO TO LOAD-ONE-TERM.
LOAD-DEBITS.
     OPEN INPUT RTVFILE.
LOAD-ONE-DEBIT.
     READ RTVFILE AT END CLOSE RTVFILE, GO TO MATCH-PASS.
     ADD 1 TO RTV-REC-CT.
     IF RV-STATUS NOT EQUAL 'O'
        OR RV-AMOUNT NOT GREATER THAN RV-CREDITED
        GO TO LOAD-ONE-DEBIT.
     IF DM-TBL-COUNT EQUAL 200
        DISPLAY 'APVCHR - DEBIT MEMO TABLE FULL - RUN REFUSED'
        CLOSE RTVFILE
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     ADD 1 TO DM-TBL-COUNT.
     MOVE RTV-REC-CT TO DT-REC-NO (DM-TBL-COUNT).
     MOVE RV-VENDOR TO DT-VENDOR (DM-TBL-COUNT).
     MOVE ZERO TO DT-APPLIED (DM-TBL-COUNT).
     SUBTRACT RV-CREDITED FROM RV-AMOUNT
        GIVING DT-OPEN (DM-TBL-COUNT).
     GO TO LOAD-ONE-DEBIT.
MATCH-PASS.
     OPEN INPUT INVOICE-FILE.
     OPEN OUTPUT APVOUCH, APEXCP, APVREG.
     WRITE APVREG-REC FROM REG-HEAD AFTER ADVANCING 2.
     OPEN INPUT APVOLD.
CARRY-ONE-VCH.
     READ APVOLD AT END CLOSE APVOLD, GO TO INV-READ.
     IF OV-STATUS NOT EQUAL 'R' GO TO CARRY-ONE-VCH.
     WRITE APVOUCH-REC FROM APVOLD-REC.
     ADD 1 TO CARRY-CT.
     GO TO CARRY-ONE-VCH.
INV-READ.
     READ INVOICE-FILE AT END GO TO WRAP-UP.
     ADD 1 TO INV-IN-CT.
     MOVE IV-INV-NO TO VCH-INV-NO.
     MOVE IV-ITEM-NUMBER TO VCH-ITEM.
     MOVE IV-QTY TO VCH-QTY.
     MOVE IV-AMOUNT TO DM-NET-AMT.
     MOVE ZERO TO VCH-DM-AMT.
     PERFORM APPLY-DEBIT THRU APPLY-DEBIT-EXIT
        VARYING DM-TBL-SUB FROM 1 BY 1
        UNTIL DM-TBL-SUB GREATER THAN DM-TBL-COUNT.
     MOVE DM-NET-AMT TO VCH-AMOUNT.
     PERFORM SET-DUE-DATE THRU SET-DUE-DATE-EXIT.
     MOVE DUE-DATE-WORK TO VCH-DUE-DATE.
     MOVE 'R' TO VCH-STATUS.
     MOVE IV-INV-DATE TO VCH-INV-DATE.
     MOVE ZERO TO VCH-CHECK-NO, VCH-PAID-DATE, VCH-DISC-AMT.
     IF DM-NET-AMT EQUAL ZERO
        MOVE 'P' TO VCH-STATUS
        MOVE RL-SAVE-DATE TO VCH-PAID-DATE.
     WRITE APVOUCH-REC.
     ADD 1 TO VCH-CT.
     ADD DM-NET-AMT TO VCH-AMT-TOT.
     MOVE IV-VENDOR-NAME TO RG-VENDOR.
     MOVE IV-INV-NO TO RG-INV-NO.
     MOVE IV-ITEM-NUMBER TO RG-ITEM.
     MOVE IV-QTY TO RG-QTY.
     MOVE DM-NET-AMT TO RG-AMOUNT.
     MOVE DUE-DATE-WORK TO RG-DUE.
     MOVE 'RELEASED' TO RG-NOTE.
     IF VCH-DM-AMT NOT EQUAL ZERO
        MOVE 'RELEASED LESS DEBIT MEMO' TO RG-NOTE.
     WRITE APVREG-REC FROM REG-LINE AFTER ADVANCING 1.
     GO TO INV-READ.
INV-EXCEPTION.
        MOVE PO-TBL-SUB TO PO-FOUND.
FIND-PO-EXIT.
     EXIT.
APPLY-DEBIT.
     IF DM-NET-AMT EQUAL ZERO GO TO APPLY-DEBIT-EXIT.
     IF DT-VENDOR (DM-TBL-SUB) NOT EQUAL IV-VENDOR-NAME
        OR DT-OPEN (DM-TBL-SUB) EQUAL ZERO
        GO TO APPLY-DEBIT-EXIT.
     MOVE DT-OPEN (DM-TBL-SUB) TO DM-APPLY.
     IF DM-APPLY GREATER THAN DM-NET-AMT
        MOVE DM-NET-AMT TO DM-APPLY.
     SUBTRACT DM-APPLY FROM DM-NET-AMT, DT-OPEN (DM-TBL-SUB).
     ADD DM-APPLY TO DT-APPLIED (DM-TBL-SUB), VCH-DM-AMT,
        DM-AMT-TOT.
     MOVE 'Y' TO DM-USED-SW.
APPLY-DEBIT-EXIT.
     EXIT.
SET-DUE-DATE.
     MOVE 30 TO TERMS-DAYS.
     MOVE ZERO TO TRM-FOUND.
     MOVE VCH-CT TO RGT-CT.
     MOVE EXC-CT TO RGT-EXC.
     MOVE VCH-AMT-TOT TO RGT-AMT.
     MOVE DM-AMT-TOT TO RGT-DM.
     WRITE APVREG-REC FROM REG-TOT-LINE AFTER ADVANCING 2.
     CLOSE INVOICE-FILE, APVOUCH, APEXCP, APVREG.
     IF DM-USED-SW EQUAL 'Y'
        OPEN I-O RTVFILE
        MOVE ZERO TO RTV-REC-CT
        MOVE 1 TO DM-TBL-SUB
        PERFORM UPDATE-DEBIT THRU UPDATE-DEBIT-EXIT
           UNTIL DM-TBL-SUB GREATER THAN DM-TBL-COUNT
        CLOSE RTVFILE.
     DISPLAY 'INVOICES IN-   ' INV-IN-CT.
     DISPLAY 'CARRIED OPEN-  ' CARRY-CT.
     DISPLAY 'VOUCHERED-     ' VCH-CT.
     DISPLAY 'EXCEPTIONS-    ' EXC-CT.
     DISPLAY 'DEBIT MEMOS-   ' DM-AMT-TOT.
     MOVE 'NORMAL' TO RL-STATUS.
FINISH-RUN.
     MOVE 'APVCHR   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE INV-IN-CT TO RL-RECS-READ.
     MOVE VCH-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
UPDATE-DEBIT.
     READ RTVFILE AT END
        MOVE DM-TBL-COUNT TO DM-TBL-SUB
        ADD 1 TO DM-TBL-SUB
        GO TO UPDATE-DEBIT-EXIT.
     ADD 1 TO RTV-REC-CT.
     IF RTV-REC-CT NOT EQUAL DT-REC-NO (DM-TBL-SUB)
        GO TO UPDATE-DEBIT-EXIT.
     MOVE DM-TBL-SUB TO DM-FOUND.
     ADD 1 TO DM-TBL-SUB.
     IF DT-APPLIED (DM-FOUND) EQUAL ZERO GO TO UPDATE-DEBIT-EXIT.
     ADD DT-APPLIED (DM-FOUND) TO RV-CREDITED.
     MOVE RL-SAVE-DATE TO RV-CREDIT-DATE.
     IF RV-CREDITED NOT LESS THAN RV-AMOUNT
        MOVE 'C' TO RV-STATUS.
     REWRITE RTV-REC.
UPDATE-DEBIT-EXIT.
     EXIT.
