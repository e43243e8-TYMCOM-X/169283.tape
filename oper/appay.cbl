IDENTIFICATION DIVISION.
PROGRAM-ID. APPAY.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. FEBRUARY, 1977.
REMARKS. ACCOUNTS PAYABLE PAYMENT SELECTION AND CHECK RUN.
    SELECTS RELEASED VOUCHERS FROM APVCHR THAT ARE DUE BY THE
    PAY-THROUGH DATE, OR WHOSE EARLY PAYMENT DISCOUNT IS STILL
    OPEN, AND TAKES THE DISCOUNT WHEN THE DISCOUNT DATE HAS NOT
    PASSED.  VENDOR TERMS ARE CARRIED IN VEN-TERMS AS NET DAYS
    (1-3), DISCOUNT DAYS (4-6) AND DISCOUNT PERCENT 9V99 (7-9),
    E.G. 030010200 IS 2 PCT 10 NET 30.  THE CASH REQUIREMENTS
    PREVIEW IS PRINTED FIRST.  WHEN AN OPERATOR WITH ADD
    AUTHORITY APPROVES THE RUN, ONE CHECK PER VENDOR IS WRITTEN
    TO THE CHECKBOOK CHECKS FILE NUMBERED FROM CHKCTL AND THE
    VOUCHERS ARE MARKED PAID.  DISCOUNTS MISSED ARE LISTED ON
    THE LOST DISCOUNT REPORT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT VENDOR-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT APVOUCH ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CHECKS ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CHKCTL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT OPERFIL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT REFUSLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CASHRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CHKRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT LOSTRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD VENDOR-FILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "VENDOR   ".
01 VENDOR-REC.
     05 VEN-NO PIC 9(4).
     05 VEN-NAME PIC X(15).
     05 VEN-ITEM PIC 999.
     05 VEN-PRICE PIC 9(3)V99.
     05 VEN-ADDRESS PIC X(25).
     05 VEN-TERMS.
        10 VEN-TERMS-DAYS PIC XXX.
        10 VEN-DISC-DAYS PIC XXX.
        10 VEN-DISC-PCT PIC XXX.
        10 VEN-DISC-PCT-N REDEFINES VEN-DISC-PCT PIC 9V99.
        10 FILLER PIC X.
     05 VEN-LEAD PIC 999.
     05 VEN-1099-FLAG PIC X.
     05 VEN-TIN PIC X(9).
FD APVOUCH
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "APVOUCHER".
01 APVOUCH-REC.
     05 VCH-VENDOR-NAME PIC X(15).
     05 VCH-INV-NO PIC X(8).
     05 VCH-ITEM PIC 999.
     05 VCH-QTY PIC 9(4).
     05 VCH-AMOUNT PIC 9(6)V99.
     05 VCH-DUE-DATE PIC 9(6).
     05 VCH-STATUS PIC X.
     05 VCH-INV-DATE PIC 9(6).
     05 VCH-CHECK-NO PIC 9(6).
     05 VCH-PAID-DATE PIC 9(6).
     05 VCH-DISC-AMT PIC 9(5)V99.
     05 VCH-DM-AMT PIC 9(6)V99.
FD CHECKS
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "CHECKSDAT".
01 CHECK-REC.
     05 CHECK-NUMB PIC 9(6).
     05 CHECK-MONTH PIC 9(2).
     05 CHECK-DAY PIC 9(2).
     05 CHECK-YEAR PIC 9(4).
     05 PAYEE PIC X(35).
     05 CHECK-AMOUNT PIC 9(4).9(2).
     05 CHECK-BALANCE PIC S9(6)V9(2).
     05 CHECK-CATEGORY PIC XX.
     05 CHECK-OPERATOR PIC X(3).
     05 CHECK-ACCT PIC XX.
FD CHKCTL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "CHKCTLDAT".
01 CHKCTL-REC.
     05 CTL-ACCT-CODE PIC XX.
     05 CTL-NEXT-CHK-NO PIC 9(6).
FD OPERFIL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "OPERFILDAT".
01 OPER-REC.
     05 OP-ID PIC X(3).
     05 OP-PASSWORD PIC X(6).
     05 OP-AUTH-INQ PIC X.
     05 OP-AUTH-ADD PIC X.
     05 OP-AUTH-DEL PIC X.
     05 OP-AUTH-VOID PIC X.
     05 OP-NAME PIC X(20).
     05 FILLER PIC X(7).
FD REFUSLOG
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "OPREFUSLOG".
01 REFUSE-REC.
     05 RF-DATE PIC 9(6).
     05 RF-TIME PIC 9(8).
     05 RF-PROGRAM PIC X(9).
     05 RF-OPERATOR PIC X(3).
     05 RF-COMMAND PIC X(8).
     05 FILLER PIC X(6).
FD CASHRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "APCASHRPT".
01 CASHRPT-REC PIC X(132).
FD CHKRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "APCHKRPT ".
01 CHKRPT-REC PIC X(90).
FD LOSTRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "APLOSTRPT".
01 LOSTRPT-REC PIC X(132).
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
77 PAY-THRU PIC 9(6) VALUE ZERO.
77 VCH-IN-CT PIC 9(5) VALUE ZERO.
77 SEL-CT PIC 9(5) VALUE ZERO.
77 LOST-CT PIC 9(5) VALUE ZERO.
77 CHK-CT PIC 9(5) VALUE ZERO.
77 PAID-CT PIC 9(5) VALUE ZERO.
77 VT-CT PIC 9(3) VALUE ZERO.
77 VT-SUB PIC 9(3) VALUE ZERO.
77 PV-CT PIC 9(3) VALUE ZERO.
77 PV-SUB PIC 9(3) VALUE ZERO.
77 PV-FOUND PIC 9(3) VALUE ZERO.
77 TRM-TBL-COUNT PIC 9(3) VALUE ZERO.
77 TRM-TBL-SUB PIC 9(3) VALUE ZERO.
77 TRM-FOUND PIC 9(3) VALUE ZERO.
77 DISC-DAYS PIC 9(3) VALUE ZERO.
77 DISC-PCT PIC 9V99 VALUE ZERO.
77 DISC-AMT PIC 9(5)V99 VALUE ZERO.
77 DISC-OPEN PIC X VALUE 'N'.
77 DUE-DAYS PIC S9(4) VALUE ZERO.
77 TOT-GROSS PIC 9(8)V99 VALUE ZERO.
77 TOT-DISC PIC 9(7)V99 VALUE ZERO.
77 TOT-NET PIC 9(8)V99 VALUE ZERO.
77 TOT-LOST PIC 9(7)V99 VALUE ZERO.
77 CHK-TOT PIC 9(8)V99 VALUE ZERO.
77 CHK-LIMIT PIC 9(4)V99 VALUE 9999.99.
77 RUNNING-BALANCE PIC S9(6)V9(2) VALUE ZERO.
77 NUMB PIC 9(6) VALUE ZERO.
77 CUR-ACCT PIC XX VALUE 'AP'.
77 CUR-CATEGORY PIC XX VALUE 'AP'.
77 CTL-FOUND-SW PIC X VALUE 'N'.
77 ANSWER PIC X(3) VALUE SPACES.
77 SGN-OP-ID PIC X(3) VALUE SPACES.
77 SGN-PASSWORD PIC X(6) VALUE SPACES.
77 SGN-FOUND PIC X VALUE 'N'.
01 CHECK-DATE PIC 9(6) VALUE ZERO.
01 CHECK-DATE-X REDEFINES CHECK-DATE.
     05 CKD-YR PIC 99.
     05 CKD-MO PIC 99.
     05 CKD-DA PIC 99.
01 DISC-DATE-WORK PIC 9(6) VALUE ZERO.
01 DISC-DATE-WORK-X REDEFINES DISC-DATE-WORK.
     05 DSC-YR PIC 99.
     05 DSC-MO PIC 99.
     05 DSC-DA PIC 99.
01 TRM-TABLE.
     05 TRM-TBL OCCURS 100 TIMES.
        10 TT-VENDOR PIC X(15).
        10 TT-DISC-DAYS PIC 9(3).
        10 TT-DISC-PCT PIC 9V99.
01 VT-TABLE.
     05 VT-TBL OCCURS 500 TIMES.
        10 VT-SEL PIC X.
        10 VT-PV PIC 9(3).
        10 VT-DISC PIC 9(5)V99.
01 PV-TABLE.
     05 PV-TBL OCCURS 100 TIMES.
        10 PV-VENDOR PIC X(15).
        10 PV-CT-VCH PIC 9(3).
        10 PV-GROSS PIC 9(7)V99.
        10 PV-DISC PIC 9(5)V99.
        10 PV-NET PIC 9(7)V99.
        10 PV-CHECK-NO PIC 9(6).
01 CASH-HEAD-1.
     05 FILLER PIC X(30) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "CASH REQUIREMENTS PREVIEW".
     05 FILLER PIC X(14) VALUE "PAY THROUGH ".
     05 CH-THRU PIC 9(6).
     05 FILLER PIC X(14) VALUE "   CHECK DATE ".
     05 CH-CKDATE PIC 9(6).
01 CASH-HEAD-2.
     05 FILLER PIC X(33) VALUE
         "VENDOR           INVOICE  ITEM  ".
     05 FILLER PIC X(36) VALUE
         "INV DATE  DUE DATE  DISC DATE       ".
     05 FILLER PIC X(40) VALUE
         "   GROSS   DISCOUNT        NET  NOTE".
01 CASH-LINE.
     05 CL-VENDOR PIC X(15).
     05 FILLER PIC XX VALUE SPACES.
     05 CL-INV-NO PIC X(8).
     05 FILLER PIC X VALUE SPACE.
     05 CL-ITEM PIC 999.
     05 FILLER PIC XXXX VALUE SPACES.
     05 CL-INV-DATE PIC 9(6).
     05 FILLER PIC XXXX VALUE SPACES.
     05 CL-DUE PIC 9(6).
     05 FILLER PIC XXXX VALUE SPACES.
     05 CL-DISC-DATE PIC 9(6).
     05 FILLER PIC XX VALUE SPACES.
     05 CL-GROSS PIC ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 CL-DISC PIC ZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 CL-NET PIC ZZZ,ZZ9.99.
     05 FILLER PIC XX VALUE SPACES.
     05 CL-NOTE PIC X(25).
01 CASH-VEN-HEAD.
     05 FILLER PIC X(40) VALUE
         "CASH REQUIRED BY VENDOR".
01 CASH-VEN-LINE.
     05 CV-VENDOR PIC X(15).
     05 FILLER PIC XX VALUE SPACES.
     05 CV-CT PIC ZZ9.
     05 FILLER PIC X(10) VALUE " VOUCHERS ".
     05 CV-GROSS PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 CV-DISC PIC ZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 CV-NET PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC XX VALUE SPACES.
     05 CV-NOTE PIC X(31).
01 CASH-TOT-LINE.
     05 FILLER PIC X(20) VALUE "TOTAL CASH REQUIRED ".
     05 CT-CT PIC ZZZZ9.
     05 FILLER PIC X(5) VALUE SPACES.
     05 CT-GROSS PIC ZZ,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 CT-DISC PIC Z,ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 CT-NET PIC ZZ,ZZZ,ZZ9.99.
01 CHK-HEAD.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FILLER PIC X(32) VALUE "ACCOUNTS PAYABLE CHECK REGISTER".
     05 FILLER PIC X(9) VALUE " ACCOUNT ".
     05 CKH-ACCT PIC XX.
01 CHK-LINE.
     05 CK-NUMB PIC Z(5)9.
     05 FILLER PIC XX VALUE SPACES.
     05 CK-VENDOR PIC X(15).
     05 FILLER PIC XX VALUE SPACES.
     05 CK-CT PIC ZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 CK-AMT PIC Z,ZZ9.99.
     05 FILLER PIC XX VALUE SPACES.
     05 CK-BAL PIC ZZZ,ZZ9.99-.
     05 FILLER PIC XX VALUE SPACES.
     05 CK-NOTE PIC X(30).
01 CHK-TOT-LINE.
     05 FILLER PIC X(10) VALUE " CHECKS   ".
     05 CKT-CT PIC ZZZZ9.
     05 FILLER PIC X(9) VALUE "  TOTAL  ".
     05 CKT-AMT PIC ZZ,ZZZ,ZZ9.99.
     05 FILLER PIC X(11) VALUE "  BALANCE  ".
     05 CKT-BAL PIC ZZZ,ZZ9.99-.
01 LOST-HEAD-1.
     05 FILLER PIC X(30) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "LOST DISCOUNT REPORT".
     05 FILLER PIC X(12) VALUE "CHECK DATE ".
     05 LH-CKDATE PIC 9(6).
01 LOST-HEAD-2.
     05 FILLER PIC X(33) VALUE
         "VENDOR           INVOICE  ITEM  ".
     05 FILLER PIC X(36) VALUE
         "INV DATE  DISC DATE   PCT          ".
     05 FILLER PIC X(40) VALUE
         "   GROSS  LOST DISC  STATUS".
01 LOST-LINE.
     05 LL-VENDOR PIC X(15).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-INV-NO PIC X(8).
     05 FILLER PIC X VALUE SPACE.
     05 LL-ITEM PIC 999.
     05 FILLER PIC XXXX VALUE SPACES.
     05 LL-INV-DATE PIC 9(6).
     05 FILLER PIC XXXX VALUE SPACES.
     05 LL-DISC-DATE PIC 9(6).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-PCT PIC 9.99.
     05 FILLER PIC X(12) VALUE SPACES.
     05 LL-GROSS PIC ZZZ,ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 LL-LOST PIC ZZ,ZZ9.99.
     05 FILLER PIC XX VALUE SPACES.
     05 LL-NOTE PIC X(20).
01 LOST-TOT-LINE.
     05 FILLER PIC X(20) VALUE "DISCOUNTS LOST      ".
     05 LT-CT PIC ZZZZ9.
     05 FILLER PIC X(9) VALUE "  TOTAL  ".
     05 LT-AMT PIC Z,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     DISPLAY 'PAY VOUCHERS DUE THROUGH (YYMMDD) : '
        WITH NO ADVANCING.
     ACCEPT PAY-THRU.
     DISPLAY 'CHECK DATE (YYMMDD, 0 FOR TODAY) : '
        WITH NO ADVANCING.
     ACCEPT CHECK-DATE.
     IF CHECK-DATE NOT NUMERIC OR CHECK-DATE EQUAL ZERO
        MOVE RL-SAVE-DATE TO CHECK-DATE.
     IF PAY-THRU NOT NUMERIC OR PAY-THRU EQUAL ZERO
        MOVE CHECK-DATE TO PAY-THRU.
     OPEN INPUT VENDOR-FILE.
LOAD-ONE-TERM.
     READ VENDOR-FILE AT END CLOSE VENDOR-FILE,
        GO TO SELECT-PASS.
     IF TRM-TBL-COUNT EQUAL 100
        DISPLAY 'APPAY - VENDOR TERMS TABLE FULL'
        CLOSE VENDOR-FILE, GO TO SELECT-PASS.
     ADD 1 TO TRM-TBL-COUNT.
     MOVE VEN-NAME TO TT-VENDOR (TRM-TBL-COUNT).
     MOVE ZERO TO TT-DISC-DAYS (TRM-TBL-COUNT),
        TT-DISC-PCT (TRM-TBL-COUNT).
     IF VEN-DISC-DAYS NUMERIC AND VEN-DISC-PCT NUMERIC
        MOVE VEN-DISC-DAYS TO TT-DISC-DAYS (TRM-TBL-COUNT)
        MOVE VEN-DISC-PCT-N TO TT-DISC-PCT (TRM-TBL-COUNT).
     GO TO LOAD-ONE-TERM.
SELECT-PASS.
     OPEN INPUT APVOUCH.
     OPEN OUTPUT CASHRPT, LOSTRPT.
     MOVE PAY-THRU TO CH-THRU.
     MOVE CHECK-DATE TO CH-CKDATE, LH-CKDATE.
     WRITE CASHRPT-REC FROM CASH-HEAD-1 AFTER ADVANCING PAGE.
     WRITE CASHRPT-REC FROM CASH-HEAD-2 AFTER ADVANCING 2.
     WRITE LOSTRPT-REC FROM LOST-HEAD-1 AFTER ADVANCING PAGE.
     WRITE LOSTRPT-REC FROM LOST-HEAD-2 AFTER ADVANCING 2.
VCH-READ.
     READ APVOUCH AT END GO TO SELECT-DONE.
     ADD 1 TO VCH-IN-CT.
     IF VT-CT EQUAL 500
        DISPLAY 'APPAY - VOUCHER TABLE FULL, REMAINING '
           'VOUCHERS LEFT FOR NEXT RUN'
        GO TO SELECT-DONE.
     ADD 1 TO VT-CT.
     MOVE 'N' TO VT-SEL (VT-CT).
     MOVE ZERO TO VT-PV (VT-CT), VT-DISC (VT-CT).
     IF VCH-STATUS NOT EQUAL 'R' GO TO VCH-READ.
     PERFORM SET-DISCOUNT THRU SET-DISCOUNT-EXIT.
     IF DISC-OPEN EQUAL 'Y'
        AND DISC-DATE-WORK NOT GREATER THAN PAY-THRU
        GO TO VCH-SELECT.
     IF VCH-DUE-DATE GREATER THAN PAY-THRU
        GO TO VCH-NOT-SELECTED.
     IF DISC-OPEN NOT EQUAL 'Y' MOVE ZERO TO DISC-AMT.
VCH-SELECT.
     PERFORM FIND-PAYEE THRU FIND-PAYEE-EXIT.
     IF PV-FOUND EQUAL ZERO
        MOVE 'VENDOR TABLE FULL - HELD' TO CL-NOTE
        MOVE ZERO TO DISC-AMT
        GO TO VCH-PRINT.
     MOVE 'Y' TO VT-SEL (VT-CT).
     MOVE PV-FOUND TO VT-PV (VT-CT).
     MOVE DISC-AMT TO VT-DISC (VT-CT).
     ADD 1 TO PV-CT-VCH (PV-FOUND), SEL-CT.
     ADD VCH-AMOUNT TO PV-GROSS (PV-FOUND), TOT-GROSS.
     ADD DISC-AMT TO PV-DISC (PV-FOUND), TOT-DISC.
     COMPUTE PV-NET (PV-FOUND) = PV-GROSS (PV-FOUND)
        - PV-DISC (PV-FOUND).
     MOVE 'SELECTED' TO CL-NOTE.
     IF DISC-AMT NOT EQUAL ZERO
        MOVE 'SELECTED - DISCOUNT TAKEN' TO CL-NOTE.
     IF DISC-DAYS NOT EQUAL ZERO AND DISC-OPEN EQUAL 'N'
        MOVE 'PAID THIS RUN' TO LL-NOTE
        PERFORM WRITE-LOST THRU WRITE-LOST-EXIT.
VCH-PRINT.
     MOVE VCH-VENDOR-NAME TO CL-VENDOR.
     MOVE VCH-INV-NO TO CL-INV-NO.
     MOVE VCH-ITEM TO CL-ITEM.
     MOVE VCH-INV-DATE TO CL-INV-DATE.
     MOVE VCH-DUE-DATE TO CL-DUE.
     MOVE DISC-DATE-WORK TO CL-DISC-DATE.
     MOVE VCH-AMOUNT TO CL-GROSS.
     MOVE DISC-AMT TO CL-DISC.
     COMPUTE CL-NET = VCH-AMOUNT - DISC-AMT.
     WRITE CASHRPT-REC FROM CASH-LINE AFTER ADVANCING 1.
     GO TO VCH-READ.
VCH-NOT-SELECTED.
     IF DISC-DAYS NOT EQUAL ZERO AND DISC-OPEN EQUAL 'N'
        MOVE 'STILL UNPAID' TO LL-NOTE
        PERFORM WRITE-LOST THRU WRITE-LOST-EXIT.
     GO TO VCH-READ.
SET-DISCOUNT.
     MOVE 'N' TO DISC-OPEN.
     MOVE ZERO TO DISC-DAYS, DISC-PCT, DISC-AMT, DISC-DATE-WORK.
     MOVE ZERO TO TRM-FOUND.
     PERFORM FIND-TERMS THRU FIND-TERMS-EXIT
        VARYING TRM-TBL-SUB FROM 1 BY 1
        UNTIL TRM-TBL-SUB GREATER THAN TRM-TBL-COUNT.
     IF TRM-FOUND EQUAL ZERO GO TO SET-DISCOUNT-EXIT.
     IF VCH-INV-DATE NOT NUMERIC OR VCH-INV-DATE EQUAL ZERO
        GO TO SET-DISCOUNT-EXIT.
     IF TT-DISC-DAYS (TRM-FOUND) EQUAL ZERO
        OR TT-DISC-PCT (TRM-FOUND) EQUAL ZERO
        GO TO SET-DISCOUNT-EXIT.
     MOVE TT-DISC-DAYS (TRM-FOUND) TO DISC-DAYS.
     MOVE TT-DISC-PCT (TRM-FOUND) TO DISC-PCT.
     COMPUTE DISC-AMT ROUNDED = VCH-AMOUNT * DISC-PCT / 100.
     MOVE VCH-INV-DATE TO DISC-DATE-WORK.
     COMPUTE DUE-DAYS = DSC-DA + DISC-DAYS.
SET-DISC-MONTH.
     IF DUE-DAYS NOT GREATER THAN 30
        MOVE DUE-DAYS TO DSC-DA
        GO TO SET-DISC-YEAR.
     SUBTRACT 30 FROM DUE-DAYS.
     ADD 1 TO DSC-MO.
     GO TO SET-DISC-MONTH.
SET-DISC-YEAR.
     IF DSC-MO GREATER THAN 12
        SUBTRACT 12 FROM DSC-MO
        ADD 1 TO DSC-YR.
     IF DISC-DATE-WORK NOT LESS THAN CHECK-DATE
        MOVE 'Y' TO DISC-OPEN.
SET-DISCOUNT-EXIT.
     EXIT.
FIND-TERMS.
     IF TT-VENDOR (TRM-TBL-SUB) EQUAL VCH-VENDOR-NAME
        AND TRM-FOUND EQUAL ZERO
        MOVE TRM-TBL-SUB TO TRM-FOUND.
FIND-TERMS-EXIT.
     EXIT.
FIND-PAYEE.
     MOVE ZERO TO PV-FOUND.
     PERFORM FIND-ONE-PAYEE THRU FIND-ONE-PAYEE-EXIT
        VARYING PV-SUB FROM 1 BY 1
        UNTIL PV-SUB GREATER THAN PV-CT.
     IF PV-FOUND NOT EQUAL ZERO GO TO FIND-PAYEE-EXIT.
     IF PV-CT EQUAL 100 GO TO FIND-PAYEE-EXIT.
     ADD 1 TO PV-CT.
     MOVE PV-CT TO PV-FOUND.
     MOVE VCH-VENDOR-NAME TO PV-VENDOR (PV-FOUND).
     MOVE ZERO TO PV-CT-VCH (PV-FOUND), PV-GROSS (PV-FOUND),
        PV-DISC (PV-FOUND), PV-NET (PV-FOUND),
        PV-CHECK-NO (PV-FOUND).
FIND-PAYEE-EXIT.
     EXIT.
FIND-ONE-PAYEE.
     IF PV-VENDOR (PV-SUB) EQUAL VCH-VENDOR-NAME
        MOVE PV-SUB TO PV-FOUND.
FIND-ONE-PAYEE-EXIT.
     EXIT.
WRITE-LOST.
     COMPUTE DISC-AMT ROUNDED = VCH-AMOUNT * DISC-PCT / 100.
     MOVE VCH-VENDOR-NAME TO LL-VENDOR.
     MOVE VCH-INV-NO TO LL-INV-NO.
     MOVE VCH-ITEM TO LL-ITEM.
     MOVE VCH-INV-DATE TO LL-INV-DATE.
     MOVE DISC-DATE-WORK TO LL-DISC-DATE.
     MOVE DISC-PCT TO LL-PCT.
     MOVE VCH-AMOUNT TO LL-GROSS.
     MOVE DISC-AMT TO LL-LOST.
     WRITE LOSTRPT-REC FROM LOST-LINE AFTER ADVANCING 1.
     ADD 1 TO LOST-CT.
     ADD DISC-AMT TO TOT-LOST.
     MOVE ZERO TO DISC-AMT.
WRITE-LOST-EXIT.
     EXIT.
SELECT-DONE.
     CLOSE APVOUCH.
     WRITE CASHRPT-REC FROM CASH-VEN-HEAD AFTER ADVANCING 3.
     PERFORM PRINT-VENDOR THRU PRINT-VENDOR-EXIT
        VARYING PV-SUB FROM 1 BY 1
        UNTIL PV-SUB GREATER THAN PV-CT.
     COMPUTE TOT-NET = TOT-GROSS - TOT-DISC.
     MOVE SEL-CT TO CT-CT.
     MOVE TOT-GROSS TO CT-GROSS.
     MOVE TOT-DISC TO CT-DISC.
     MOVE TOT-NET TO CT-NET.
     WRITE CASHRPT-REC FROM CASH-TOT-LINE AFTER ADVANCING 2.
     MOVE LOST-CT TO LT-CT.
     MOVE TOT-LOST TO LT-AMT.
     WRITE LOSTRPT-REC FROM LOST-TOT-LINE AFTER ADVANCING 2.
     CLOSE CASHRPT, LOSTRPT.
     DISPLAY 'VOUCHERS IN-   ' VCH-IN-CT.
     DISPLAY 'SELECTED-      ' SEL-CT.
     DISPLAY 'CASH REQUIRED- ' CT-NET.
     DISPLAY 'LOST DISCOUNTS-' LT-AMT.
     MOVE 'NORMAL' TO RL-STATUS.
     IF SEL-CT EQUAL ZERO
        DISPLAY 'APPAY - NO VOUCHERS SELECTED'
        GO TO FINISH-RUN.
     DISPLAY 'REVIEW APCASHRPT - APPROVE CHECK RUN (YES/NO) : '
        WITH NO ADVANCING.
     ACCEPT ANSWER.
     IF ANSWER NOT EQUAL 'YES'
        DISPLAY 'APPAY - CHECK RUN NOT APPROVED, NO CHECKS '
           'WRITTEN'
        GO TO FINISH-RUN.
     PERFORM OPERATOR-SIGN-ON THRU OPERATOR-SIGN-ON-EXIT.
     IF SGN-FOUND NOT EQUAL 'Y'
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     GO TO CHECK-RUN.
PRINT-VENDOR.
     MOVE PV-VENDOR (PV-SUB) TO CV-VENDOR.
     MOVE PV-CT-VCH (PV-SUB) TO CV-CT.
     MOVE PV-GROSS (PV-SUB) TO CV-GROSS.
     MOVE PV-DISC (PV-SUB) TO CV-DISC.
     MOVE PV-NET (PV-SUB) TO CV-NET.
     MOVE SPACES TO CV-NOTE.
     IF PV-NET (PV-SUB) GREATER THAN CHK-LIMIT
        MOVE 'OVER CHECK LIMIT - PAY MANUALLY' TO CV-NOTE.
     IF PV-NET (PV-SUB) EQUAL ZERO
        MOVE 'NOTHING DUE - NO CHECK' TO CV-NOTE.
     WRITE CASHRPT-REC FROM CASH-VEN-LINE AFTER ADVANCING 1.
PRINT-VENDOR-EXIT.
     EXIT.
OPERATOR-SIGN-ON.
     DISPLAY 'OPERATOR ID : ' WITH NO ADVANCING.
     ACCEPT SGN-OP-ID.
     DISPLAY 'PASSWORD : ' WITH NO ADVANCING.
     ACCEPT SGN-PASSWORD.
     MOVE 'N' TO SGN-FOUND.
     OPEN INPUT OPERFIL.
SIGN-ON-LOOP.
     READ OPERFIL AT END GO TO SIGN-ON-TEST.
     IF OP-ID NOT EQUAL SGN-OP-ID GO TO SIGN-ON-LOOP.
     IF OP-PASSWORD NOT EQUAL SGN-PASSWORD GO TO SIGN-ON-LOOP.
     IF OP-AUTH-ADD EQUAL 'Y' MOVE 'Y' TO SGN-FOUND.
SIGN-ON-TEST.
     CLOSE OPERFIL.
     IF SGN-FOUND EQUAL 'Y' GO TO OPERATOR-SIGN-ON-EXIT.
     DISPLAY '*NOT AUTHORIZED - REFUSAL LOGGED*'.
     OPEN EXTEND REFUSLOG.
     ACCEPT RF-DATE FROM DATE.
     ACCEPT RF-TIME FROM TIME.
     MOVE 'APPAY    ' TO RF-PROGRAM.
     MOVE SGN-OP-ID TO RF-OPERATOR.
     MOVE 'CHECKRUN' TO RF-COMMAND.
     WRITE REFUSE-REC.
     CLOSE REFUSLOG.
OPERATOR-SIGN-ON-EXIT.
     EXIT.
CHECK-RUN.
     DISPLAY 'BANK ACCOUNT CODE (AP) : ' WITH NO ADVANCING.
     ACCEPT CUR-ACCT.
     IF CUR-ACCT EQUAL SPACES MOVE 'AP' TO CUR-ACCT.
     DISPLAY 'CURRENT BALANCE OF ACCOUNT : ' WITH NO ADVANCING.
     ACCEPT RUNNING-BALANCE.
     DISPLAY 'CHECK CATEGORY (AP) : ' WITH NO ADVANCING.
     ACCEPT CUR-CATEGORY.
     IF CUR-CATEGORY EQUAL SPACES MOVE 'AP' TO CUR-CATEGORY.
     PERFORM GET-CTL-NO THRU GET-CTL-NO-EXIT.
     OPEN EXTEND CHECKS.
     OPEN OUTPUT CHKRPT.
     MOVE CUR-ACCT TO CKH-ACCT.
     WRITE CHKRPT-REC FROM CHK-HEAD AFTER ADVANCING PAGE.
     PERFORM WRITE-CHECK THRU WRITE-CHECK-EXIT
        VARYING PV-SUB FROM 1 BY 1
        UNTIL PV-SUB GREATER THAN PV-CT.
     MOVE CHK-CT TO CKT-CT.
     MOVE CHK-TOT TO CKT-AMT.
     MOVE RUNNING-BALANCE TO CKT-BAL.
     WRITE CHKRPT-REC FROM CHK-TOT-LINE AFTER ADVANCING 2.
     CLOSE CHECKS, CHKRPT.
     PERFORM PUT-CTL-NO THRU PUT-CTL-NO-EXIT.
     OPEN I-O APVOUCH.
     MOVE ZERO TO VT-SUB.
MARK-PAID.
     READ APVOUCH AT END GO TO MARK-PAID-DONE.
     ADD 1 TO VT-SUB.
     IF VT-SUB GREATER THAN VT-CT GO TO MARK-PAID-DONE.
     IF VT-SEL (VT-SUB) NOT EQUAL 'Y' GO TO MARK-PAID.
     MOVE VT-PV (VT-SUB) TO PV-SUB.
     IF PV-CHECK-NO (PV-SUB) EQUAL ZERO GO TO MARK-PAID.
     MOVE 'P' TO VCH-STATUS.
     MOVE PV-CHECK-NO (PV-SUB) TO VCH-CHECK-NO.
     MOVE CHECK-DATE TO VCH-PAID-DATE.
     MOVE VT-DISC (VT-SUB) TO VCH-DISC-AMT.
     REWRITE APVOUCH-REC.
     ADD 1 TO PAID-CT.
     GO TO MARK-PAID.
MARK-PAID-DONE.
     CLOSE APVOUCH.
     DISPLAY 'CHECKS WRITTEN-' CHK-CT.
     DISPLAY 'VOUCHERS PAID- ' PAID-CT.
     GO TO FINISH-RUN.
WRITE-CHECK.
     MOVE PV-VENDOR (PV-SUB) TO CK-VENDOR.
     MOVE PV-CT-VCH (PV-SUB) TO CK-CT.
     MOVE PV-NET (PV-SUB) TO CK-AMT.
     MOVE ZERO TO CK-NUMB.
     IF PV-NET (PV-SUB) EQUAL ZERO
        GO TO WRITE-CHECK-EXIT.
     IF PV-NET (PV-SUB) GREATER THAN CHK-LIMIT
        MOVE ZERO TO CK-AMT
        MOVE RUNNING-BALANCE TO CK-BAL
        MOVE 'OVER CHECK LIMIT - NOT WRITTEN' TO CK-NOTE
        WRITE CHKRPT-REC FROM CHK-LINE AFTER ADVANCING 1
        GO TO WRITE-CHECK-EXIT.
     MOVE NUMB TO CHECK-NUMB, PV-CHECK-NO (PV-SUB), CK-NUMB.
     MOVE CKD-MO TO CHECK-MONTH.
     MOVE CKD-DA TO CHECK-DAY.
     IF CKD-YR IS LESS THAN 50
        ADD 2000 CKD-YR GIVING CHECK-YEAR
     ELSE
        ADD 1900 CKD-YR GIVING CHECK-YEAR.
     MOVE PV-VENDOR (PV-SUB) TO PAYEE.
     MOVE PV-NET (PV-SUB) TO CHECK-AMOUNT.
     SUBTRACT PV-NET (PV-SUB) FROM RUNNING-BALANCE.
     MOVE RUNNING-BALANCE TO CHECK-BALANCE, CK-BAL.
     MOVE CUR-CATEGORY TO CHECK-CATEGORY.
     MOVE SGN-OP-ID TO CHECK-OPERATOR.
     MOVE CUR-ACCT TO CHECK-ACCT.
     WRITE CHECK-REC.
     ADD 1 TO NUMB, CHK-CT.
     ADD PV-NET (PV-SUB) TO CHK-TOT.
     MOVE SPACES TO CK-NOTE.
     WRITE CHKRPT-REC FROM CHK-LINE AFTER ADVANCING 1.
WRITE-CHECK-EXIT.
     EXIT.
GET-CTL-NO.
     MOVE 'N' TO CTL-FOUND-SW.
     OPEN I-O CHKCTL.
GET-CTL-LOOP.
     READ CHKCTL AT END
        CLOSE CHKCTL
        DISPLAY 'NO ' CUR-ACCT ' SERIES ON CHECK CONTROL FILE'
        DISPLAY 'NEXT CHECK NUMBER : ' WITH NO ADVANCING
        ACCEPT NUMB
        GO TO GET-CTL-NO-EXIT.
     IF CTL-ACCT-CODE NOT EQUAL CUR-ACCT GO TO GET-CTL-LOOP.
     MOVE 'Y' TO CTL-FOUND-SW.
     MOVE CTL-NEXT-CHK-NO TO NUMB.
GET-CTL-NO-EXIT.
     EXIT.
PUT-CTL-NO.
     IF CTL-FOUND-SW NOT EQUAL 'Y' GO TO PUT-CTL-NO-EXIT.
     MOVE NUMB TO CTL-NEXT-CHK-NO.
     REWRITE CHKCTL-REC.
     CLOSE CHKCTL.
     MOVE 'N' TO CTL-FOUND-SW.
PUT-CTL-NO-EXIT.
     EXIT.
FINISH-RUN.
     MOVE 'APPAY    ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE VCH-IN-CT TO RL-RECS-READ.
     MOVE CHK-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
