IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKBX.
REMARKS. BANK LOCKBOX TRANSMISSION INTO ARLEDG CASH.
    READS THE BANK'S DAILY LOCKBOX FILE - FILE HEADER (1),
    BATCH HEADER (5), PAYMENT (6) WITH UP TO FOUR REMITTED
    INVOICES, OVERFLOW (4) WITH FOUR MORE, BATCH TRAILER (7)
    AND FILE TRAILER (9).  THE FIRST PASS PROVES EVERY BATCH
    AND THE FILE AGAINST THE BANK'S TRAILER COUNTS AND TOTALS;
    IF ANYTHING IS OUT OF BALANCE NOTHING IS POSTED.  THE
    SECOND PASS TIES EACH PAYMENT TO A CUSTOMER - BY THE
    CUSTOMER NUMBER ON THE STUB WHEN IT IS ON THE CUSTOMER
    MASTER, ELSE BY A REMITTED INVOICE OPEN ON ARLEDGDAT - AND
    WRITES ONE CASH CARD PER REMITTED INVOICE TO ARCASHDAT, ANY
    REMAINDER WITH NO INVOICE SO ARLEDG APPLIES IT OLDEST
    FIRST.  PAYMENTS THAT CANNOT BE TIED GO TO ARUNAPDAT.  THE
    DAY'S TOTAL IS POSTED TO THE CHECKBOOK DEPOSITS FILE UNDER
    THE ACCOUNT CODE ON THE LBXPARDAT CARD.  A CHECKBOOK AMOUNT
    HOLDS 9,999.99 AT MOST, SO A LARGER DAY IS POSTED AS SEVERAL
    DEPOSIT RECORDS OF 9,999.99 AND ONE FOR THE REST.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCKBOX, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT LBXPARM, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUSMST, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT ARLEDG, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CASHTXN, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT UNAPCASH, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUSEXC, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT DEPOSITS, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT LBXRPT, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT RUNLOG, ASSIGN TO DSK RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD LOCKBOX
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "LOCKBXDAT".
01 LOCKBOX-REC.
    05 LB-TYPE PIC X.
    05 LB-DATA PIC X(79).
    05 LB-FILE-HDR REDEFINES LB-DATA.
      10 LB-BANK-ID PIC X(10).
      10 LB-LOCKBOX-NO PIC X(7).
      10 LB-DEPOSIT-DATE PIC 9(6).
      10 FILLER PIC X(56).
    05 LB-BATCH-HDR REDEFINES LB-DATA.
      10 LB-BH-BATCH PIC 9(3).
      10 FILLER PIC X(76).
    05 LB-PAYMENT REDEFINES LB-DATA.
      10 LB-BATCH PIC 9(3).
      10 LB-ITEM PIC 9(3).
      10 LB-CHECK-AMT PIC 9(6)V99.
      10 LB-CHECK-NO PIC X(8).
      10 LB-CUST-NO PIC X(5).
      10 LB-REMIT OCCURS 4 TIMES.
        15 LB-INV PIC X(5).
        15 LB-INV-9 REDEFINES LB-INV PIC 9(5).
        15 LB-INV-AMT PIC X(8).
        15 LB-INV-AMT-9 REDEFINES LB-INV-AMT PIC 9(6)V99.
    05 LB-OVERFLOW REDEFINES LB-DATA.
      10 LB-OV-BATCH PIC 9(3).
      10 LB-OV-ITEM PIC 9(3).
      10 LB-OV-REMIT OCCURS 4 TIMES.
        15 LB-OV-INV PIC X(5).
        15 LB-OV-INV-9 REDEFINES LB-OV-INV PIC 9(5).
        15 LB-OV-INV-AMT PIC X(8).
        15 LB-OV-INV-AMT-9 REDEFINES LB-OV-INV-AMT
             PIC 9(6)V99.
      10 FILLER PIC X(21).
    05 LB-BATCH-TRL REDEFINES LB-DATA.
      10 LB-BT-BATCH PIC 9(3).
      10 LB-BT-COUNT PIC 9(4).
      10 LB-BT-TOTAL PIC 9(8)V99.
      10 FILLER PIC X(62).
    05 LB-FILE-TRL REDEFINES LB-DATA.
      10 LB-FT-BATCHES PIC 9(3).
      10 LB-FT-COUNT PIC 9(5).
      10 LB-FT-TOTAL PIC 9(8)V99.
      10 FILLER PIC X(61).
FD LBXPARM
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "LBXPARDAT".
01 LBXPARM-REC.
    05 LP-DEP-ACCT PIC XX.
    05 FILLER PIC X(78).
FD CUSMST
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSMSTDAT".
01 CUSMST-REC.
    05 CM-CUST-NO PIC X(5).
    05 FILLER PIC X(195).
FD ARLEDG
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "ARLEDGDAT".
01 AR-REC.
    05 AR-DIST-NO PIC X(4).
    05 AR-INV-NO PIC 9(5).
    05 AR-DATE PIC 9(6).
    05 AR-AMOUNT PIC S9(6)V99.
    05 AR-STATUS PIC X.
    05 FILLER PIC X(16).
FD CASHTXN
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "ARCASHDAT".
01 CASH-REC.
    05 CA-TYPE PIC X.
    05 CA-DIST-NO PIC X(4).
    05 CA-INV-NO PIC 9(5).
    05 CA-AMOUNT PIC 9(6)V99.
    05 FILLER PIC X(62).
FD UNAPCASH
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "ARUNAPDAT".
01 UNAP-REC.
    05 UA-DIST-NO PIC X(4).
    05 UA-INV-NO PIC 9(5).
    05 UA-AMOUNT PIC 9(6)V99.
    05 UA-DATE PIC 9(6).
FD CUSEXC
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSEXCDAT".
01 CUSEXC-REC.
    05 CX-PROGRAM PIC X(9).
    05 CX-CUST-NO PIC X(5).
    05 CX-REF-TYPE PIC X(8).
    05 CX-REF-NO PIC X(12).
    05 CX-DATE PIC 9(6).
FD DEPOSITS
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "DEPOSIDAT".
01 DEPOSIT-REC.
    05 DEPOSIT-MONTH PIC 9(2).
    05 DEPOSIT-DAY PIC 9(2).
    05 DEPOSIT-YEAR PIC 9(4).
    05 DEPOSIT-AMOUNT PIC 9(4).9(2).
    05 DEPOSIT-BALANCE PIC S9(6)V9(2).
    05 DEPOSIT-ACCT PIC XX.
FD LBXRPT
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "LOCKBXRPT".
01 LBXRPT-REC PIC X(100).
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
  77 CUS-TBL-COUNT PIC 9(3) VALUE ZERO.
  77 CUS-TBL-SUB PIC 9(3) VALUE ZERO.
  77 CUS-FOUND PIC 9(3) VALUE ZERO.
  77 ITEM-COUNT PIC 9(3) VALUE ZERO.
  77 ITEM-SUB PIC 9(3) VALUE ZERO.
  77 ITEM-FOUND PIC 9(3) VALUE ZERO.
  77 REM-COUNT PIC 99 VALUE ZERO.
  77 REM-SUB PIC 99 VALUE ZERO.
  77 SLOT-SUB PIC 9 VALUE ZERO.
  77 REC-IN-CT PIC 9(5) VALUE ZERO.
  77 ERR-CT PIC 9(5) VALUE ZERO.
  77 CUR-BATCH PIC 9(3) VALUE ZERO.
  77 BAT-CT PIC 9(4) VALUE ZERO.
  77 BAT-AMT PIC 9(8)V99 VALUE ZERO.
  77 FILE-BATCHES PIC 9(3) VALUE ZERO.
  77 FILE-CT PIC 9(5) VALUE ZERO.
  77 FILE-AMT PIC 9(8)V99 VALUE ZERO.
  77 HDR-SEEN PIC X VALUE 'N'.
  77 TRL-SEEN PIC X VALUE 'N'.
  77 PAY-PENDING PIC X VALUE 'N'.
  77 PAY-DIST PIC X(4) VALUE SPACES.
  77 DEP-ACCT PIC XX VALUE SPACES.
  77 CASH-INV PIC 9(5) VALUE ZERO.
  77 PAY-REMAIN PIC 9(6)V99 VALUE ZERO.
  77 CASH-AMT PIC 9(6)V99 VALUE ZERO.
  77 CASH-CT PIC 9(5) VALUE ZERO.
  77 POSTED-CT PIC 9(5) VALUE ZERO.
  77 POSTED-AMT PIC 9(8)V99 VALUE ZERO.
  77 UNAP-CT PIC 9(5) VALUE ZERO.
  77 UNAP-AMT PIC 9(8)V99 VALUE ZERO.
  77 OUT-CT PIC 9(5) VALUE ZERO.
  77 RUN-YEAR PIC 9(4) VALUE ZERO.
  77 DEP-LEFT PIC 9(8)V99 VALUE ZERO.
  77 DEP-CT PIC 9(5) VALUE ZERO.
  77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
01 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
01 DEP-DATE PIC 9(6) VALUE ZERO.
01 DEP-DATE-X REDEFINES DEP-DATE.
    05 DEP-YR PIC 99.
    05 DEP-MO PIC 99.
    05 DEP-DA PIC 99.
*
*    PAYMENT BEING ASSEMBLED FROM ITS 6 AND 4 RECORDS.
*
01 PAY-AREA.
    05 PAY-BATCH PIC 9(3).
    05 PAY-ITEM PIC 9(3).
    05 PAY-AMT PIC 9(6)V99.
    05 PAY-CHECK-NO PIC X(8).
    05 PAY-CUST-NO.
      10 PAY-CUST-4 PIC X(4).
      10 PAY-CUST-5 PIC X.
    05 PAY-REMIT OCCURS 20 TIMES.
      10 REM-INV PIC 9(5).
      10 REM-AMT PIC 9(6)V99.
01 CUS-TABLE.
    05 TC-CUST-NO PIC X(5) OCCURS 500 TIMES.
01 ITEM-TABLE.
    05 ITEM-ENTRY OCCURS 300 TIMES.
      10 IT-DIST PIC X(4).
      10 IT-INV PIC 9(5).
01 HEAD-LINE.
    05 FILLER PIC X(29) VALUE 'LOCKBOX CASH IMPORT - LOCKBOX'.
    05 HL-LOCKBOX-NO PIC X(8).
    05 FILLER PIC X(9) VALUE ' DEPOSIT '.
    05 HL-DEP-DATE PIC 9(6).
    05 FILLER PIC X(6) VALUE ' BANK '.
    05 HL-BANK-ID PIC X(10).
01 COL-LINE.
    05 FILLER PIC X(40) VALUE
       'BATCH ITEM CHECK NO STUB       AMOUNT  '.
    05 FILLER PIC X(30) VALUE
       'DISPOSITION'.
01 PAY-LINE.
    05 PL-BATCH PIC ZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 PL-ITEM PIC ZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 PL-CHECK-NO PIC X(8).
    05 FILLER PIC XX VALUE SPACES.
    05 PL-CUST-NO PIC X(5).
    05 FILLER PIC X VALUE SPACE.
    05 PL-AMOUNT PIC ZZZ,ZZ9.99.
    05 FILLER PIC XX VALUE SPACES.
    05 PL-DISP PIC X(12).
    05 PL-DIST PIC X(4).
01 ERR-LINE.
    05 FILLER PIC X(7) VALUE '*ERROR '.
    05 EL-TEXT PIC X(40).
    05 FILLER PIC X(7) VALUE ' BATCH '.
    05 EL-BATCH PIC ZZ9.
    05 FILLER PIC X(7) VALUE ' BANK  '.
    05 EL-BANK PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER PIC X(7) VALUE ' OURS  '.
    05 EL-OURS PIC ZZ,ZZZ,ZZ9.99.
01 TOT-LINE.
    05 TL-TEXT PIC X(30).
    05 TL-COUNT PIC ZZ,ZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 TL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
HOUSE-KEEP.
    OPEN INPUT LBXPARM.
    READ LBXPARM AT END
       DISPLAY 'LOCKBX PARM CARD MISSING'
       STOP RUN.
    MOVE LP-DEP-ACCT TO DEP-ACCT.
    CLOSE LBXPARM.
    OPEN OUTPUT LBXRPT.
    OPEN EXTEND RUNLOG.
    ACCEPT RL-SAVE-DATE FROM DATE.
    ACCEPT RL-SAVE-START-TIME FROM TIME.
    DISPLAY 'LOCKBOX IMPORT HAS BEGUN'.
    OPEN INPUT LOCKBOX.
*
*    PASS 1 - PROVE THE TRANSMISSION AGAINST THE BANK TRAILERS.
*
PROVE-READ.
    READ LOCKBOX AT END CLOSE LOCKBOX, GO TO PROVE-END.
    ADD 1 TO REC-IN-CT.
    IF HDR-SEEN EQUAL 'N' AND LB-TYPE NOT EQUAL '1'
       MOVE 'FIRST RECORD IS NOT A FILE HEADER' TO EL-TEXT
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT
       MOVE 'Y' TO HDR-SEEN.
    IF LB-TYPE EQUAL '1' GO TO PROVE-FILE-HDR.
    IF LB-TYPE EQUAL '5' GO TO PROVE-BATCH-HDR.
    IF LB-TYPE EQUAL '6' GO TO PROVE-PAYMENT.
    IF LB-TYPE EQUAL '4' GO TO PROVE-READ.
    IF LB-TYPE EQUAL '7' GO TO PROVE-BATCH-TRL.
    IF LB-TYPE EQUAL '9' GO TO PROVE-FILE-TRL.
    MOVE 'UNKNOWN RECORD TYPE' TO EL-TEXT.
    PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    GO TO PROVE-READ.
PROVE-FILE-HDR.
    MOVE 'Y' TO HDR-SEEN.
    MOVE LB-DEPOSIT-DATE TO DEP-DATE HL-DEP-DATE.
    MOVE LB-LOCKBOX-NO TO HL-LOCKBOX-NO.
    MOVE LB-BANK-ID TO HL-BANK-ID.
    WRITE LBXRPT-REC FROM HEAD-LINE AFTER ADVANCING 1.
    GO TO PROVE-READ.
PROVE-BATCH-HDR.
    MOVE LB-BH-BATCH TO CUR-BATCH.
    MOVE ZERO TO BAT-CT, BAT-AMT.
    GO TO PROVE-READ.
PROVE-PAYMENT.
    IF LB-CHECK-AMT NOT NUMERIC
       MOVE 'CHECK AMOUNT NOT NUMERIC' TO EL-TEXT
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT
       GO TO PROVE-READ.
    ADD 1 TO BAT-CT, FILE-CT.
    ADD LB-CHECK-AMT TO BAT-AMT, FILE-AMT.
    GO TO PROVE-READ.
PROVE-BATCH-TRL.
    ADD 1 TO FILE-BATCHES.
    IF LB-BT-BATCH NOT EQUAL CUR-BATCH
       MOVE 'BATCH TRAILER DOES NOT MATCH HEADER' TO EL-TEXT
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    IF LB-BT-COUNT NOT EQUAL BAT-CT
       MOVE 'BATCH ITEM COUNT OUT OF BALANCE' TO EL-TEXT
       MOVE LB-BT-COUNT TO EL-BANK
       MOVE BAT-CT TO EL-OURS
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    IF LB-BT-TOTAL NOT EQUAL BAT-AMT
       MOVE 'BATCH TOTAL OUT OF BALANCE' TO EL-TEXT
       MOVE LB-BT-TOTAL TO EL-BANK
       MOVE BAT-AMT TO EL-OURS
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    GO TO PROVE-READ.
PROVE-FILE-TRL.
    MOVE 'Y' TO TRL-SEEN.
    MOVE ZERO TO CUR-BATCH.
    IF LB-FT-BATCHES NOT EQUAL FILE-BATCHES
       MOVE 'FILE BATCH COUNT OUT OF BALANCE' TO EL-TEXT
       MOVE LB-FT-BATCHES TO EL-BANK
       MOVE FILE-BATCHES TO EL-OURS
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    IF LB-FT-COUNT NOT EQUAL FILE-CT
       MOVE 'FILE ITEM COUNT OUT OF BALANCE' TO EL-TEXT
       MOVE LB-FT-COUNT TO EL-BANK
       MOVE FILE-CT TO EL-OURS
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    IF LB-FT-TOTAL NOT EQUAL FILE-AMT
       MOVE 'FILE TOTAL OUT OF BALANCE' TO EL-TEXT
       MOVE LB-FT-TOTAL TO EL-BANK
       MOVE FILE-AMT TO EL-OURS
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    GO TO PROVE-READ.
PROVE-END.
    IF TRL-SEEN EQUAL 'N'
       MOVE 'NO FILE TRAILER - TRANSMISSION SHORT' TO EL-TEXT
       PERFORM WRITE-ERROR THRU WRITE-ERROR-EXIT.
    IF ERR-CT EQUAL ZERO GO TO LOAD-TABLES.
    MOVE SPACES TO LBXRPT-REC.
    MOVE 'TRANSMISSION REJECTED - NOTHING POSTED' TO LBXRPT-REC.
    WRITE LBXRPT-REC AFTER ADVANCING 2.
    DISPLAY 'LOCKBX - TRANSMISSION OUT OF BALANCE, ERRORS '
       ERR-CT.
    MOVE 'REJECT' TO RL-STATUS.
    GO TO END-RUN.
WRITE-ERROR.
    MOVE CUR-BATCH TO EL-BATCH.
    WRITE LBXRPT-REC FROM ERR-LINE AFTER ADVANCING 1.
    MOVE ZERO TO EL-BANK, EL-OURS.
    ADD 1 TO ERR-CT.
WRITE-ERROR-EXIT.
    EXIT.
*
*    CUSTOMER NUMBERS AND OPEN ITEMS FOR TYING PAYMENTS.
*
LOAD-TABLES.
    OPEN INPUT CUSMST.
LOAD-CUSTOMERS.
    READ CUSMST AT END CLOSE CUSMST, GO TO LOAD-ITEMS-OPEN.
    IF CUS-TBL-COUNT EQUAL 500
       DISPLAY 'LOCKBX - CUSTOMER TABLE FULL'
       CLOSE CUSMST, GO TO LOAD-ITEMS-OPEN.
    ADD 1 TO CUS-TBL-COUNT.
    MOVE CM-CUST-NO TO TC-CUST-NO (CUS-TBL-COUNT).
    GO TO LOAD-CUSTOMERS.
LOAD-ITEMS-OPEN.
    OPEN INPUT ARLEDG.
LOAD-ITEMS.
    READ ARLEDG AT END CLOSE ARLEDG, GO TO POST-OPEN.
    IF AR-STATUS NOT EQUAL 'O' GO TO LOAD-ITEMS.
    IF ITEM-COUNT EQUAL 300
       DISPLAY 'LOCKBX - ITEM TABLE FULL'
       CLOSE ARLEDG, GO TO POST-OPEN.
    ADD 1 TO ITEM-COUNT.
    MOVE AR-DIST-NO TO IT-DIST (ITEM-COUNT).
    MOVE AR-INV-NO TO IT-INV (ITEM-COUNT).
    GO TO LOAD-ITEMS.
*
*    PASS 2 - CONVERT EACH PAYMENT TO CASH CARDS.
*
POST-OPEN.
    OPEN INPUT LOCKBOX.
    OPEN EXTEND CASHTXN, UNAPCASH, CUSEXC.
    WRITE LBXRPT-REC FROM COL-LINE AFTER ADVANCING 2.
    MOVE SPACES TO LBXRPT-REC.
    WRITE LBXRPT-REC AFTER ADVANCING 1.
POST-READ.
    READ LOCKBOX AT END CLOSE LOCKBOX, GO TO POST-END.
    IF LB-TYPE EQUAL '4' GO TO POST-OVERFLOW.
    IF PAY-PENDING EQUAL 'Y'
       PERFORM POST-PAYMENT THRU POST-PAYMENT-EXIT.
    IF LB-TYPE EQUAL '6' GO TO POST-NEW-PAYMENT.
    GO TO POST-READ.
POST-NEW-PAYMENT.
    MOVE 'Y' TO PAY-PENDING.
    MOVE LB-BATCH TO PAY-BATCH.
    MOVE LB-ITEM TO PAY-ITEM.
    MOVE LB-CHECK-AMT TO PAY-AMT.
    MOVE LB-CHECK-NO TO PAY-CHECK-NO.
    MOVE LB-CUST-NO TO PAY-CUST-NO.
    MOVE ZERO TO REM-COUNT.
    PERFORM TAKE-REMIT THRU TAKE-REMIT-EXIT
       VARYING SLOT-SUB FROM 1 BY 1
       UNTIL SLOT-SUB GREATER THAN 4.
    GO TO POST-READ.
POST-OVERFLOW.
    IF PAY-PENDING EQUAL 'Y'
       PERFORM TAKE-OV-REMIT THRU TAKE-OV-REMIT-EXIT
          VARYING SLOT-SUB FROM 1 BY 1
          UNTIL SLOT-SUB GREATER THAN 4.
    GO TO POST-READ.
TAKE-REMIT.
    IF LB-INV (SLOT-SUB) NOT NUMERIC GO TO TAKE-REMIT-EXIT.
    IF REM-COUNT EQUAL 20 GO TO TAKE-REMIT-EXIT.
    ADD 1 TO REM-COUNT.
    MOVE LB-INV-9 (SLOT-SUB) TO REM-INV (REM-COUNT).
    MOVE ZERO TO REM-AMT (REM-COUNT).
    IF LB-INV-AMT (SLOT-SUB) NUMERIC
       MOVE LB-INV-AMT-9 (SLOT-SUB) TO REM-AMT (REM-COUNT).
TAKE-REMIT-EXIT.
    EXIT.
TAKE-OV-REMIT.
    IF LB-OV-INV (SLOT-SUB) NOT NUMERIC
       GO TO TAKE-OV-REMIT-EXIT.
    IF REM-COUNT EQUAL 20 GO TO TAKE-OV-REMIT-EXIT.
    ADD 1 TO REM-COUNT.
    MOVE LB-OV-INV-9 (SLOT-SUB) TO REM-INV (REM-COUNT).
    MOVE ZERO TO REM-AMT (REM-COUNT).
    IF LB-OV-INV-AMT (SLOT-SUB) NUMERIC
       MOVE LB-OV-INV-AMT-9 (SLOT-SUB) TO REM-AMT (REM-COUNT).
TAKE-OV-REMIT-EXIT.
    EXIT.
*
*    TIE THE PAYMENT TO A CUSTOMER AND WRITE ITS CASH CARDS.
*
POST-PAYMENT.
    MOVE 'N' TO PAY-PENDING.
    MOVE SPACES TO PAY-DIST.
    MOVE PAY-BATCH TO PL-BATCH.
    MOVE PAY-ITEM TO PL-ITEM.
    MOVE PAY-CHECK-NO TO PL-CHECK-NO.
    MOVE PAY-CUST-NO TO PL-CUST-NO.
    MOVE PAY-AMT TO PL-AMOUNT.
    IF PAY-CUST-NO EQUAL SPACES GO TO TIE-BY-INVOICE.
    MOVE ZERO TO CUS-FOUND.
    PERFORM FIND-CUST THRU FIND-CUST-EXIT
       VARYING CUS-TBL-SUB FROM 1 BY 1
       UNTIL CUS-TBL-SUB GREATER THAN CUS-TBL-COUNT.
    IF CUS-FOUND EQUAL ZERO
       PERFORM WRITE-CUSEXC THRU WRITE-CUSEXC-EXIT
       GO TO TIE-BY-INVOICE.
    IF PAY-CUST-5 EQUAL SPACE
       MOVE PAY-CUST-4 TO PAY-DIST
       GO TO POST-CASH.
TIE-BY-INVOICE.
    MOVE ZERO TO ITEM-FOUND.
    PERFORM FIND-REMIT-ITEM THRU FIND-REMIT-ITEM-EXIT
       VARYING REM-SUB FROM 1 BY 1
       UNTIL REM-SUB GREATER THAN REM-COUNT
       OR ITEM-FOUND NOT EQUAL ZERO.
    IF ITEM-FOUND EQUAL ZERO GO TO POST-UNAPPLIED.
    MOVE IT-DIST (ITEM-FOUND) TO PAY-DIST.
POST-CASH.
    MOVE PAY-AMT TO PAY-REMAIN.
    PERFORM POST-REMIT THRU POST-REMIT-EXIT
       VARYING REM-SUB FROM 1 BY 1
       UNTIL REM-SUB GREATER THAN REM-COUNT.
    IF PAY-REMAIN GREATER THAN ZERO
       MOVE ZERO TO CASH-INV
       MOVE PAY-REMAIN TO CASH-AMT
       PERFORM WRITE-CASH THRU WRITE-CASH-EXIT.
    ADD 1 TO POSTED-CT.
    ADD PAY-AMT TO POSTED-AMT.
    MOVE 'POSTED      ' TO PL-DISP.
    MOVE PAY-DIST TO PL-DIST.
    WRITE LBXRPT-REC FROM PAY-LINE AFTER ADVANCING 1.
    GO TO POST-PAYMENT-EXIT.
POST-UNAPPLIED.
    MOVE PAY-CUST-4 TO UA-DIST-NO.
    MOVE ZERO TO UA-INV-NO.
    IF REM-COUNT GREATER THAN ZERO
       MOVE REM-INV (1) TO UA-INV-NO.
    MOVE PAY-AMT TO UA-AMOUNT.
    MOVE DEP-DATE TO UA-DATE.
    WRITE UNAP-REC.
    ADD 1 TO UNAP-CT, OUT-CT.
    ADD PAY-AMT TO UNAP-AMT.
    MOVE 'UNAPPLIED   ' TO PL-DISP.
    MOVE SPACES TO PL-DIST.
    WRITE LBXRPT-REC FROM PAY-LINE AFTER ADVANCING 1.
POST-PAYMENT-EXIT.
    EXIT.
FIND-CUST.
    IF TC-CUST-NO (CUS-TBL-SUB) EQUAL PAY-CUST-NO
       MOVE CUS-TBL-SUB TO CUS-FOUND.
FIND-CUST-EXIT.
    EXIT.
FIND-REMIT-ITEM.
    PERFORM FIND-ITEM THRU FIND-ITEM-EXIT
       VARYING ITEM-SUB FROM 1 BY 1
       UNTIL ITEM-SUB GREATER THAN ITEM-COUNT
       OR ITEM-FOUND NOT EQUAL ZERO.
FIND-REMIT-ITEM-EXIT.
    EXIT.
FIND-ITEM.
    IF IT-INV (ITEM-SUB) EQUAL REM-INV (REM-SUB)
       MOVE ITEM-SUB TO ITEM-FOUND.
FIND-ITEM-EXIT.
    EXIT.
*
*    EACH REMITTED INVOICE TAKES ITS STUB AMOUNT, OR WHAT IS
*    LEFT OF THE CHECK WHEN THE STUB SHOWS NO AMOUNT.
*
POST-REMIT.
    IF PAY-REMAIN EQUAL ZERO GO TO POST-REMIT-EXIT.
    MOVE REM-AMT (REM-SUB) TO CASH-AMT.
    IF CASH-AMT EQUAL ZERO
       OR CASH-AMT GREATER THAN PAY-REMAIN
       MOVE PAY-REMAIN TO CASH-AMT.
    MOVE REM-INV (REM-SUB) TO CASH-INV.
    PERFORM WRITE-CASH THRU WRITE-CASH-EXIT.
POST-REMIT-EXIT.
    EXIT.
WRITE-CASH.
    MOVE SPACES TO CASH-REC.
    MOVE 'L' TO CA-TYPE.
    MOVE PAY-DIST TO CA-DIST-NO.
    MOVE CASH-INV TO CA-INV-NO.
    MOVE CASH-AMT TO CA-AMOUNT.
    WRITE CASH-REC.
    SUBTRACT CASH-AMT FROM PAY-REMAIN.
    ADD 1 TO CASH-CT, OUT-CT.
WRITE-CASH-EXIT.
    EXIT.
WRITE-CUSEXC.
    MOVE 'LOCKBX' TO CX-PROGRAM.
    MOVE PAY-CUST-NO TO CX-CUST-NO.
    MOVE 'LOCKBOX' TO CX-REF-TYPE.
    MOVE PAY-CHECK-NO TO CX-REF-NO.
    MOVE DEP-DATE TO CX-DATE.
    WRITE CUSEXC-REC.
WRITE-CUSEXC-EXIT.
    EXIT.
POST-DEPOSIT.
    MOVE DEP-MO TO DEPOSIT-MONTH.
    MOVE DEP-DA TO DEPOSIT-DAY.
    MOVE RUN-YEAR TO DEPOSIT-YEAR.
    IF DEP-LEFT GREATER THAN 9999.99
       MOVE 9999.99 TO DEPOSIT-AMOUNT
       SUBTRACT 9999.99 FROM DEP-LEFT
    ELSE
       MOVE DEP-LEFT TO DEPOSIT-AMOUNT
       MOVE ZERO TO DEP-LEFT.
    MOVE ZERO TO DEPOSIT-BALANCE.
    MOVE DEP-ACCT TO DEPOSIT-ACCT.
    WRITE DEPOSIT-REC.
    ADD 1 TO OUT-CT.
    ADD 1 TO DEP-CT.
POST-DEPOSIT-EXIT.
    EXIT.
*
*    TOTALS AND THE CHECKBOOK DEPOSIT.
*
POST-END.
    IF PAY-PENDING EQUAL 'Y'
       PERFORM POST-PAYMENT THRU POST-PAYMENT-EXIT.
    CLOSE CASHTXN, UNAPCASH, CUSEXC.
    MOVE 'PAYMENTS POSTED TO ARCASHDAT' TO TL-TEXT.
    MOVE POSTED-CT TO TL-COUNT.
    MOVE POSTED-AMT TO TL-AMOUNT.
    WRITE LBXRPT-REC FROM TOT-LINE AFTER ADVANCING 2.
    MOVE 'PAYMENTS TO UNAPPLIED CASH' TO TL-TEXT.
    MOVE UNAP-CT TO TL-COUNT.
    MOVE UNAP-AMT TO TL-AMOUNT.
    WRITE LBXRPT-REC FROM TOT-LINE AFTER ADVANCING 1.
    MOVE 'LOCKBOX DEPOSIT TOTAL' TO TL-TEXT.
    MOVE FILE-CT TO TL-COUNT.
    MOVE FILE-AMT TO TL-AMOUNT.
    WRITE LBXRPT-REC FROM TOT-LINE AFTER ADVANCING 1.
    MOVE SPACES TO LBXRPT-REC.
    IF FILE-AMT EQUAL ZERO GO TO POST-END-LOG.
    OPEN EXTEND DEPOSITS.
    IF DEP-YR LESS THAN 50
       ADD 2000 DEP-YR GIVING RUN-YEAR
    ELSE
       ADD 1900 DEP-YR GIVING RUN-YEAR.
    MOVE FILE-AMT TO DEP-LEFT.
    PERFORM POST-DEPOSIT THRU POST-DEPOSIT-EXIT
       UNTIL DEP-LEFT EQUAL ZERO.
    CLOSE DEPOSITS.
    MOVE 'DEPOSITS POSTED TO CHECKBOOK' TO TL-TEXT.
    MOVE DEP-CT TO TL-COUNT.
    MOVE FILE-AMT TO TL-AMOUNT.
    WRITE LBXRPT-REC FROM TOT-LINE AFTER ADVANCING 2.
POST-END-LOG.
    DISPLAY 'RECORDS IN-       ' REC-IN-CT.
    DISPLAY 'PAYMENTS POSTED-  ' POSTED-CT.
    DISPLAY 'CASH CARDS OUT-   ' CASH-CT.
    DISPLAY 'UNAPPLIED-        ' UNAP-CT.
    MOVE 'NORMAL' TO RL-STATUS.
END-RUN.
    CLOSE LBXRPT.
    MOVE 'LOCKBX   ' TO RL-PROGRAM.
    MOVE RL-SAVE-DATE TO RL-DATE.
    MOVE RL-SAVE-START-TIME TO RL-START-TIME.
    ACCEPT RL-END-TIME FROM TIME.
    MOVE REC-IN-CT TO RL-RECS-READ.
    MOVE OUT-CT TO RL-RECS-WRITTEN.
    WRITE RUNLOG-REC.
    CLOSE RUNLOG.
    STOP RUN.
