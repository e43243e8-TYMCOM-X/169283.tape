PROGRAM-ID.  ARLEDG.
DATE-WRITTEN.  08/23/74.
REMARKS. OPEN-ITEM ACCOUNTS RECEIVABLE LEDGER FOR SALESU.
    CHARGE ACCOUNT ITEMS WRITTEN BY THE CHARGE PROGRAM (ARCHRGDAT)
    ARE TAKEN IN AS OPEN ITEMS WHEN THAT FILE IS PRESENT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARMF, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT ARLEDG, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT OPTIONAL CHGITM, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT ARNEW, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CURR, ASSIGN TO  DSK RECORDING MODE IS ASCII.
    SELECT CASHTXN, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT DISTBAL, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT UNAPCASH, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CASHEXC, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUSMST, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUSEXC, ASSIGN TO DSK RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD  PARMF   VALUE OF IDENTIFICATION IS "ARPARMDAT".
    05 AR-AMOUNT            PICTURE S9(6)V99.
    05 AR-STATUS            PICTURE X.
    05 FILLER               PICTURE X(16).
FD  CHGITM   VALUE OF IDENTIFICATION IS "ARCHRGDAT".
01  CI-REC.
    05 CI-DIST-NO           PICTURE X(4).
    05 CI-INV-NO            PICTURE 9(5).
    05 CI-DATE              PICTURE 9(6).
    05 CI-AMOUNT            PICTURE S9(6)V99.
    05 CI-STATUS            PICTURE X.
    05 FILLER               PICTURE X(16).
FD  ARNEW   VALUE OF IDENTIFICATION IS "ARLEDGNEW".
01  ARNEW-REC               PICTURE X(40).
FD  CURR   VALUE OF IDENTIFICATION IS "CURRRRDAT".
    05 UA-DATE              PICTURE 9(6).
FD  CASHEXC   VALUE OF IDENTIFICATION IS "ARCASHEXC".
01  CASHEXC-REC             PICTURE X(80).
FD  CUSMST   VALUE OF IDENTIFICATION IS "CUSMSTDAT".
01  CUSMST-REC.
    05 CM-CUST-NO           PICTURE X(5).
    05 CM-STATUS            PICTURE X.
    05 CM-NAME              PICTURE X(30).
    05 CM-BILL-TO.
      10 CM-STREET          PICTURE X(30).
      10 CM-CITY            PICTURE X(20).
      10 CM-STATE           PICTURE XX.
      10 CM-ZIP             PICTURE X(9).
    05 FILLER               PICTURE X(103).
FD  CUSEXC   VALUE OF IDENTIFICATION IS "CUSEXCDAT".
01  CUSEXC-REC.
    05 CX-PROGRAM           PICTURE X(9).
    05 CX-CUST-NO           PICTURE X(5).
    05 CX-REF-TYPE          PICTURE X(8).
    05 CX-REF-NO            PICTURE X(12).
    05 CX-DATE              PICTURE 9(6).
WORKING-STORAGE SECTION.
  77 ITEM-CT               PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 ITEM-SUB              PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 ITEM-FOUND            PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 AGE-DAYS              PICTURE S9(5) VALUE 0 COMPUTATIONAL.
  77 CUR-DIST              PICTURE X(4) VALUE SPACES.
  77 CHG-CT                PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 B-CURRENT             PICTURE S9(7)V99 VALUE 0 COMPUTATIONAL.
  77 B-30                  PICTURE S9(7)V99 VALUE 0 COMPUTATIONAL.
  77 B-60                  PICTURE S9(7)V99 VALUE 0 COMPUTATIONAL.
  77 WRITEOFF-TOT          PICTURE S9(6)V99 VALUE 0 COMPUTATIONAL.
  77 UNAP-CT               PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 UNAP-TOT              PICTURE S9(7)V99 VALUE 0 COMPUTATIONAL.
  77 CUS-CT                PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 CUS-SUB               PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 CUS-FOUND             PICTURE S999 VALUE 0 COMPUTATIONAL.
  77 CUS-KEY               PICTURE X(5) VALUE SPACES.
01  CUS-TABLE.
    05 CUS-ENTRY OCCURS 500 TIMES.
      10 CUS-NO             PICTURE X(5).
      10 CUS-NAME           PICTURE X(30).
      10 CUS-STREET         PICTURE X(30).
      10 CUS-CITY           PICTURE X(20).
      10 CUS-STATE          PICTURE XX.
      10 CUS-ZIP            PICTURE X(9).
01  EXC-HEAD.
    05 FILLER  PICTURE X(15) VALUE SPACES.
    05 FILLER  PICTURE X(40) VALUE
    05 SH-DIST   PICTURE X(4).
    05 FILLER    PICTURE X(10) VALUE '  AS OF   '.
    05 SH-DATE   PICTURE 9(6).
01  STMT-NAME-LINE.
    05 FILLER    PICTURE X(12) VALUE SPACES.
    05 SN-NAME   PICTURE X(30).
01  STMT-STREET-LINE.
    05 FILLER    PICTURE X(12) VALUE SPACES.
    05 SS-STREET PICTURE X(30).
01  STMT-PLACE-LINE.
    05 FILLER    PICTURE X(12) VALUE SPACES.
    05 SP-CITY   PICTURE X(20).
    05 FILLER    PICTURE X VALUE SPACE.
    05 SP-STATE  PICTURE XX.
    05 FILLER    PICTURE X VALUE SPACE.
    05 SP-ZIP    PICTURE X(9).
01  STMT-LINE.
    05 FILLER    PICTURE XX VALUE SPACES.
    05 SL-INV    PICTURE 9(5).
        DISPLAY 'ARLEDG PARM CARD MISSING'
        STOP RUN.
    CLOSE PARMF.
    OPEN INPUT CUSMST.
LOAD-CUSTOMERS.
    READ CUSMST AT END
        CLOSE CUSMST
        GO TO OPEN-FILES.
    IF CUS-CT EQUAL TO 500
        DISPLAY 'ARLEDG CUSTOMER TABLE FULL - RUN REFUSED'
        CLOSE CUSMST
        STOP RUN.
    ADD 1 TO CUS-CT.
    MOVE CM-CUST-NO TO CUS-NO (CUS-CT).
    MOVE CM-NAME TO CUS-NAME (CUS-CT).
    MOVE CM-STREET TO CUS-STREET (CUS-CT).
    MOVE CM-CITY TO CUS-CITY (CUS-CT).
    MOVE CM-STATE TO CUS-STATE (CUS-CT).
    MOVE CM-ZIP TO CUS-ZIP (CUS-CT).
    GO TO LOAD-CUSTOMERS.
OPEN-FILES.
    OPEN INPUT ARLEDG CURR CASHTXN.
    OPEN OUTPUT ARNEW TRIALBAL STMTS DISTBAL CASHEXC.
    OPEN EXTEND UNAPCASH CUSEXC.
    WRITE CASHEXC-REC FROM EXC-HEAD AFTER ADVANCING 2.
LOAD-LEDGER.
    READ ARLEDG AT END GO TO LOAD-CHARGES.
    IF AR-STATUS NOT EQUAL TO 'O' GO TO LOAD-LEDGER.
    IF ITEM-CT EQUAL TO 300
        DISPLAY 'ARLEDG ITEM TABLE FULL'
    MOVE 'O' TO IT-STATUS (ITEM-CT).
    MOVE 'N' TO IT-DONE (ITEM-CT).
    GO TO LOAD-LEDGER.
LOAD-CHARGES.
    CLOSE ARLEDG.
    OPEN INPUT CHGITM.
LOAD-CHARGE-ITEM.
    READ CHGITM AT END
        CLOSE CHGITM
        GO TO INV-READ.
    IF CI-STATUS NOT EQUAL TO 'O' GO TO LOAD-CHARGE-ITEM.
    IF ITEM-CT EQUAL TO 300
        DISPLAY 'ARLEDG ITEM TABLE FULL'
        CLOSE CHGITM
        GO TO INV-READ.
    ADD 1 TO ITEM-CT.
    MOVE CI-DIST-NO TO IT-DIST (ITEM-CT).
    MOVE CI-INV-NO TO IT-INV (ITEM-CT).
    MOVE CI-DATE TO IT-DATE (ITEM-CT).
    MOVE CI-AMOUNT TO IT-AMOUNT (ITEM-CT).
    MOVE 'O' TO IT-STATUS (ITEM-CT).
    MOVE 'N' TO IT-DONE (ITEM-CT).
    ADD 1 TO CHG-CT.
    GO TO LOAD-CHARGE-ITEM.
POST-INVOICES.
    CLOSE ARLEDG.
INV-READ.
    PERFORM WRITE-LEDGER THRU WRITE-LEDGER-X
        VARYING ITEM-SUB FROM 1 BY 1
        UNTIL ITEM-SUB IS GREATER THAN ITEM-CT.
    CLOSE ARNEW TRIALBAL STMTS DISTBAL UNAPCASH CASHEXC CUSEXC.
    DISPLAY 'ARLEDG CHARGE ACCOUNT ITEMS ' CHG-CT.
    DISPLAY 'ARLEDG COMPLETE - OPEN ITEMS ' ITEM-CT.
    STOP RUN.
CUSTOMER-PASS.
    MOVE IT-DIST (ITEM-SUB) TO CUR-DIST SH-DIST.
    MOVE PARM-RUN-DATE TO SH-DATE.
    WRITE STMT-REC FROM STMT-HEAD AFTER ADVANCING 3.
    PERFORM STMT-ADDRESS THRU STMT-ADDRESS-X.
    PERFORM ITEM-PASS THRU ITEM-PASS-X
        VARYING ITEM-FOUND FROM 1 BY 1
        UNTIL ITEM-FOUND IS GREATER THAN ITEM-CT.
    MOVE 0 TO B-CURRENT B-30 B-60 B-90 B-TOTAL.
FLUSH-CUSTOMER-X.
    EXIT.
STMT-ADDRESS.
    MOVE CUR-DIST TO CUS-KEY.
    MOVE 0 TO CUS-FOUND.
    PERFORM SCAN-CUSTOMER THRU SCAN-CUSTOMER-X
        VARYING CUS-SUB FROM 1 BY 1
        UNTIL CUS-SUB IS GREATER THAN CUS-CT.
    IF CUS-FOUND NOT EQUAL TO 0
        GO TO STMT-ADDRESS-FOUND.
    MOVE 'ARLEDG' TO CX-PROGRAM.
    MOVE CUS-KEY TO CX-CUST-NO.
    MOVE 'STMT' TO CX-REF-TYPE.
    MOVE SPACES TO CX-REF-NO.
    MOVE PARM-RUN-DATE TO CX-DATE.
    WRITE CUSEXC-REC.
    MOVE '*** NOT ON CUSTOMER MASTER ***' TO SN-NAME.
    WRITE STMT-REC FROM STMT-NAME-LINE AFTER ADVANCING 1.
    MOVE SPACES TO STMT-REC.
    WRITE STMT-REC AFTER ADVANCING 1.
    GO TO STMT-ADDRESS-X.
STMT-ADDRESS-FOUND.
    MOVE CUS-NAME (CUS-FOUND) TO SN-NAME.
    MOVE CUS-STREET (CUS-FOUND) TO SS-STREET.
    MOVE CUS-CITY (CUS-FOUND) TO SP-CITY.
    MOVE CUS-STATE (CUS-FOUND) TO SP-STATE.
    MOVE CUS-ZIP (CUS-FOUND) TO SP-ZIP.
    WRITE STMT-REC FROM STMT-NAME-LINE AFTER ADVANCING 1.
    WRITE STMT-REC FROM STMT-STREET-LINE AFTER ADVANCING 1.
    WRITE STMT-REC FROM STMT-PLACE-LINE AFTER ADVANCING 1.
    MOVE SPACES TO STMT-REC.
    WRITE STMT-REC AFTER ADVANCING 1.
STMT-ADDRESS-X.
    EXIT.
SCAN-CUSTOMER.
    IF CUS-NO (CUS-SUB) EQUAL TO CUS-KEY
        MOVE CUS-SUB TO CUS-FOUND.
SCAN-CUSTOMER-X.
    EXIT.
WRITE-LEDGER.
    IF IT-STATUS (ITEM-SUB) NOT EQUAL TO 'O'
        GO TO WRITE-LEDGER-X.
