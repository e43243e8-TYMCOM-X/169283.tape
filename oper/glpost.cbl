    AGAINST THE CHART OF ACCOUNTS, WRITES BALANCED ENTRIES TO
    THE GL TRANSACTION FILE AND REJECTS ANY PAIR WITH AN
    UNKNOWN ACCOUNT.  AN OUT-OF-BALANCE BATCH IS NOT POSTED.
    A PAIR FOR A PERIOD MARKED CLOSED ON THE GL CALENDAR IS
    REJECTED - THE PERIOD MUST BE REOPENED THROUGH GLCLS.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
     RECORDING MODE IS ASCII.
     SELECT GLPARM ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCAL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CATACCT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT LABDIST ASSIGN TO DSK
     05 GLP-PERIOD PIC X(10).
     05 GLP-CB-YEAR PIC 9(4).
     05 GLP-CB-MONTH PIC 9(2).
FD GLCAL
     VALUE OF IDENTIFICATION IS "GLCALDAT ".
01 GLCAL-REC.
     05 GLC-PERIOD PIC X(10).
     05 GLC-YEAR PIC 9(4).
     05 GLC-MONTH PIC 9(2).
     05 GLC-STATUS PIC X.
     05 GLC-CLOSE-DATE PIC 9(6).
FD CATACCT
     VALUE OF IDENTIFICATION IS "CATACCTDAT".
01 CATACCT-REC.
77 CAT-CT PIC 9(2) VALUE ZERO.
77 CAT-SUB PIC 9(2) VALUE ZERO.
77 CAT-FOUND PIC 9(2) VALUE ZERO.
77 CLS-CT PIC 9(3) VALUE ZERO.
77 CLS-SUB PIC 9(3) VALUE ZERO.
77 CLS-FOUND PIC 9(3) VALUE ZERO.
77 ENT-CT PIC 9(3) VALUE ZERO.
77 ENT-SUB PIC 9(3) VALUE ZERO.
77 BATCH-DR PIC S9(9)V99 VALUE ZERO.
     05 CAT-TBL OCCURS 20 TIMES.
        10 CAT-T-CAT PIC XX.
        10 CAT-T-ACCT PIC X(6).
01 CLS-TABLE.
     05 CLS-TBL OCCURS 300 TIMES.
        10 CLS-T-PERIOD PIC X(10).
01 ENT-TABLE.
     05 ENT-TBL OCCURS 500 TIMES.
        10 ET-SOURCE PIC XX.
LOAD-CATS.
     OPEN INPUT CATACCT.
LOAD-ONE-CAT.
     READ CATACCT AT END CLOSE CATACCT, GO TO LOAD-CLOSED.
     IF CAT-CT EQUAL 20
        DISPLAY 'GLPOST - CATEGORY MAP FULL'
        CLOSE CATACCT, GO TO LOAD-CLOSED.
     ADD 1 TO CAT-CT.
     MOVE CA-CAT TO CAT-T-CAT (CAT-CT).
     MOVE CA-ACCT TO CAT-T-ACCT (CAT-CT).
     GO TO LOAD-ONE-CAT.
LOAD-CLOSED.
     OPEN INPUT GLCAL.
LOAD-ONE-CLOSED.
     READ GLCAL AT END CLOSE GLCAL, GO TO POST-LABDIST.
     IF GLC-STATUS NOT EQUAL 'C' GO TO LOAD-ONE-CLOSED.
     IF CLS-CT EQUAL 300
        DISPLAY 'GLPOST - CLOSED PERIOD TABLE FULL - ABORTED'
        CLOSE GLCAL
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     ADD 1 TO CLS-CT.
     MOVE GLC-PERIOD TO CLS-T-PERIOD (CLS-CT).
     GO TO LOAD-ONE-CLOSED.
POST-LABDIST.
     OPEN OUTPUT GLREJ, GLPROOF.
     WRITE GLPROOF-REC FROM PRF-HEAD AFTER ADVANCING 2.
FIND-CAT-EXIT.
     EXIT.
POST-PAIR.
     MOVE ZERO TO CLS-FOUND.
     PERFORM FIND-CLOSED THRU FIND-CLOSED-EXIT
        VARYING CLS-SUB FROM 1 BY 1
        UNTIL CLS-SUB GREATER THAN CLS-CT.
     IF CLS-FOUND NOT EQUAL ZERO
        MOVE WORK-SOURCE TO GRJ-SOURCE
        MOVE WORK-DR-ACCT TO GRJ-ACCT
        MOVE WORK-AMT TO GRJ-AMT
        MOVE 'PERIOD CLOSED' TO GRJ-REASON
        WRITE GLREJ-REC
        ADD 1 TO REJ-CT
        GO TO POST-PAIR-EXIT.
     MOVE 'Y' TO CHECK-ACCT-OK.
     MOVE ZERO TO COA-FOUND.
     PERFORM FIND-DR-ACCT THRU FIND-DR-ACCT-EXIT
     ADD WORK-AMT TO BATCH-CR.
POST-PAIR-EXIT.
     EXIT.
FIND-CLOSED.
     IF CLS-T-PERIOD (CLS-SUB) EQUAL WORK-PERIOD
        MOVE CLS-SUB TO CLS-FOUND.
FIND-CLOSED-EXIT.
     EXIT.
FIND-DR-ACCT.
     IF CT-ACCT (COA-SUB) EQUAL WORK-DR-ACCT
        MOVE COA-SUB TO COA-FOUND.
