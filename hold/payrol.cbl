        RECORDING MODE IS ASCII.
        SELECT DEPTACCT ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT ORGMST ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT WCPREM ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT WCHIST ASSIGN TO DSK
   03 DA-DEPT-NO    PIC 9999.
   03 DA-ACCT-NO    PIC 9(6).
   03 DA-COMP-CLASS PIC 9(4).
FD ORGMST
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "ORGMSTDAT".
01 ORGMST-REC.
   03 OM-CODE       PIC X(6).
   03 OM-EFF-DATE   PIC 9(6).
   03 OM-LEVEL      PIC X.
   03 OM-STATUS     PIC X.
   03 OM-PARENT     PIC X(6).
   03 OM-NAME       PIC X(30).
   03 OM-GL-SEG     PIC XX.
   03 OM-PAY-DEPT   PIC 9999.
   03 FILLER        PIC X(44).
FD WCPREM
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "WCPREMDAT".
      04 ACCT-TBL-DEPT     PIC 9999   VALUE ZERO.
      04 ACCT-TBL-ACCT     PIC 9(6)   VALUE ZERO.
      04 ACCT-TBL-CLASS    PIC 9(4)   VALUE ZERO.
01 ORG-TABLE.
   03 ORG-ENTRY OCCURS 1000 TIMES.
      04 ORG-TBL-CODE      PIC X(6)   VALUE SPACES.
      04 ORG-TBL-STATUS    PIC X   VALUE SPACE.
      04 ORG-TBL-PARENT    PIC X(6)   VALUE SPACES.
      04 ORG-TBL-SEG       PIC XX   VALUE SPACES.
      04 ORG-TBL-DEPT      PIC 9999   VALUE ZERO.
01 LD-ACCT-WORK.
   03 LDA-MAIN      PIC 9999.
   03 LDA-SEG       PIC XX.
77 ORG-TBL-COUNT    PIC 9999   VALUE ZERO.
77 ORG-TBL-SUB      PIC 9999   VALUE ZERO.
77 ORG-FOUND-SUB    PIC 9999   VALUE ZERO.
77 ORG-FIND-CODE    PIC X(6)   VALUE SPACES.
77 ORG-DEPTH        PIC 9   VALUE ZERO.
77 ORG-SEG          PIC XX   VALUE SPACES.
77 ORG-MISS-SW      PIC X   VALUE "N".
77 ORG-FULL-SW      PIC X   VALUE "N".
77 WC-TBL-COUNT     PIC 99   VALUE ZERO.
77 WC-TBL-SUB       PIC 99   VALUE ZERO.
77 WC-FOUND-SUB     PIC 99   VALUE ZERO.
        MOVE "REFUSE" TO RL-STATUS.
        GO TO FINISH-RUN.
CAL-OK.
        OPEN INPUT ORGMST.
        PERFORM GET-ORG-UNITS THRU GET-ORG-UNITS-EXIT.
        CLOSE ORGMST.
        IF ORG-FULL-SW IS EQUAL TO "Y", GO TO CAL-REFUSE.
        OPEN INPUT RATEFIL.
        PERFORM GET-RATES THRU GET-RATES-EXIT.
        CLOSE RATEFIL.
        GO TO GET-DEPT-ACCTS.
GET-DEPT-ACCTS-EXIT.
        EXIT.
GET-ORG-UNITS.
        READ ORGMST, AT END GO TO GET-ORG-UNITS-EXIT.
        IF OM-EFF-DATE IS GREATER THAN RL-SAVE-DATE,
            GO TO GET-ORG-UNITS.
        IF ORG-TBL-COUNT IS NOT EQUAL TO ZERO
            IF ORG-TBL-CODE (ORG-TBL-COUNT) IS EQUAL TO OM-CODE
                GO TO GET-ORG-STORE.
        IF ORG-TBL-COUNT IS EQUAL TO 1000
            DISPLAY "PAYROLL - ORGANIZATION TABLE FULL - RUN REFUSED"
            MOVE "Y" TO ORG-FULL-SW
            GO TO GET-ORG-UNITS-EXIT.
        ADD 1 TO ORG-TBL-COUNT.
GET-ORG-STORE.
        MOVE OM-CODE TO ORG-TBL-CODE (ORG-TBL-COUNT).
        MOVE OM-STATUS TO ORG-TBL-STATUS (ORG-TBL-COUNT).
        MOVE OM-PARENT TO ORG-TBL-PARENT (ORG-TBL-COUNT).
        MOVE OM-GL-SEG TO ORG-TBL-SEG (ORG-TBL-COUNT).
        MOVE OM-PAY-DEPT TO ORG-TBL-DEPT (ORG-TBL-COUNT).
        GO TO GET-ORG-UNITS.
GET-ORG-UNITS-EXIT.
        EXIT.
GET-DED-CODES.
        READ DEDCODES, AT END GO TO GET-DED-CODES-EXIT.
        IF CODE-TBL-COUNT IS EQUAL TO 20
        MOVE ZERO TO ACCT-FOUND-NO.
        PERFORM FIND-DEPT-ACCT VARYING ACCT-TBL-SUB FROM 1 BY 1
            UNTIL ACCT-TBL-SUB IS GREATER THAN ACCT-TBL-COUNT.
        MOVE "N" TO ORG-MISS-SW.
        IF ACCT-FOUND-NO IS NOT EQUAL TO ZERO
            PERFORM DERIVE-DEPT-SEG THRU DERIVE-DEPT-SEG-EXIT.
        MOVE DEPT-TBL-NO (DEPT-TBL-SUB) TO LD-DEPT-NO, LDP-DEPT-NO.
        MOVE ACCT-FOUND-NO TO LD-ACCT-NO, LDP-ACCT-NO.
        MOVE END-PAY-PD TO LD-PERIOD.
        MOVE SPACES TO LDP-FLAG.
        IF ACCT-FOUND-NO IS EQUAL TO ZERO
            MOVE "**NO ACCT**" TO LDP-FLAG.
        IF ORG-MISS-SW IS EQUAL TO "Y"
            MOVE "**NO ORG**" TO LDP-FLAG.
        WRITE LDPROOF-REC FROM LDP-LINE AFTER ADVANCING 1.
        ADD DEPT-TBL-GROSS (DEPT-TBL-SUB) TO LD-GROSS-TOT.
        ADD DEPT-TBL-FIT (DEPT-TBL-SUB) TO LD-FIT-TOT.
        IF ACCT-TBL-DEPT (ACCT-TBL-SUB) IS EQUAL TO
                DEPT-TBL-NO (DEPT-TBL-SUB)
            MOVE ACCT-TBL-ACCT (ACCT-TBL-SUB) TO ACCT-FOUND-NO.
DERIVE-DEPT-SEG.
        MOVE ZERO TO ORG-FOUND-SUB.
        PERFORM FIND-ORG-DEPT VARYING ORG-TBL-SUB FROM 1 BY 1
            UNTIL ORG-TBL-SUB IS GREATER THAN ORG-TBL-COUNT.
        IF ORG-FOUND-SUB IS EQUAL TO ZERO
            MOVE "Y" TO ORG-MISS-SW
            GO TO DERIVE-DEPT-SEG-EXIT.
        MOVE SPACES TO ORG-SEG.
        MOVE ZERO TO ORG-DEPTH.
        PERFORM WALK-ORG-UP UNTIL ORG-SEG IS NOT EQUAL TO SPACES
            OR ORG-FOUND-SUB IS EQUAL TO ZERO
            OR ORG-DEPTH IS GREATER THAN 4.
        IF ORG-SEG IS EQUAL TO SPACES, GO TO DERIVE-DEPT-SEG-EXIT.
        MOVE ACCT-FOUND-NO TO LD-ACCT-WORK.
        MOVE ORG-SEG TO LDA-SEG.
        MOVE LD-ACCT-WORK TO ACCT-FOUND-NO.
DERIVE-DEPT-SEG-EXIT.
        EXIT.
FIND-ORG-DEPT.
        IF ORG-TBL-DEPT (ORG-TBL-SUB) IS EQUAL TO
                DEPT-TBL-NO (DEPT-TBL-SUB)
            AND ORG-TBL-STATUS (ORG-TBL-SUB) IS EQUAL TO "A"
            MOVE ORG-TBL-SUB TO ORG-FOUND-SUB.
WALK-ORG-UP.
        ADD 1 TO ORG-DEPTH.
        MOVE ORG-TBL-SEG (ORG-FOUND-SUB) TO ORG-SEG.
        IF ORG-SEG IS EQUAL TO SPACES
            MOVE ORG-TBL-PARENT (ORG-FOUND-SUB) TO ORG-FIND-CODE
            MOVE ZERO TO ORG-FOUND-SUB
            PERFORM FIND-ORG-CODE VARYING ORG-TBL-SUB FROM 1 BY 1
                UNTIL ORG-TBL-SUB IS GREATER THAN ORG-TBL-COUNT.
FIND-ORG-CODE.
        IF ORG-TBL-CODE (ORG-TBL-SUB) IS EQUAL TO ORG-FIND-CODE
            AND ORG-FIND-CODE IS NOT EQUAL TO SPACES
            MOVE ORG-TBL-SUB TO ORG-FOUND-SUB.
WRITE-LABOR-DIST-EXIT.
        EXIT.
DO-PRENOTE.
