IDENTIFICATION DIVISION.
PROGRAM-ID. CHGBCK.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. OCTOBER, 1976.
REMARKS. MONTHLY COMPUTER-TIME CHARGEBACK FROM THE RUN LOG.
    EVERY RUNLOG RECORD FOR THE CHARGE MONTH IS PRICED FROM THE
    RATE CARD - ELAPSED MINUTES, RECORDS PROCESSED PER THOUSAND
    AND PAGES PRINTED - AND CHARGED TO THE DEPARTMENT THAT OWNS
    THE PROGRAM ON THE OWNERSHIP TABLE.  FOR A PRINT PROGRAM THE
    RECORDS WRITTEN ARE PRINT LINES AND ARE CHARGED AS PAGES.
    A STATEMENT PER DEPARTMENT LISTS EACH JOB AND RUN.  THE
    DEPARTMENT TOTAL IS WRITTEN TO THE JOURNAL INTERFACE FILE
    THE WAY THE DEPRECIATION RUN WRITES FIJRNL - DEBIT THE
    DEPARTMENT EXPENSE ACCOUNT, CREDIT THE DP RECOVERY ACCOUNT
    ON THE RATE CARD - SO GLPOST MOVES THE COST OUT OF THE DP
    COST CENTER.  PROGRAMS NOT ON THE OWNERSHIP TABLE ARE LISTED
    AND LEFT IN DP.  SEQNCR DISPATCH RECORDS ARE NOT RUNS.
    THE DEPARTMENT SEGMENT OF THE EXPENSE ACCOUNT (POSITIONS 5-6)
    IS TAKEN FROM THE ORGANIZATION MASTER IN EFFECT AT THE END OF
    THE CHARGE MONTH - THE ACTIVE UNIT CARRYING THE DEPARTMENT AS
    ITS PAY DEPARTMENT, OR ITS NEAREST PARENT WITH A SEGMENT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT CBRATE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CBOWN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CBDEPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT ORGMST ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG-IN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CBRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT JRNL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD CBRATE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "CBRATEDAT".
01 CBRATE-REC.
     05 RC-EFF-YYMM PIC 9(4).
     05 RC-MIN-RATE PIC 9(3)V99.
     05 RC-KREC-RATE PIC 9(3)V99.
     05 RC-PAGE-RATE PIC 9V999.
     05 RC-LINES-PAGE PIC 99.
     05 RC-DP-ACCT PIC X(6).
FD CBOWN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "CBOWNRDAT".
01 CBOWN-REC.
     05 OW-PROGRAM PIC X(9).
     05 OW-DEPT PIC 9(4).
     05 OW-PRINT-SW PIC X.
FD CBDEPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "CBDEPTDAT".
01 CBDEPT-REC.
     05 DP-DEPT PIC 9(4).
     05 DP-NAME PIC X(20).
     05 DP-EXP-ACCT PIC X(6).
FD ORGMST
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGMSTDAT".
01 ORGMST-REC.
     05 OM-CODE PIC X(6).
     05 OM-EFF-DATE PIC 9(6).
     05 OM-LEVEL PIC X.
     05 OM-STATUS PIC X.
     05 OM-PARENT PIC X(6).
     05 OM-NAME PIC X(30).
     05 OM-GL-SEG PIC XX.
     05 OM-PAY-DEPT PIC 9(4).
     05 FILLER PIC X(44).
FD RUNLOG-IN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "RUNLOGDAT".
01 RUNLOG-IN-REC.
     05 RI-PROGRAM PIC X(9).
     05 RI-DATE PIC 9(6).
     05 RI-DATE-X REDEFINES RI-DATE.
        10 RI-YYMM PIC 9(4).
        10 RI-DD PIC 99.
     05 RI-START-TIME PIC 9(8).
     05 RI-END-TIME PIC 9(8).
     05 RI-RECS-READ PIC 9(7).
     05 RI-RECS-WRITTEN PIC 9(7).
     05 RI-STATUS PIC X(6).
FD CBRPT
     VALUE OF IDENTIFICATION IS "CHGBCKRPT".
01 CBRPT-REC PIC X(90).
FD JRNL
     VALUE OF ID IS 'FIJRNLDAT'
     RECORD CONTAINS 44 CHARACTERS
     LABEL RECORDS ARE STANDARD
     DATA RECORD IS JRNL-REC.
01 JRNL-REC.
     05 JR-LOCATION-NO PIC 9(4).
     05 JR-PERIOD PIC X(10).
     05 JR-EXPENSE-ACCT PIC X(6).
     05 JR-EXPENSE-AMT PIC 9(9).
     05 JR-RESERVE-ACCT PIC X(6).
     05 JR-CONTRA-AMT PIC S9(9) SIGN LEADING.
FD RUNLOG
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
77 IN-CT PIC 9(7) VALUE ZERO.
77 OUT-CT PIC 9(7) VALUE ZERO.
77 CHARGE-MONTH PIC 9(4) VALUE ZERO.
77 RUN-PERIOD PIC X(10) VALUE SPACES.
77 RATE-FOUND PIC X VALUE "N".
77 MIN-RATE PIC 9(3)V99 VALUE ZERO.
77 KREC-RATE PIC 9(3)V99 VALUE ZERO.
77 PAGE-RATE PIC 9V999 VALUE ZERO.
77 LINES-PAGE PIC 99 VALUE ZERO.
77 DP-ACCT PIC X(6) VALUE SPACES.
77 RATE-YYMM PIC 9(4) VALUE ZERO.
77 OWN-CT PIC 9(3) VALUE ZERO.
77 OWN-SUB PIC 9(3) VALUE ZERO.
77 OWN-FOUND PIC 9(3) VALUE ZERO.
77 DEPT-CT PIC 9(3) VALUE ZERO.
77 DEPT-SUB PIC 9(3) VALUE ZERO.
77 DEPT-FOUND PIC 9(3) VALUE ZERO.
77 RUN-CT PIC 9(4) VALUE ZERO.
77 RUN-SUB PIC 9(4) VALUE ZERO.
77 UNA-CT PIC 9(3) VALUE ZERO.
77 UNA-SUB PIC 9(3) VALUE ZERO.
77 UNA-FOUND PIC 9(3) VALUE ZERO.
77 START-SECS PIC 9(6) VALUE ZERO.
77 END-SECS PIC 9(6) VALUE ZERO.
77 RUN-SECS PIC 9(6) VALUE ZERO.
77 RUN-MINS PIC 9(4) VALUE ZERO.
77 RUN-RECS PIC 9(8) VALUE ZERO.
77 RUN-PAGES PIC 9(6) VALUE ZERO.
77 RUN-LINES PIC 9(8) VALUE ZERO.
77 RUN-CHARGE PIC 9(5)V99 VALUE ZERO.
77 JOB-MINS PIC 9(6) VALUE ZERO.
77 JOB-RECS PIC 9(9) VALUE ZERO.
77 JOB-PAGES PIC 9(7) VALUE ZERO.
77 POST-AMT PIC 9(9) VALUE ZERO.
77 TOT-CHARGE PIC 9(8)V99 VALUE ZERO.
77 TOT-POSTED PIC 9(9) VALUE ZERO.
77 TOT-UNPOSTED PIC 9(8)V99 VALUE ZERO.
77 JRNL-CT PIC 9(3) VALUE ZERO.
77 RUN-STATUS PIC X(6) VALUE 'NORMAL'.
77 ORG-AS-OF PIC 9(6) VALUE ZERO.
77 ORG-CT PIC 9(4) VALUE ZERO.
77 ORG-SUB PIC 9(4) VALUE ZERO.
77 ORG-FOUND PIC 9(4) VALUE ZERO.
77 ORG-DEPTH PIC 9 VALUE ZERO.
77 ORG-FIND-CODE PIC X(6) VALUE SPACES.
77 ORG-SEG PIC XX VALUE SPACES.
01 DT-ACCT-WORK.
     05 DA-MAIN PIC X(4).
     05 DA-SEG PIC XX.
01 CLOCK-WORK PIC 9(8) VALUE ZERO.
01 CLOCK-X REDEFINES CLOCK-WORK.
     05 CK-HH PIC 99.
     05 CK-MM PIC 99.
     05 CK-SS PIC 99.
     05 CK-HS PIC 99.
01 OWN-TABLE.
     05 OWN-TBL OCCURS 300 TIMES.
        10 OT-PROGRAM PIC X(9).
        10 OT-DEPT PIC 9(4).
        10 OT-PRINT PIC X.
        10 OT-RUNS PIC 9(5).
        10 OT-CHARGE PIC 9(7)V99.
01 DEPT-TABLE.
     05 DEPT-TBL OCCURS 100 TIMES.
        10 DT-DEPT PIC 9(4).
        10 DT-NAME PIC X(20).
        10 DT-ACCT PIC X(6).
        10 DT-RUNS PIC 9(5).
        10 DT-CHARGE PIC 9(7)V99.
        10 DT-POSTED PIC 9(9).
01 ORG-TABLE.
     05 ORG-TBL OCCURS 1000 TIMES.
        10 OG-CODE PIC X(6).
        10 OG-STATUS PIC X.
        10 OG-PARENT PIC X(6).
        10 OG-SEG PIC XX.
        10 OG-DEPT PIC 9(4).
01 RUN-TABLE.
     05 RUN-TBL OCCURS 3000 TIMES.
        10 RN-OWN PIC 9(3).
        10 RN-DATE PIC 9(6).
        10 RN-START PIC 9(8).
        10 RN-END PIC 9(8).
        10 RN-MINS PIC 9(4).
        10 RN-RECS PIC 9(8).
        10 RN-PAGES PIC 9(6).
        10 RN-CHARGE PIC 9(5)V99.
        10 RN-STATUS PIC X(6).
01 UNA-TABLE.
     05 UNA-TBL OCCURS 100 TIMES.
        10 UA-PROGRAM PIC X(9).
        10 UA-RUNS PIC 9(5).
        10 UA-MINS PIC 9(6).
01 CB-HEAD-1.
     05 FILLER PIC X(15) VALUE SPACES.
     05 FILLER PIC X(40) VALUE
        "COMPUTER-TIME CHARGE STATEMENT".
     05 FILLER PIC X(7) VALUE "MONTH  ".
     05 CBH-MONTH PIC 9(4).
     05 FILLER PIC X(9) VALUE "  PERIOD ".
     05 CBH-PERIOD PIC X(10).
01 CB-HEAD-2.
     05 FILLER PIC X(12) VALUE " DEPARTMENT ".
     05 CBH-DEPT PIC 9(4).
     05 FILLER PIC XX VALUE SPACES.
     05 CBH-NAME PIC X(20).
     05 FILLER PIC X(18) VALUE "  CHARGED TO ACCT ".
     05 CBH-ACCT PIC X(6).
01 CB-HEAD-3.
     05 FILLER PIC X(12) VALUE " JOB        ".
     05 FILLER PIC X(8) VALUE "  DATE  ".
     05 FILLER PIC X(20) VALUE "  START     END     ".
     05 FILLER PIC X(7) VALUE "   MINS".
     05 FILLER PIC X(10) VALUE "   RECORDS".
     05 FILLER PIC X(7) VALUE "  PAGES".
     05 FILLER PIC X(8) VALUE " STATUS ".
     05 FILLER PIC X(11) VALUE "     CHARGE".
01 CB-JOB-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 CBJ-PROGRAM PIC X(9).
01 CB-RUN-LINE.
     05 FILLER PIC X(12) VALUE SPACES.
     05 CBR-DATE PIC 9(6).
     05 FILLER PIC X(4) VALUE SPACES.
     05 CBR-START PIC 9(6).
     05 FILLER PIC X(4) VALUE SPACES.
     05 CBR-END PIC 9(6).
     05 FILLER PIC X(3) VALUE SPACES.
     05 CBR-MINS PIC ZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 CBR-RECS PIC ZZZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 CBR-PAGES PIC ZZZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 CBR-STATUS PIC X(6).
     05 FILLER PIC XX VALUE SPACES.
     05 CBR-CHARGE PIC ZZZZZ9.99.
01 CB-JOB-TOT.
     05 FILLER PIC X(12) VALUE SPACES.
     05 FILLER PIC X(9) VALUE "JOB TOTAL".
     05 FILLER PIC X(6) VALUE " RUNS ".
     05 CBJT-RUNS PIC ZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 CBJT-MINS PIC ZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 CBJT-RECS PIC ZZZZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 CBJT-PAGES PIC ZZZZZ9.
     05 FILLER PIC X(8) VALUE SPACES.
     05 CBJT-CHARGE PIC ZZZZZZ9.99.
01 CB-DEPT-TOT.
     05 FILLER PIC X(18) VALUE " DEPARTMENT TOTAL ".
     05 FILLER PIC X(6) VALUE " RUNS ".
     05 CBDT-RUNS PIC ZZZZ9.
     05 FILLER PIC X(43) VALUE SPACES.
     05 CBDT-CHARGE PIC ZZZZZZ9.99.
01 CB-DEPT-POST.
     05 FILLER PIC X(18) VALUE " POSTED TO GL     ".
     05 CBDP-TEXT PIC X(40).
     05 FILLER PIC X(10) VALUE SPACES.
     05 CBDP-AMT PIC ZZZZZZZZ9.
01 CB-POST-ACCTS.
     05 FILLER PIC X(3) VALUE "DR ".
     05 CBPA-DR PIC X(6).
     05 FILLER PIC X(5) VALUE "  CR ".
     05 CBPA-CR PIC X(6).
01 CB-SUM-HEAD.
     05 FILLER PIC X(15) VALUE SPACES.
     05 FILLER PIC X(40) VALUE
        "CHARGEBACK SUMMARY BY DEPARTMENT".
     05 FILLER PIC X(7) VALUE "MONTH  ".
     05 CBS-MONTH PIC 9(4).
01 CB-SUM-COLS.
     05 FILLER PIC X(34) VALUE
        " DEPT  NAME                  ACCT ".
     05 FILLER PIC X(34) VALUE
        "    RUNS      CHARGE     POSTED   ".
01 CB-SUM-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 CBS-DEPT PIC 9(4).
     05 FILLER PIC XX VALUE SPACES.
     05 CBS-NAME PIC X(20).
     05 FILLER PIC XX VALUE SPACES.
     05 CBS-ACCT PIC X(6).
     05 FILLER PIC XX VALUE SPACES.
     05 CBS-RUNS PIC ZZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 CBS-CHARGE PIC ZZZZZZ9.99.
     05 FILLER PIC XX VALUE SPACES.
     05 CBS-POSTED PIC ZZZZZZZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 CBS-NOTE PIC X(12).
01 CB-SUM-TOT.
     05 FILLER PIC X(37) VALUE " TOTAL CHARGED".
     05 FILLER PIC X(7) VALUE SPACES.
     05 CBST-CHARGE PIC ZZZZZZ9.99.
     05 FILLER PIC XX VALUE SPACES.
     05 CBST-POSTED PIC ZZZZZZZZ9.
01 CB-UNA-HEAD.
     05 FILLER PIC X(40) VALUE
        " PROGRAMS NOT OWNED - LEFT IN DP       ".
     05 FILLER PIC X(20) VALUE "    RUNS     MINUTES".
01 CB-UNA-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 CBU-PROGRAM PIC X(9).
     05 FILLER PIC X(30) VALUE SPACES.
     05 CBU-RUNS PIC ZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 CBU-MINS PIC ZZZZZ9.
PROCEDURE DIVISION.
HOUSE-KEEP.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     DISPLAY 'CHARGE MONTH YYMM : ' WITH NO ADVANCING.
     ACCEPT CHARGE-MONTH.
     DISPLAY 'PERIOD : ' WITH NO ADVANCING.
     ACCEPT RUN-PERIOD.
     OPEN INPUT CBRATE.
LOAD-RATE.
     READ CBRATE AT END CLOSE CBRATE, GO TO LOAD-RATE-DONE.
     IF RC-EFF-YYMM GREATER THAN CHARGE-MONTH GO TO LOAD-RATE.
     IF RATE-FOUND EQUAL "Y"
        IF RC-EFF-YYMM LESS THAN RATE-YYMM GO TO LOAD-RATE.
     MOVE "Y" TO RATE-FOUND.
     MOVE RC-EFF-YYMM TO RATE-YYMM.
     MOVE RC-MIN-RATE TO MIN-RATE.
     MOVE RC-KREC-RATE TO KREC-RATE.
     MOVE RC-PAGE-RATE TO PAGE-RATE.
     MOVE RC-LINES-PAGE TO LINES-PAGE.
     MOVE RC-DP-ACCT TO DP-ACCT.
     GO TO LOAD-RATE.
LOAD-RATE-DONE.
     IF RATE-FOUND NOT EQUAL "Y"
        DISPLAY 'CHGBCK - NO RATE CARD IN EFFECT FOR ' CHARGE-MONTH
        DISPLAY 'CHGBCK - ABORTED'
        MOVE 'REFUSE' TO RUN-STATUS
        GO TO END-RUNLOG.
     IF LINES-PAGE EQUAL ZERO MOVE 60 TO LINES-PAGE.
     OPEN INPUT CBDEPT.
LOAD-DEPT.
     READ CBDEPT AT END CLOSE CBDEPT, GO TO LOAD-DEPT-DONE.
     IF DEPT-CT EQUAL 100
        DISPLAY 'CHGBCK - DEPARTMENT TABLE FULL'
        GO TO LOAD-DEPT.
     ADD 1 TO DEPT-CT.
     MOVE DP-DEPT TO DT-DEPT (DEPT-CT).
     MOVE DP-NAME TO DT-NAME (DEPT-CT).
     MOVE DP-EXP-ACCT TO DT-ACCT (DEPT-CT).
     MOVE ZERO TO DT-RUNS (DEPT-CT), DT-CHARGE (DEPT-CT),
        DT-POSTED (DEPT-CT).
     GO TO LOAD-DEPT.
LOAD-DEPT-DONE.
     COMPUTE ORG-AS-OF = CHARGE-MONTH * 100 + 31.
     OPEN INPUT ORGMST.
LOAD-ORG.
     READ ORGMST AT END CLOSE ORGMST, GO TO LOAD-ORG-DONE.
     IF OM-EFF-DATE GREATER THAN ORG-AS-OF GO TO LOAD-ORG.
     IF ORG-CT NOT EQUAL ZERO
        IF OG-CODE (ORG-CT) EQUAL OM-CODE GO TO LOAD-ORG-STORE.
     IF ORG-CT EQUAL 1000
        DISPLAY 'CHGBCK - ORGANIZATION TABLE FULL - RUN REFUSED'
        CLOSE ORGMST
        MOVE 'REFUSE' TO RUN-STATUS
        GO TO END-RUNLOG.
     ADD 1 TO ORG-CT.
LOAD-ORG-STORE.
     MOVE OM-CODE TO OG-CODE (ORG-CT).
     MOVE OM-STATUS TO OG-STATUS (ORG-CT).
     MOVE OM-PARENT TO OG-PARENT (ORG-CT).
     MOVE OM-GL-SEG TO OG-SEG (ORG-CT).
     MOVE OM-PAY-DEPT TO OG-DEPT (ORG-CT).
     GO TO LOAD-ORG.
LOAD-ORG-DONE.
     OPEN INPUT CBOWN.
LOAD-OWN.
     READ CBOWN AT END CLOSE CBOWN, GO TO LOAD-OWN-DONE.
     IF OWN-CT EQUAL 300
        DISPLAY 'CHGBCK - OWNERSHIP TABLE FULL'
        GO TO LOAD-OWN.
     ADD 1 TO OWN-CT.
     MOVE OW-PROGRAM TO OT-PROGRAM (OWN-CT).
     MOVE OW-DEPT TO OT-DEPT (OWN-CT).
     MOVE OW-PRINT-SW TO OT-PRINT (OWN-CT).
     MOVE ZERO TO OT-RUNS (OWN-CT), OT-CHARGE (OWN-CT).
     MOVE ZERO TO DEPT-FOUND.
     PERFORM SCAN-DEPT THRU SCAN-DEPT-EXIT
        VARYING DEPT-SUB FROM 1 BY 1
        UNTIL DEPT-SUB GREATER THAN DEPT-CT.
     IF DEPT-FOUND NOT EQUAL ZERO GO TO LOAD-OWN.
     IF DEPT-CT EQUAL 100
        DISPLAY 'CHGBCK - DEPARTMENT TABLE FULL'
        GO TO LOAD-OWN.
     ADD 1 TO DEPT-CT.
     MOVE OW-DEPT TO DT-DEPT (DEPT-CT).
     MOVE '** NOT ON CBDEPT **' TO DT-NAME (DEPT-CT).
     MOVE SPACES TO DT-ACCT (DEPT-CT).
     MOVE ZERO TO DT-RUNS (DEPT-CT), DT-CHARGE (DEPT-CT),
        DT-POSTED (DEPT-CT).
     GO TO LOAD-OWN.
SCAN-DEPT.
     IF DT-DEPT (DEPT-SUB) EQUAL OW-DEPT
        MOVE DEPT-SUB TO DEPT-FOUND.
SCAN-DEPT-EXIT.
     EXIT.
LOAD-OWN-DONE.
     OPEN INPUT RUNLOG-IN.
LOG-READ.
     READ RUNLOG-IN AT END CLOSE RUNLOG-IN, GO TO STATEMENTS.
     IF RI-YYMM NOT EQUAL CHARGE-MONTH GO TO LOG-READ.
     IF RI-PROGRAM EQUAL 'SEQNCR' GO TO LOG-READ.
     ADD 1 TO IN-CT.
     PERFORM RUN-ELAPSED THRU RUN-ELAPSED-EXIT.
     MOVE ZERO TO OWN-FOUND.
     PERFORM SCAN-OWN THRU SCAN-OWN-EXIT
        VARYING OWN-SUB FROM 1 BY 1
        UNTIL OWN-SUB GREATER THAN OWN-CT.
     IF OWN-FOUND EQUAL ZERO
        PERFORM NOT-OWNED THRU NOT-OWNED-EXIT
        GO TO LOG-READ.
     IF RUN-CT EQUAL 3000
        DISPLAY 'CHGBCK - RUN TABLE FULL - RUN REFUSED'
        CLOSE RUNLOG-IN
        MOVE 'REFUSE' TO RUN-STATUS
        GO TO END-RUNLOG.
     IF OT-PRINT (OWN-FOUND) EQUAL 'Y'
        MOVE RI-RECS-READ TO RUN-RECS
        COMPUTE RUN-LINES = RI-RECS-WRITTEN + LINES-PAGE - 1
        DIVIDE RUN-LINES BY LINES-PAGE GIVING RUN-PAGES
     ELSE
        ADD RI-RECS-READ, RI-RECS-WRITTEN GIVING RUN-RECS
        MOVE ZERO TO RUN-PAGES.
     COMPUTE RUN-CHARGE ROUNDED = RUN-MINS * MIN-RATE
        + RUN-RECS * KREC-RATE / 1000
        + RUN-PAGES * PAGE-RATE.
     ADD 1 TO RUN-CT.
     MOVE OWN-FOUND TO RN-OWN (RUN-CT).
     MOVE RI-DATE TO RN-DATE (RUN-CT).
     MOVE RI-START-TIME TO RN-START (RUN-CT).
     MOVE RI-END-TIME TO RN-END (RUN-CT).
     MOVE RUN-MINS TO RN-MINS (RUN-CT).
     MOVE RUN-RECS TO RN-RECS (RUN-CT).
     MOVE RUN-PAGES TO RN-PAGES (RUN-CT).
     MOVE RUN-CHARGE TO RN-CHARGE (RUN-CT).
     MOVE RI-STATUS TO RN-STATUS (RUN-CT).
     ADD 1 TO OT-RUNS (OWN-FOUND).
     ADD RUN-CHARGE TO OT-CHARGE (OWN-FOUND).
     MOVE OT-DEPT (OWN-FOUND) TO OW-DEPT.
     MOVE ZERO TO DEPT-FOUND.
     PERFORM SCAN-DEPT THRU SCAN-DEPT-EXIT
        VARYING DEPT-SUB FROM 1 BY 1
        UNTIL DEPT-SUB GREATER THAN DEPT-CT.
     IF DEPT-FOUND NOT EQUAL ZERO
        ADD 1 TO DT-RUNS (DEPT-FOUND)
        ADD RUN-CHARGE TO DT-CHARGE (DEPT-FOUND).
     GO TO LOG-READ.
SCAN-OWN.
     IF OT-PROGRAM (OWN-SUB) EQUAL RI-PROGRAM
        MOVE OWN-SUB TO OWN-FOUND.
SCAN-OWN-EXIT.
     EXIT.
RUN-ELAPSED.
     MOVE RI-START-TIME TO CLOCK-WORK.
     COMPUTE START-SECS = CK-HH * 3600 + CK-MM * 60 + CK-SS.
     MOVE RI-END-TIME TO CLOCK-WORK.
     COMPUTE END-SECS = CK-HH * 3600 + CK-MM * 60 + CK-SS.
     IF END-SECS LESS THAN START-SECS ADD 86400 TO END-SECS.
     COMPUTE RUN-SECS = END-SECS - START-SECS + 59.
     DIVIDE RUN-SECS BY 60 GIVING RUN-MINS.
     IF RUN-MINS EQUAL ZERO MOVE 1 TO RUN-MINS.
RUN-ELAPSED-EXIT.
     EXIT.
NOT-OWNED.
     MOVE ZERO TO UNA-FOUND.
     PERFORM SCAN-UNA THRU SCAN-UNA-EXIT
        VARYING UNA-SUB FROM 1 BY 1
        UNTIL UNA-SUB GREATER THAN UNA-CT.
     IF UNA-FOUND EQUAL ZERO
        IF UNA-CT EQUAL 100
           DISPLAY 'CHGBCK - UNOWNED PROGRAM TABLE FULL'
           GO TO NOT-OWNED-EXIT
        ELSE
           ADD 1 TO UNA-CT
           MOVE UNA-CT TO UNA-FOUND
           MOVE RI-PROGRAM TO UA-PROGRAM (UNA-FOUND)
           MOVE ZERO TO UA-RUNS (UNA-FOUND), UA-MINS (UNA-FOUND).
     ADD 1 TO UA-RUNS (UNA-FOUND).
     ADD RUN-MINS TO UA-MINS (UNA-FOUND).
NOT-OWNED-EXIT.
     EXIT.
SCAN-UNA.
     IF UA-PROGRAM (UNA-SUB) EQUAL RI-PROGRAM
        MOVE UNA-SUB TO UNA-FOUND.
SCAN-UNA-EXIT.
     EXIT.
STATEMENTS.
     OPEN OUTPUT CBRPT.
     OPEN EXTEND JRNL.
     MOVE CHARGE-MONTH TO CBH-MONTH, CBS-MONTH.
     MOVE RUN-PERIOD TO CBH-PERIOD.
     PERFORM PRINT-DEPT THRU PRINT-DEPT-EXIT
        VARYING DEPT-SUB FROM 1 BY 1
        UNTIL DEPT-SUB GREATER THAN DEPT-CT.
     CLOSE JRNL.
     WRITE CBRPT-REC FROM CB-SUM-HEAD AFTER ADVANCING PAGE.
     WRITE CBRPT-REC FROM CB-SUM-COLS AFTER ADVANCING 2.
     PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT
        VARYING DEPT-SUB FROM 1 BY 1
        UNTIL DEPT-SUB GREATER THAN DEPT-CT.
     MOVE TOT-CHARGE TO CBST-CHARGE.
     MOVE TOT-POSTED TO CBST-POSTED.
     WRITE CBRPT-REC FROM CB-SUM-TOT AFTER ADVANCING 2.
     IF UNA-CT EQUAL ZERO GO TO WRAP-UP.
     WRITE CBRPT-REC FROM CB-UNA-HEAD AFTER ADVANCING 3.
     PERFORM PRINT-UNA THRU PRINT-UNA-EXIT
        VARYING UNA-SUB FROM 1 BY 1
        UNTIL UNA-SUB GREATER THAN UNA-CT.
     GO TO WRAP-UP.
PRINT-DEPT.
     IF DT-RUNS (DEPT-SUB) EQUAL ZERO GO TO PRINT-DEPT-EXIT.
     PERFORM DERIVE-DEPT-SEG THRU DERIVE-DEPT-SEG-EXIT.
     MOVE DT-DEPT (DEPT-SUB) TO CBH-DEPT.
     MOVE DT-NAME (DEPT-SUB) TO CBH-NAME.
     MOVE DT-ACCT (DEPT-SUB) TO CBH-ACCT.
     WRITE CBRPT-REC FROM CB-HEAD-1 AFTER ADVANCING PAGE.
     WRITE CBRPT-REC FROM CB-HEAD-2 AFTER ADVANCING 2.
     WRITE CBRPT-REC FROM CB-HEAD-3 AFTER ADVANCING 2.
     PERFORM PRINT-JOB THRU PRINT-JOB-EXIT
        VARYING OWN-SUB FROM 1 BY 1
        UNTIL OWN-SUB GREATER THAN OWN-CT.
     MOVE DT-RUNS (DEPT-SUB) TO CBDT-RUNS.
     MOVE DT-CHARGE (DEPT-SUB) TO CBDT-CHARGE.
     WRITE CBRPT-REC FROM CB-DEPT-TOT AFTER ADVANCING 2.
     ADD DT-CHARGE (DEPT-SUB) TO TOT-CHARGE.
     COMPUTE POST-AMT ROUNDED = DT-CHARGE (DEPT-SUB).
     IF DT-ACCT (DEPT-SUB) EQUAL SPACES
        MOVE 'NOT POSTED - NO DEPARTMENT ACCOUNT' TO CBDP-TEXT
        MOVE ZERO TO CBDP-AMT
        ADD DT-CHARGE (DEPT-SUB) TO TOT-UNPOSTED
        WRITE CBRPT-REC FROM CB-DEPT-POST AFTER ADVANCING 1
        GO TO PRINT-DEPT-EXIT.
     IF POST-AMT EQUAL ZERO
        MOVE 'NOT POSTED - UNDER ONE DOLLAR' TO CBDP-TEXT
        MOVE ZERO TO CBDP-AMT
        WRITE CBRPT-REC FROM CB-DEPT-POST AFTER ADVANCING 1
        GO TO PRINT-DEPT-EXIT.
     MOVE ZERO TO JR-LOCATION-NO.
     MOVE RUN-PERIOD TO JR-PERIOD.
     MOVE DT-ACCT (DEPT-SUB) TO JR-EXPENSE-ACCT.
     MOVE DP-ACCT TO JR-RESERVE-ACCT.
     MOVE POST-AMT TO JR-EXPENSE-AMT.
     COMPUTE JR-CONTRA-AMT = ZERO - POST-AMT.
     WRITE JRNL-REC.
     ADD 1 TO JRNL-CT.
     MOVE POST-AMT TO DT-POSTED (DEPT-SUB).
     ADD POST-AMT TO TOT-POSTED.
     MOVE DT-ACCT (DEPT-SUB) TO CBPA-DR.
     MOVE DP-ACCT TO CBPA-CR.
     MOVE CB-POST-ACCTS TO CBDP-TEXT.
     MOVE POST-AMT TO CBDP-AMT.
     WRITE CBRPT-REC FROM CB-DEPT-POST AFTER ADVANCING 1.
PRINT-DEPT-EXIT.
     EXIT.
DERIVE-DEPT-SEG.
     IF DT-ACCT (DEPT-SUB) EQUAL SPACES GO TO DERIVE-DEPT-SEG-EXIT.
     MOVE ZERO TO ORG-FOUND.
     PERFORM SCAN-ORG-DEPT THRU SCAN-ORG-DEPT-EXIT
        VARYING ORG-SUB FROM 1 BY 1
        UNTIL ORG-SUB GREATER THAN ORG-CT.
     IF ORG-FOUND EQUAL ZERO
        DISPLAY 'CHGBCK - DEPARTMENT ' DT-DEPT (DEPT-SUB)
           ' NOT ON ORGANIZATION MASTER'
        GO TO DERIVE-DEPT-SEG-EXIT.
     MOVE SPACES TO ORG-SEG.
     MOVE ZERO TO ORG-DEPTH.
     PERFORM WALK-ORG-UP THRU WALK-ORG-UP-EXIT
        UNTIL ORG-SEG NOT EQUAL SPACES
        OR ORG-FOUND EQUAL ZERO
        OR ORG-DEPTH GREATER THAN 4.
     IF ORG-SEG EQUAL SPACES GO TO DERIVE-DEPT-SEG-EXIT.
     MOVE DT-ACCT (DEPT-SUB) TO DT-ACCT-WORK.
     MOVE ORG-SEG TO DA-SEG.
     MOVE DT-ACCT-WORK TO DT-ACCT (DEPT-SUB).
DERIVE-DEPT-SEG-EXIT.
     EXIT.
SCAN-ORG-DEPT.
     IF OG-DEPT (ORG-SUB) EQUAL DT-DEPT (DEPT-SUB)
        AND OG-STATUS (ORG-SUB) EQUAL 'A'
        MOVE ORG-SUB TO ORG-FOUND.
SCAN-ORG-DEPT-EXIT.
     EXIT.
WALK-ORG-UP.
     ADD 1 TO ORG-DEPTH.
     MOVE OG-SEG (ORG-FOUND) TO ORG-SEG.
     IF ORG-SEG NOT EQUAL SPACES GO TO WALK-ORG-UP-EXIT.
     MOVE OG-PARENT (ORG-FOUND) TO ORG-FIND-CODE.
     MOVE ZERO TO ORG-FOUND.
     IF ORG-FIND-CODE EQUAL SPACES GO TO WALK-ORG-UP-EXIT.
     PERFORM SCAN-ORG-CODE THRU SCAN-ORG-CODE-EXIT
        VARYING ORG-SUB FROM 1 BY 1
        UNTIL ORG-SUB GREATER THAN ORG-CT.
WALK-ORG-UP-EXIT.
     EXIT.
SCAN-ORG-CODE.
     IF OG-CODE (ORG-SUB) EQUAL ORG-FIND-CODE
        MOVE ORG-SUB TO ORG-FOUND.
SCAN-ORG-CODE-EXIT.
     EXIT.
PRINT-JOB.
     IF OT-DEPT (OWN-SUB) NOT EQUAL DT-DEPT (DEPT-SUB)
        GO TO PRINT-JOB-EXIT.
     IF OT-RUNS (OWN-SUB) EQUAL ZERO GO TO PRINT-JOB-EXIT.
     MOVE OT-PROGRAM (OWN-SUB) TO CBJ-PROGRAM.
     WRITE CBRPT-REC FROM CB-JOB-LINE AFTER ADVANCING 2.
     MOVE ZERO TO JOB-MINS, JOB-RECS, JOB-PAGES.
     PERFORM PRINT-RUN THRU PRINT-RUN-EXIT
        VARYING RUN-SUB FROM 1 BY 1
        UNTIL RUN-SUB GREATER THAN RUN-CT.
     MOVE OT-RUNS (OWN-SUB) TO CBJT-RUNS.
     MOVE JOB-MINS TO CBJT-MINS.
     MOVE JOB-RECS TO CBJT-RECS.
     MOVE JOB-PAGES TO CBJT-PAGES.
     MOVE OT-CHARGE (OWN-SUB) TO CBJT-CHARGE.
     WRITE CBRPT-REC FROM CB-JOB-TOT AFTER ADVANCING 1.
PRINT-JOB-EXIT.
     EXIT.
PRINT-RUN.
     IF RN-OWN (RUN-SUB) NOT EQUAL OWN-SUB GO TO PRINT-RUN-EXIT.
     MOVE RN-DATE (RUN-SUB) TO CBR-DATE.
     MOVE RN-START (RUN-SUB) TO CLOCK-WORK.
     COMPUTE CBR-START = CK-HH * 10000 + CK-MM * 100 + CK-SS.
     MOVE RN-END (RUN-SUB) TO CLOCK-WORK.
     COMPUTE CBR-END = CK-HH * 10000 + CK-MM * 100 + CK-SS.
     MOVE RN-MINS (RUN-SUB) TO CBR-MINS.
     MOVE RN-RECS (RUN-SUB) TO CBR-RECS.
     MOVE RN-PAGES (RUN-SUB) TO CBR-PAGES.
     MOVE RN-STATUS (RUN-SUB) TO CBR-STATUS.
     MOVE RN-CHARGE (RUN-SUB) TO CBR-CHARGE.
     WRITE CBRPT-REC FROM CB-RUN-LINE AFTER ADVANCING 1.
     ADD 1 TO OUT-CT.
     ADD RN-MINS (RUN-SUB) TO JOB-MINS.
     ADD RN-RECS (RUN-SUB) TO JOB-RECS.
     ADD RN-PAGES (RUN-SUB) TO JOB-PAGES.
PRINT-RUN-EXIT.
     EXIT.
PRINT-SUMMARY.
     IF DT-RUNS (DEPT-SUB) EQUAL ZERO GO TO PRINT-SUMMARY-EXIT.
     MOVE DT-DEPT (DEPT-SUB) TO CBS-DEPT.
     MOVE DT-NAME (DEPT-SUB) TO CBS-NAME.
     MOVE DT-ACCT (DEPT-SUB) TO CBS-ACCT.
     MOVE DT-RUNS (DEPT-SUB) TO CBS-RUNS.
     MOVE DT-CHARGE (DEPT-SUB) TO CBS-CHARGE.
     MOVE DT-POSTED (DEPT-SUB) TO CBS-POSTED.
     MOVE SPACES TO CBS-NOTE.
     IF DT-ACCT (DEPT-SUB) EQUAL SPACES
        MOVE 'NOT POSTED' TO CBS-NOTE.
     WRITE CBRPT-REC FROM CB-SUM-LINE AFTER ADVANCING 1.
PRINT-SUMMARY-EXIT.
     EXIT.
PRINT-UNA.
     MOVE UA-PROGRAM (UNA-SUB) TO CBU-PROGRAM.
     MOVE UA-RUNS (UNA-SUB) TO CBU-RUNS.
     MOVE UA-MINS (UNA-SUB) TO CBU-MINS.
     WRITE CBRPT-REC FROM CB-UNA-LINE AFTER ADVANCING 1.
PRINT-UNA-EXIT.
     EXIT.
WRAP-UP.
     CLOSE CBRPT.
     DISPLAY 'CHGBCK COMPLETE - RUNS CHARGED ' RUN-CT
        ' JOURNAL ENTRIES ' JRNL-CT.
     IF TOT-UNPOSTED NOT EQUAL ZERO
        DISPLAY 'CHGBCK - CHARGES NOT POSTED FOR DEPARTMENTS'
           ' WITHOUT AN ACCOUNT - SEE CHGBCKRPT'.
END-RUNLOG.
     OPEN EXTEND RUNLOG.
     MOVE 'CHGBCK   ' TO RL-PROGRAM.
     MOVE RUN-STATUS TO RL-STATUS.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE IN-CT TO RL-RECS-READ.
     MOVE OUT-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
