IDENTIFICATION DIVISION.
PROGRAM-ID. ORGEDT.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. NOVEMBER, 1976.
REMARKS. ORGANIZATION CODE EDIT AGAINST THE ORGANIZATION MASTER.
    THE VERSION OF EACH UNIT IN EFFECT ON THE AS-OF DATE IS
    LOADED FROM ORGMSTDAT AND EDITED - PARENT ON FILE, ACTIVE AND
    AT A HIGHER LEVEL, AND A GL DEPARTMENT SEGMENT (ITS OWN OR AN
    ANCESTOR'S) FOR EVERY UNIT PAYROLL OR FIXTURES POST TO.  THEN
    EVERY MASTER THAT CARRIES AN ORGANIZATION CODE IS READ AND
    EACH CODE LOOKED UP ON THE CROSS-WALK -
        YTDMST    DEPT-NO             PAYROLL DEPARTMENT
        DEPTACCT  DA-DEPT-NO          PAYROLL DEPARTMENT
        IH340     COST/WORK CENTER    IH340 CENTER
        FIXTURES  ASSET-DEPT-NO       FIXTURE DEPARTMENT
                  LOCATION-NO         FIXTURE LOCATION
        LOCACCT   LA-LOCATION-NO      FIXTURE LOCATION
        GLCOA     ACCOUNT POS 5-6     GL DEPARTMENT SEGMENT
        ORGFIL    D/S/C/G + FUNCTION  ORGFIL CODE
        CBDEPT    DP-DEPT             PAYROLL DEPARTMENT
        CBOWN     OW-DEPT             PAYROLL DEPARTMENT
    A CODE NOT ON THE MASTER, OR ONLY ON AN INACTIVE UNIT, IS
    LISTED.  IH340 RECORDS MARKED INACTIVE, DISPOSED FIXTURES, GL
    ACCOUNTS WITH SEGMENT 00 AND ZERO DEPARTMENTS ARE NOT EDITED.
    A WORK CENTER LEFT BLANK ON THE MASTER COVERS THE WHOLE COST
    CENTER.  THE RUN LOG STATUS IS ORGERR WHEN ANYTHING IS LISTED.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT ORG-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT YTDMST ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT DEPTACCT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT IH-MSTR ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT FA-MSTR ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT LOCACCT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCOA ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT ORGFIL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CBDEPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CBOWN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT EDTRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD ORG-FILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGMSTDAT".
01 ORG-REC.
     05 OM-KEY.
        10 OM-CODE PIC X(6).
        10 OM-EFF-DATE PIC 9(6).
     05 OM-LEVEL PIC X.
     05 OM-STATUS PIC X.
     05 OM-PARENT PIC X(6).
     05 OM-NAME PIC X(30).
     05 OM-GL-SEG PIC XX.
     05 OM-PAY-DEPT PIC 9(4).
     05 OM-IH-CNTR PIC X(5).
     05 OM-FA-DEPT PIC 9(4).
     05 OM-FA-LOC PIC 9(4).
     05 OM-ORG-CODE PIC X(7).
     05 OM-LAST-DATE PIC 9(6).
     05 FILLER PIC X(18).
FD YTDMST
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "YTDMSTHIS".
01 YTD-REC.
     05 YM-SSNO PIC 9(9).
     05 YM-EMPLOYEE-NO PIC 9(6).
     05 YM-DEPT-NO PIC 9999.
     05 FILLER PIC X(42).
FD DEPTACCT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "DEPTACCTDA".
01 DEPTACCT-REC.
     05 DA-DEPT-NO PIC 9999.
     05 DA-ACCT-NO PIC 9(6).
     05 DA-COMP-CLASS PIC 9(4).
FD IH-MSTR
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "FILE11   ".
01 IH-REC.
     05 IH-ACTY PIC X.
     05 IH-GORU PIC X.
     05 IH-CONT-GRP PIC XX.
     05 IH-BADGE PIC X(6).
     05 IH-NAME PIC X(20).
     05 IH-ACTIVE-CODE PIC X.
     05 IH-COST-WORK-CNTR.
        10 IH-CC-WC-ACTY PIC X.
        10 IH-COST-CNTR PIC XX.
        10 IH-WORK-CNTR PIC XX.
     05 FILLER PIC X(574).
FD FA-MSTR
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "FILTSTDAT".
01 FA-REC.
     05 FA-ITEM-NO PIC 9(4) COMP.
     05 FA-DESCRIPTION PIC X(30).
     05 FA-SERIAL PIC X(9).
     05 FA-LOCATION-NO PIC 9(4) COMP.
     05 FA-DEPT-NO PIC 9(4).
     05 FA-LAST-VERIFIED PIC 9(4).
     05 FA-GL-ACCT PIC XXX.
     05 FA-METHOD PIC X.
     05 FA-YEARS-OF-LIFE PIC 9(4) COMP.
     05 FA-DATE-ACQUIRED PIC 9(8).
     05 FA-DATE-SOLD PIC 9(6) COMP.
01 FA-TRAILER.
     05 FILLER PIC X(30).
     05 FA-TRL-TAG PIC X(7).
     05 FILLER PIC X(63).
FD LOCACCT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "LOCACCTDAT".
01 LOCACCT-REC.
     05 LA-LOCATION-NO PIC 9(4).
     05 LA-EXPENSE-ACCT PIC X(6).
     05 LA-RESERVE-ACCT PIC X(6).
FD GLCOA
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCOADAT ".
01 GLCOA-REC.
     05 GLA-ACCT.
        10 GLA-MAIN PIC X(4).
        10 GLA-SEG PIC XX.
     05 GLA-DESC PIC X(30).
     05 GLA-TYPE PIC X.
FD ORGFIL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGFILDAT".
01 FUNC-RECORD.
     05 FR-CODE.
        10 FR-D PIC A.
        10 FR-S PIC A.
        10 FR-C PIC A.
        10 FR-G PIC A.
        10 FR-FUNC PIC 999.
     05 FR-DESC PIC A(30).
FD CBDEPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "CBDEPTDAT".
01 CBDEPT-REC.
     05 DP-DEPT PIC 9(4).
     05 DP-NAME PIC X(20).
     05 DP-EXP-ACCT PIC X(6).
FD CBOWN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "CBOWNRDAT".
01 CBOWN-REC.
     05 OW-PROGRAM PIC X(9).
     05 OW-DEPT PIC 9(4).
     05 OW-PRINT-SW PIC X.
FD EDTRPT
     VALUE OF IDENTIFICATION IS "ORGEDTRPT".
01 EDTRPT-REC PIC X(90).
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
77 AS-OF-X PIC X(6) VALUE SPACES.
77 AS-OF-DATE PIC 9(6) VALUE ZERO.
77 ORG-CT PIC 9(4) VALUE ZERO.
77 ORG-SUB PIC 9(4) VALUE ZERO.
77 ORG-FOUND PIC 9(4) VALUE ZERO.
77 ORG-INACT PIC 9(4) VALUE ZERO.
77 PARENT-FOUND PIC 9(4) VALUE ZERO.
77 FIND-CODE PIC X(6) VALUE SPACES.
77 RANK-LEVEL PIC X VALUE SPACE.
77 RANK-WORK PIC 9 VALUE ZERO.
77 ORG-RANK PIC 9 VALUE ZERO.
77 DERIVE-SUB PIC 9(4) VALUE ZERO.
77 DERIVE-DEPTH PIC 9 VALUE ZERO.
77 DERIVE-SEG PIC XX VALUE SPACES.
77 SEARCH-KIND PIC X VALUE SPACE.
77 SEARCH-NUM PIC 9(4) VALUE ZERO.
77 SEARCH-ALPHA PIC X(7) VALUE SPACES.
77 FA-FIRST-SW PIC X VALUE 'Y'.
77 FILE-NO PIC 99 VALUE ZERO.
77 FILE-SUB PIC 99 VALUE ZERO.
77 TOT-READ PIC 9(7) VALUE ZERO.
77 TOT-ERRORS PIC 9(6) VALUE ZERO.
01 ORG-TABLE.
     05 ORG-TBL OCCURS 1000 TIMES.
        10 OE-CODE PIC X(6).
        10 OE-EFF-DATE PIC 9(6).
        10 OE-LEVEL PIC X.
        10 OE-STATUS PIC X.
        10 OE-PARENT PIC X(6).
        10 OE-GL-SEG PIC XX.
        10 OE-PAY-DEPT PIC 9(4).
        10 OE-IH-CNTR.
           15 OE-IH-ACTY PIC X.
           15 OE-IH-COST-CNTR PIC XX.
           15 OE-IH-WORK-CNTR PIC XX.
        10 OE-FA-DEPT PIC 9(4).
        10 OE-FA-LOC PIC 9(4).
        10 OE-ORG-CODE PIC X(7).
01 SEARCH-IH-X.
     05 SI-ACTY PIC X.
     05 SI-COST-CNTR PIC XX.
     05 SI-WORK-CNTR PIC XX.
01 FILE-NAMES.
     05 FILLER PIC X(10) VALUE 'ORGMST    '.
     05 FILLER PIC X(10) VALUE 'YTDMST    '.
     05 FILLER PIC X(10) VALUE 'DEPTACCT  '.
     05 FILLER PIC X(10) VALUE 'IH340     '.
     05 FILLER PIC X(10) VALUE 'FIXTURES  '.
     05 FILLER PIC X(10) VALUE 'LOCACCT   '.
     05 FILLER PIC X(10) VALUE 'GLCOA     '.
     05 FILLER PIC X(10) VALUE 'ORGFIL    '.
     05 FILLER PIC X(10) VALUE 'CBDEPT    '.
     05 FILLER PIC X(10) VALUE 'CBOWN     '.
01 FILE-NAME-TBL REDEFINES FILE-NAMES.
     05 FN-NAME PIC X(10) OCCURS 10 TIMES.
01 FILE-TABLE.
     05 FILE-TBL OCCURS 10 TIMES.
        10 FT-READ PIC 9(6).
        10 FT-CHECKED PIC 9(6).
        10 FT-ERRORS PIC 9(5).
01 ED-HEAD-1.
     05 FILLER PIC X(15) VALUE SPACES.
     05 FILLER PIC X(40) VALUE
        "ORGANIZATION CODE EDIT".
     05 FILLER PIC X(6) VALUE "AS OF ".
     05 EDH-AS-OF PIC 9(6).
01 ED-HEAD-2.
     05 FILLER PIC X(40) VALUE
        " FILE      RECORD        FIELD          ".
     05 FILLER PIC X(40) VALUE
        "CODE     EXCEPTION                      ".
01 ED-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 EX-FILE PIC X(10).
     05 EX-KEY PIC X(12).
     05 FILLER PIC XX VALUE SPACES.
     05 EX-FIELD PIC X(15).
     05 EX-VALUE PIC X(9).
     05 EX-MSG PIC X(30).
01 ED-SUM-HEAD.
     05 FILLER PIC X(33) VALUE
        " FILE        READ CHECKED  ERRORS".
01 ED-SUM-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 EDS-FILE PIC X(10).
     05 EDS-READ PIC ZZZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 EDS-CHECKED PIC ZZZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 EDS-ERRORS PIC ZZZZZ9.
01 ED-END-LINE.
     05 FILLER PIC X(19) VALUE " TOTAL EXCEPTIONS  ".
     05 EDE-ERRORS PIC ZZZZZ9.
PROCEDURE DIVISION.
HOUSE-KEEP.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
GET-AS-OF.
     DISPLAY 'AS-OF DATE YYMMDD (BLANK FOR TODAY) : '
        WITH NO ADVANCING.
     ACCEPT AS-OF-X.
     IF AS-OF-X EQUAL SPACES
        MOVE RL-SAVE-DATE TO AS-OF-DATE
        GO TO OPEN-FILES.
     IF AS-OF-X NOT NUMERIC
        DISPLAY 'ORGEDT - DATE MUST BE SIX DIGITS'
        GO TO GET-AS-OF.
     MOVE AS-OF-X TO AS-OF-DATE.
OPEN-FILES.
     OPEN OUTPUT EDTRPT.
     MOVE AS-OF-DATE TO EDH-AS-OF.
     WRITE EDTRPT-REC FROM ED-HEAD-1 AFTER ADVANCING PAGE.
     WRITE EDTRPT-REC FROM ED-HEAD-2 AFTER ADVANCING 2.
     MOVE ZERO TO FILE-TABLE.
     MOVE 1 TO FILE-NO.
     OPEN INPUT ORG-FILE.
LOAD-ORG.
     READ ORG-FILE AT END CLOSE ORG-FILE, GO TO EDIT-ORG.
     ADD 1 TO FT-READ (FILE-NO).
     IF OM-EFF-DATE GREATER THAN AS-OF-DATE GO TO LOAD-ORG.
     IF ORG-CT NOT EQUAL ZERO
        IF OE-CODE (ORG-CT) EQUAL OM-CODE
           IF OE-EFF-DATE (ORG-CT) LESS THAN OM-EFF-DATE
              GO TO LOAD-ORG-STORE
           ELSE
              GO TO LOAD-ORG.
     IF ORG-CT EQUAL 1000
        DISPLAY 'ORGEDT - ORGANIZATION TABLE FULL'
        CLOSE ORG-FILE, GO TO EDIT-ORG.
     ADD 1 TO ORG-CT.
LOAD-ORG-STORE.
     MOVE OM-CODE TO OE-CODE (ORG-CT).
     MOVE OM-EFF-DATE TO OE-EFF-DATE (ORG-CT).
     MOVE OM-LEVEL TO OE-LEVEL (ORG-CT).
     MOVE OM-STATUS TO OE-STATUS (ORG-CT).
     MOVE OM-PARENT TO OE-PARENT (ORG-CT).
     MOVE OM-GL-SEG TO OE-GL-SEG (ORG-CT).
     MOVE OM-PAY-DEPT TO OE-PAY-DEPT (ORG-CT).
     MOVE OM-IH-CNTR TO OE-IH-CNTR (ORG-CT).
     MOVE OM-FA-DEPT TO OE-FA-DEPT (ORG-CT).
     MOVE OM-FA-LOC TO OE-FA-LOC (ORG-CT).
     MOVE OM-ORG-CODE TO OE-ORG-CODE (ORG-CT).
     GO TO LOAD-ORG.
EDIT-ORG.
     PERFORM EDIT-ONE-ORG THRU EDIT-ONE-ORG-EXIT
        VARYING ORG-SUB FROM 1 BY 1
        UNTIL ORG-SUB GREATER THAN ORG-CT.
     MOVE 2 TO FILE-NO.
     OPEN INPUT YTDMST.
CHK-YTD.
     READ YTDMST AT END CLOSE YTDMST, GO TO CHK-YTD-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     IF YM-DEPT-NO EQUAL ZERO GO TO CHK-YTD.
     MOVE YM-EMPLOYEE-NO TO EX-KEY.
     MOVE 'DEPT-NO' TO EX-FIELD.
     MOVE YM-DEPT-NO TO EX-VALUE SEARCH-NUM.
     MOVE 'P' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-YTD.
CHK-YTD-DONE.
     MOVE 3 TO FILE-NO.
     OPEN INPUT DEPTACCT.
CHK-DEPTACCT.
     READ DEPTACCT AT END CLOSE DEPTACCT, GO TO CHK-DEPTACCT-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     MOVE DA-ACCT-NO TO EX-KEY.
     MOVE 'DA-DEPT-NO' TO EX-FIELD.
     MOVE DA-DEPT-NO TO EX-VALUE SEARCH-NUM.
     MOVE 'P' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-DEPTACCT.
CHK-DEPTACCT-DONE.
     MOVE 4 TO FILE-NO.
     OPEN INPUT IH-MSTR.
CHK-IH.
     READ IH-MSTR AT END CLOSE IH-MSTR, GO TO CHK-IH-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     IF IH-ACTIVE-CODE NOT EQUAL SPACE GO TO CHK-IH.
     MOVE IH-BADGE TO EX-KEY.
     MOVE 'COST/WORK CNTR' TO EX-FIELD.
     MOVE IH-COST-WORK-CNTR TO EX-VALUE SEARCH-IH-X.
     MOVE 'I' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-IH.
CHK-IH-DONE.
     MOVE 5 TO FILE-NO.
     OPEN INPUT FA-MSTR.
CHK-FA.
     READ FA-MSTR AT END CLOSE FA-MSTR, GO TO CHK-FA-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     IF FA-FIRST-SW EQUAL 'Y'
        MOVE 'N' TO FA-FIRST-SW
        GO TO CHK-FA.
     IF FA-TRL-TAG EQUAL 'TRAILER' GO TO CHK-FA.
     IF FA-DATE-SOLD NOT EQUAL ZERO GO TO CHK-FA.
     MOVE FA-ITEM-NO TO EX-KEY.
     IF FA-DEPT-NO EQUAL ZERO GO TO CHK-FA-LOC.
     MOVE 'ASSET-DEPT-NO' TO EX-FIELD.
     MOVE FA-DEPT-NO TO EX-VALUE SEARCH-NUM.
     MOVE 'F' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
CHK-FA-LOC.
     MOVE 'LOCATION-NO' TO EX-FIELD.
     MOVE FA-LOCATION-NO TO SEARCH-NUM.
     MOVE SEARCH-NUM TO EX-VALUE.
     MOVE 'L' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-FA.
CHK-FA-DONE.
     MOVE 6 TO FILE-NO.
     OPEN INPUT LOCACCT.
CHK-LOC.
     READ LOCACCT AT END CLOSE LOCACCT, GO TO CHK-LOC-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     MOVE LA-EXPENSE-ACCT TO EX-KEY.
     MOVE 'LA-LOCATION-NO' TO EX-FIELD.
     MOVE LA-LOCATION-NO TO EX-VALUE SEARCH-NUM.
     MOVE 'L' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-LOC.
CHK-LOC-DONE.
     MOVE 7 TO FILE-NO.
     OPEN INPUT GLCOA.
CHK-GL.
     READ GLCOA AT END CLOSE GLCOA, GO TO CHK-GL-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     IF GLA-SEG EQUAL '00' OR GLA-SEG EQUAL SPACES GO TO CHK-GL.
     MOVE GLA-ACCT TO EX-KEY.
     MOVE 'ACCT SEGMENT' TO EX-FIELD.
     MOVE GLA-SEG TO EX-VALUE SEARCH-ALPHA.
     MOVE 'G' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-GL.
CHK-GL-DONE.
     MOVE 8 TO FILE-NO.
     OPEN INPUT ORGFIL.
CHK-ORGFIL.
     READ ORGFIL AT END CLOSE ORGFIL, GO TO CHK-ORGFIL-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     MOVE FR-DESC TO EX-KEY.
     MOVE 'D/S/C/G FUNC' TO EX-FIELD.
     MOVE FR-CODE TO EX-VALUE SEARCH-ALPHA.
     MOVE 'O' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-ORGFIL.
CHK-ORGFIL-DONE.
     MOVE 9 TO FILE-NO.
     OPEN INPUT CBDEPT.
CHK-CBDEPT.
     READ CBDEPT AT END CLOSE CBDEPT, GO TO CHK-CBDEPT-DONE.
     ADD 1 TO FT-READ (FILE-NO).
     MOVE DP-NAME TO EX-KEY.
     MOVE 'DP-DEPT' TO EX-FIELD.
     MOVE DP-DEPT TO EX-VALUE SEARCH-NUM.
     MOVE 'P' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-CBDEPT.
CHK-CBDEPT-DONE.
     MOVE 10 TO FILE-NO.
     OPEN INPUT CBOWN.
CHK-CBOWN.
     READ CBOWN AT END CLOSE CBOWN, GO TO WRITE-SUMMARY.
     ADD 1 TO FT-READ (FILE-NO).
     IF OW-DEPT EQUAL ZERO GO TO CHK-CBOWN.
     MOVE OW-PROGRAM TO EX-KEY.
     MOVE 'OW-DEPT' TO EX-FIELD.
     MOVE OW-DEPT TO EX-VALUE SEARCH-NUM.
     MOVE 'P' TO SEARCH-KIND.
     PERFORM LOOKUP-ORG THRU LOOKUP-ORG-EXIT.
     GO TO CHK-CBOWN.
WRITE-SUMMARY.
     WRITE EDTRPT-REC FROM ED-SUM-HEAD AFTER ADVANCING 3.
     PERFORM WRITE-ONE-SUM THRU WRITE-ONE-SUM-EXIT
        VARYING FILE-SUB FROM 1 BY 1
        UNTIL FILE-SUB GREATER THAN 10.
     MOVE TOT-ERRORS TO EDE-ERRORS.
     WRITE EDTRPT-REC FROM ED-END-LINE AFTER ADVANCING 2.
     CLOSE EDTRPT.
     DISPLAY 'ORGEDT - EXCEPTIONS ' TOT-ERRORS.
     OPEN EXTEND RUNLOG.
     MOVE 'ORGEDT   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE TOT-READ TO RL-RECS-READ.
     MOVE TOT-ERRORS TO RL-RECS-WRITTEN.
     MOVE 'NORMAL' TO RL-STATUS.
     IF TOT-ERRORS NOT EQUAL ZERO
        MOVE 'ORGERR' TO RL-STATUS.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
WRITE-ONE-SUM.
     MOVE FN-NAME (FILE-SUB) TO EDS-FILE.
     MOVE FT-READ (FILE-SUB) TO EDS-READ.
     MOVE FT-CHECKED (FILE-SUB) TO EDS-CHECKED.
     MOVE FT-ERRORS (FILE-SUB) TO EDS-ERRORS.
     WRITE EDTRPT-REC FROM ED-SUM-LINE AFTER ADVANCING 1.
     ADD FT-READ (FILE-SUB) TO TOT-READ.
WRITE-ONE-SUM-EXIT.
     EXIT.
EDIT-ONE-ORG.
     IF OE-STATUS (ORG-SUB) NOT EQUAL 'A'
        GO TO EDIT-ONE-ORG-EXIT.
     ADD 1 TO FT-CHECKED (FILE-NO).
     MOVE OE-CODE (ORG-SUB) TO EX-KEY.
     MOVE 'PARENT' TO EX-FIELD.
     MOVE OE-PARENT (ORG-SUB) TO EX-VALUE.
     MOVE OE-LEVEL (ORG-SUB) TO RANK-LEVEL.
     PERFORM FIND-RANK THRU FIND-RANK-EXIT.
     MOVE RANK-WORK TO ORG-RANK.
     IF ORG-RANK EQUAL ZERO
        MOVE 'LEVEL' TO EX-FIELD
        MOVE OE-LEVEL (ORG-SUB) TO EX-VALUE
        MOVE 'NOT V, D, C OR L' TO EX-MSG
        PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
        GO TO EDIT-ONE-ORG-EXIT.
     IF ORG-RANK EQUAL 1
        IF OE-PARENT (ORG-SUB) NOT EQUAL SPACES
           MOVE 'DIVISION HAS A PARENT' TO EX-MSG
           PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           GO TO EDIT-ONE-ORG-EXIT
        ELSE
           GO TO EDIT-ONE-ORG-SEG.
     MOVE OE-PARENT (ORG-SUB) TO FIND-CODE.
     PERFORM FIND-ORG-CODE THRU FIND-ORG-CODE-EXIT.
     IF PARENT-FOUND EQUAL ZERO
        MOVE 'PARENT NOT ON ORG MASTER' TO EX-MSG
        PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
        GO TO EDIT-ONE-ORG-EXIT.
     IF OE-STATUS (PARENT-FOUND) NOT EQUAL 'A'
        MOVE 'PARENT INACTIVE' TO EX-MSG
        PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
        GO TO EDIT-ONE-ORG-EXIT.
     MOVE OE-LEVEL (PARENT-FOUND) TO RANK-LEVEL.
     PERFORM FIND-RANK THRU FIND-RANK-EXIT.
     IF RANK-WORK NOT LESS THAN ORG-RANK
        MOVE 'PARENT NOT A HIGHER LEVEL' TO EX-MSG
        PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
        GO TO EDIT-ONE-ORG-EXIT.
EDIT-ONE-ORG-SEG.
     IF OE-PAY-DEPT (ORG-SUB) EQUAL ZERO
        AND OE-FA-LOC (ORG-SUB) EQUAL ZERO
        GO TO EDIT-ONE-ORG-EXIT.
     MOVE ORG-SUB TO DERIVE-SUB.
     PERFORM DERIVE-GL-SEG THRU DERIVE-GL-SEG-EXIT.
     IF DERIVE-SEG EQUAL SPACES
        MOVE 'GL SEGMENT' TO EX-FIELD
        MOVE SPACES TO EX-VALUE
        MOVE 'NONE HERE OR ABOVE' TO EX-MSG
        PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT.
EDIT-ONE-ORG-EXIT.
     EXIT.
FIND-RANK.
     MOVE ZERO TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'V' MOVE 1 TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'D' MOVE 2 TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'C' MOVE 3 TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'L' MOVE 4 TO RANK-WORK.
FIND-RANK-EXIT.
     EXIT.
FIND-ORG-CODE.
     MOVE ZERO TO PARENT-FOUND.
     PERFORM FIND-ORG-CODE-ONE THRU FIND-ORG-CODE-ONE-EXIT
        VARYING ORG-FOUND FROM 1 BY 1
        UNTIL ORG-FOUND GREATER THAN ORG-CT.
FIND-ORG-CODE-EXIT.
     EXIT.
FIND-ORG-CODE-ONE.
     IF OE-CODE (ORG-FOUND) EQUAL FIND-CODE
        MOVE ORG-FOUND TO PARENT-FOUND.
FIND-ORG-CODE-ONE-EXIT.
     EXIT.
DERIVE-GL-SEG.
     MOVE SPACES TO DERIVE-SEG.
     MOVE ZERO TO DERIVE-DEPTH.
     PERFORM DERIVE-STEP THRU DERIVE-STEP-EXIT
        UNTIL DERIVE-SEG NOT EQUAL SPACES
        OR DERIVE-SUB EQUAL ZERO
        OR DERIVE-DEPTH GREATER THAN 4.
DERIVE-GL-SEG-EXIT.
     EXIT.
DERIVE-STEP.
     ADD 1 TO DERIVE-DEPTH.
     MOVE OE-GL-SEG (DERIVE-SUB) TO DERIVE-SEG.
     IF DERIVE-SEG NOT EQUAL SPACES
        GO TO DERIVE-STEP-EXIT.
     MOVE OE-PARENT (DERIVE-SUB) TO FIND-CODE.
     MOVE ZERO TO DERIVE-SUB.
     IF FIND-CODE EQUAL SPACES
        GO TO DERIVE-STEP-EXIT.
     PERFORM FIND-ORG-CODE THRU FIND-ORG-CODE-EXIT.
     MOVE PARENT-FOUND TO DERIVE-SUB.
DERIVE-STEP-EXIT.
     EXIT.
LOOKUP-ORG.
     ADD 1 TO FT-CHECKED (FILE-NO).
     MOVE ZERO TO ORG-FOUND ORG-INACT.
     PERFORM SCAN-ORG THRU SCAN-ORG-EXIT
        VARYING ORG-SUB FROM 1 BY 1
        UNTIL ORG-SUB GREATER THAN ORG-CT.
     IF ORG-FOUND NOT EQUAL ZERO
        GO TO LOOKUP-ORG-EXIT.
     MOVE 'NOT ON ORG MASTER' TO EX-MSG.
     IF ORG-INACT NOT EQUAL ZERO
        MOVE 'ORG UNIT INACTIVE' TO EX-MSG.
     PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT.
LOOKUP-ORG-EXIT.
     EXIT.
SCAN-ORG.
     IF SEARCH-KIND EQUAL 'P'
        IF OE-PAY-DEPT (ORG-SUB) NOT EQUAL SEARCH-NUM
           GO TO SCAN-ORG-EXIT.
     IF SEARCH-KIND EQUAL 'F'
        IF OE-FA-DEPT (ORG-SUB) NOT EQUAL SEARCH-NUM
           GO TO SCAN-ORG-EXIT.
     IF SEARCH-KIND EQUAL 'L'
        IF OE-FA-LOC (ORG-SUB) NOT EQUAL SEARCH-NUM
           GO TO SCAN-ORG-EXIT.
     IF SEARCH-KIND EQUAL 'G'
        IF OE-GL-SEG (ORG-SUB) NOT EQUAL SEARCH-ALPHA
           GO TO SCAN-ORG-EXIT.
     IF SEARCH-KIND EQUAL 'O'
        IF OE-ORG-CODE (ORG-SUB) NOT EQUAL SEARCH-ALPHA
           GO TO SCAN-ORG-EXIT.
     IF SEARCH-KIND EQUAL 'I'
        IF OE-IH-ACTY (ORG-SUB) NOT EQUAL SI-ACTY
           OR OE-IH-COST-CNTR (ORG-SUB) NOT EQUAL SI-COST-CNTR
           GO TO SCAN-ORG-EXIT.
     IF SEARCH-KIND EQUAL 'I'
        IF OE-IH-WORK-CNTR (ORG-SUB) NOT EQUAL SPACES
           AND OE-IH-WORK-CNTR (ORG-SUB) NOT EQUAL SI-WORK-CNTR
           GO TO SCAN-ORG-EXIT.
     IF OE-STATUS (ORG-SUB) EQUAL 'A'
        MOVE ORG-SUB TO ORG-FOUND
     ELSE
        MOVE ORG-SUB TO ORG-INACT.
SCAN-ORG-EXIT.
     EXIT.
WRITE-EXCEPTION.
     MOVE FN-NAME (FILE-NO) TO EX-FILE.
     WRITE EDTRPT-REC FROM ED-LINE AFTER ADVANCING 1.
     ADD 1 TO FT-ERRORS (FILE-NO).
     ADD 1 TO TOT-ERRORS.
WRITE-EXCEPTION-EXIT.
     EXIT.
