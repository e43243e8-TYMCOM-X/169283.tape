IDENTIFICATION DIVISION.
PROGRAM-ID. ORGMNT.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. NOVEMBER, 1976.
REMARKS. ORGANIZATION MASTER MAINTENANCE WITH AUDIT TRAIL.
    ONE MASTER HOLDS THE ORGANIZATION FOR PAYROLL, THE GENERAL
    LEDGER AND FIXED ASSETS - DIVISIONS (V), DEPARTMENTS (D),
    COST CENTERS (C) AND LOCATIONS (L), EACH POINTING TO ITS
    PARENT ONE LEVEL OR MORE ABOVE IT.  EVERY RECORD CARRIES THE
    CODES THE OTHER SYSTEMS USE FOR THE SAME UNIT - PAYROLL
    DEPARTMENT (YTDMST, DEPTACCT, CHARGEBACK), IH340 ACTIVITY,
    COST CENTER AND WORK CENTER, FIXTURE DEPARTMENT AND LOCATION,
    THE ORGFIL D/S/C/G FUNCTION CODE - AND THE GL DEPARTMENT
    SEGMENT, POSITIONS 5-6 OF THE EXPENSE ACCOUNT.  A BLANK
    SEGMENT IS TAKEN FROM THE PARENT.
    THE MASTER IS KEYED BY ORGANIZATION CODE AND EFFECTIVE DATE
    (YYMMDD).  THE VERSION IN EFFECT ON A DATE IS THE LATEST ONE
    NOT AFTER IT.  TRANSACTIONS ARE ADD, CHG, INA (INACTIVATE)
    AND INQ (LIST ALL VERSIONS).  CHG AND INA MAKE A NEW VERSION
    AT THE TRANSACTION DATE FROM THE ONE IN EFFECT THEN, OR
    CORRECT THE VERSION OF THAT DATE; LATER VERSIONS ARE NOT
    TOUCHED.  A BLANK DATE IS TODAY.  ON A CHG BLANK FIELDS ARE
    LEFT ALONE, ZEROS CLEAR A NUMERIC CODE AND AN ASTERISK CLEARS
    AN ALPHABETIC ONE.  A UNIT CANNOT BE INACTIVATED WHILE IT HAS
    ACTIVE CHILDREN, AND NO CROSS-WALK CODE MAY BELONG TO TWO
    ACTIVE UNITS AT ONCE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT OPTIONAL ORG-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT ORG-NEW ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT ORGTXN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT ORGAUD ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT ORGLST ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD ORG-FILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGMSTDAT".
01 ORG-FILE-REC PIC X(100).
FD ORG-NEW
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGMSTNEW".
01 ORG-NEW-REC PIC X(100).
FD ORGTXN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGMTXN  ".
01 ORGTXN-REC.
     05 OT-ACTION PIC X(3).
     05 OT-CODE PIC X(6).
     05 OT-EFF-DATE PIC X(6).
     05 OT-EFF-DATE-9 REDEFINES OT-EFF-DATE PIC 9(6).
     05 OT-LEVEL PIC X.
     05 OT-PARENT PIC X(6).
     05 OT-NAME PIC X(30).
     05 OT-GL-SEG PIC XX.
     05 OT-PAY-DEPT PIC X(4).
     05 OT-PAY-DEPT-9 REDEFINES OT-PAY-DEPT PIC 9(4).
     05 OT-IH-CNTR PIC X(5).
     05 OT-FA-DEPT PIC X(4).
     05 OT-FA-DEPT-9 REDEFINES OT-FA-DEPT PIC 9(4).
     05 OT-FA-LOC PIC X(4).
     05 OT-FA-LOC-9 REDEFINES OT-FA-LOC PIC 9(4).
     05 OT-ORG-CODE PIC X(7).
     05 OT-STATUS PIC X.
     05 FILLER PIC X.
FD ORGAUD
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGAUDLOG".
01 ORGAUD-REC.
     05 OA-ACTION PIC X(3).
     05 OA-OLD-IMAGE PIC X(100).
     05 OA-NEW-IMAGE PIC X(100).
     05 OA-DATE PIC 9(6).
     05 OA-TIME PIC 9(8).
FD ORGLST
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "ORGLSTRPT".
01 ORGLST-REC PIC X(100).
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
77 ORG-TBL-COUNT PIC 9(4) VALUE ZERO.
77 ORG-TBL-SUB PIC 9(4) VALUE ZERO.
77 ORG-NEXT-SUB PIC 9(4) VALUE ZERO.
77 ORG-FOUND PIC 9(4) VALUE ZERO.
77 ORG-EXACT PIC 9(4) VALUE ZERO.
77 ORG-ANY PIC 9(4) VALUE ZERO.
77 ORG-INSERT PIC 9(4) VALUE ZERO.
77 PARENT-FOUND PIC 9(4) VALUE ZERO.
77 ORG-RANK PIC 9 VALUE ZERO.
77 PARENT-RANK PIC 9 VALUE ZERO.
77 RANK-LEVEL PIC X VALUE SPACE.
77 RANK-WORK PIC 9 VALUE ZERO.
77 AS-OF-DATE PIC 9(6) VALUE ZERO.
77 IN-EFFECT-SW PIC X VALUE 'N'.
77 TXN-IN-CT PIC 9(5) VALUE ZERO.
77 ADD-CT PIC 9(5) VALUE ZERO.
77 CHG-CT PIC 9(5) VALUE ZERO.
77 INA-CT PIC 9(5) VALUE ZERO.
77 INQ-CT PIC 9(5) VALUE ZERO.
77 REJ-CT PIC 9(5) VALUE ZERO.
77 OUT-CT PIC 9(5) VALUE ZERO.
77 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
01 REJ-AREA.
     05 REJ-MSG PIC X(24) VALUE SPACES.
     05 REJ-OTHER PIC X(6) VALUE SPACES.
01 ORG-REC.
     05 OM-KEY.
        10 OM-CODE PIC X(6).
        10 OM-EFF-DATE PIC 9(6).
     05 OM-LEVEL PIC X.
     05 OM-STATUS PIC X.
        88 OM-ACTIVE VALUE 'A'.
        88 OM-INACTIVE VALUE 'I'.
     05 OM-PARENT PIC X(6).
     05 OM-NAME PIC X(30).
     05 OM-GL-SEG PIC XX.
     05 OM-PAY-DEPT PIC 9(4).
     05 OM-IH-CNTR.
        10 OM-IH-ACTY PIC X.
        10 OM-IH-COST-CNTR PIC XX.
        10 OM-IH-WORK-CNTR PIC XX.
     05 OM-FA-DEPT PIC 9(4).
     05 OM-FA-LOC PIC 9(4).
     05 OM-ORG-CODE PIC X(7).
     05 OM-LAST-DATE PIC 9(6).
     05 FILLER PIC X(18).
01 CHK-REC.
     05 CK-KEY.
        10 CK-CODE PIC X(6).
        10 CK-EFF-DATE PIC 9(6).
     05 CK-LEVEL PIC X.
     05 CK-STATUS PIC X.
     05 CK-PARENT PIC X(6).
     05 CK-NAME PIC X(30).
     05 CK-GL-SEG PIC XX.
     05 CK-PAY-DEPT PIC 9(4).
     05 CK-IH-CNTR PIC X(5).
     05 CK-FA-DEPT PIC 9(4).
     05 CK-FA-LOC PIC 9(4).
     05 CK-ORG-CODE PIC X(7).
     05 FILLER PIC X(24).
01 SLOT-KEY.
     05 SK-CODE PIC X(6).
     05 SK-EFF-DATE PIC 9(6).
01 ORG-TABLE.
     05 ORG-TBL OCCURS 1000 TIMES.
        10 TB-KEY.
           15 TB-CODE PIC X(6).
           15 TB-EFF-DATE PIC 9(6).
        10 TB-IMAGE PIC X(100).
01 LST-HEAD.
     05 FILLER PIC X(50) VALUE
        'CODE    EFFECT  L  S  PARENT  NAME                '.
     05 FILLER PIC X(45) VALUE
        '            GL  PAY   IH     FADP FALC ORGFIL'.
01 LST-LINE.
     05 LL-CODE PIC X(6).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-EFF-DATE PIC 9(6).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-LEVEL PIC X.
     05 FILLER PIC XX VALUE SPACES.
     05 LL-STATUS PIC X.
     05 FILLER PIC XX VALUE SPACES.
     05 LL-PARENT PIC X(6).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-NAME PIC X(30).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-GL-SEG PIC XX.
     05 FILLER PIC XX VALUE SPACES.
     05 LL-PAY-DEPT PIC X(4).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-IH-CNTR PIC X(5).
     05 FILLER PIC XX VALUE SPACES.
     05 LL-FA-DEPT PIC X(4).
     05 FILLER PIC X VALUE SPACE.
     05 LL-FA-LOC PIC X(4).
     05 FILLER PIC X VALUE SPACE.
     05 LL-ORG-CODE PIC X(7).
     05 FILLER PIC XX VALUE SPACES.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN INPUT ORG-FILE, ORGTXN.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     DISPLAY 'ORGANIZATION MAINTENANCE HAS BEGUN'.
LOAD-ORGS.
     READ ORG-FILE INTO ORG-REC
        AT END CLOSE ORG-FILE, GO TO OPEN-NEW.
     IF ORG-TBL-COUNT EQUAL 1000
        DISPLAY 'ORGMNT - ORGANIZATION TABLE FULL - RUN REFUSED'
        CLOSE ORG-FILE, ORGTXN
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     MOVE OM-KEY TO SLOT-KEY.
     PERFORM FIND-VERSION THRU FIND-VERSION-EXIT.
     IF ORG-EXACT NOT EQUAL ZERO
        DISPLAY 'ORGMNT - DUPLICATE MASTER DROPPED ' OM-KEY
        GO TO LOAD-ORGS.
     PERFORM OPEN-SLOT THRU OPEN-SLOT-EXIT.
     MOVE OM-KEY TO TB-KEY (ORG-FOUND).
     MOVE ORG-REC TO TB-IMAGE (ORG-FOUND).
     GO TO LOAD-ORGS.
OPEN-NEW.
     OPEN OUTPUT ORG-NEW, ORGAUD, ORGLST.
     WRITE ORGLST-REC FROM LST-HEAD.
APPLY-TXNS.
     READ ORGTXN AT END CLOSE ORGTXN, GO TO WRITE-NEW.
     ADD 1 TO TXN-IN-CT.
     IF OT-ACTION NOT EQUAL 'ADD' AND OT-ACTION NOT EQUAL 'CHG'
        AND OT-ACTION NOT EQUAL 'INA'
        AND OT-ACTION NOT EQUAL 'INQ'
        DISPLAY '*REJECT BAD ACTION ' OT-ACTION ' ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF OT-CODE EQUAL SPACES
        DISPLAY '*REJECT NO ORGANIZATION CODE ' OT-ACTION
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF OT-ACTION EQUAL 'INQ' GO TO DO-INQ.
     IF OT-EFF-DATE EQUAL SPACES
        MOVE RL-SAVE-DATE TO OT-EFF-DATE-9.
     IF OT-EFF-DATE NOT NUMERIC
        DISPLAY '*REJECT EFFECTIVE DATE NOT NUMERIC ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE OT-CODE TO SK-CODE.
     MOVE OT-EFF-DATE-9 TO SK-EFF-DATE.
     PERFORM FIND-VERSION THRU FIND-VERSION-EXIT.
     IF OT-ACTION EQUAL 'ADD' GO TO DO-ADD.
     IF ORG-FOUND EQUAL ZERO
        DISPLAY '*REJECT NOT ON FILE AT DATE ' OT-CODE ' '
           OT-EFF-DATE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE TB-IMAGE (ORG-FOUND) TO ORG-REC OA-OLD-IMAGE.
     MOVE OT-EFF-DATE-9 TO OM-EFF-DATE.
     IF OT-ACTION EQUAL 'INA' GO TO DO-INA.
     GO TO DO-CHG.
DO-ADD.
     IF ORG-ANY NOT EQUAL ZERO
        DISPLAY '*REJECT DUPLICATE ORGANIZATION ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF OT-PAY-DEPT NOT EQUAL SPACES AND OT-PAY-DEPT NOT NUMERIC
        OR OT-FA-DEPT NOT EQUAL SPACES AND OT-FA-DEPT NOT NUMERIC
        OR OT-FA-LOC NOT EQUAL SPACES AND OT-FA-LOC NOT NUMERIC
        DISPLAY '*REJECT DEPT/LOCATION NOT NUMERIC ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF ORG-TBL-COUNT EQUAL 1000
        DISPLAY '*REJECT TABLE FULL ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE SPACES TO ORG-REC.
     MOVE OT-CODE TO OM-CODE.
     MOVE OT-EFF-DATE-9 TO OM-EFF-DATE.
     MOVE OT-LEVEL TO OM-LEVEL.
     MOVE 'A' TO OM-STATUS.
     MOVE OT-PARENT TO OM-PARENT.
     MOVE OT-NAME TO OM-NAME.
     MOVE OT-GL-SEG TO OM-GL-SEG.
     MOVE ZERO TO OM-PAY-DEPT OM-FA-DEPT OM-FA-LOC.
     IF OT-PAY-DEPT NUMERIC
        MOVE OT-PAY-DEPT-9 TO OM-PAY-DEPT.
     MOVE OT-IH-CNTR TO OM-IH-CNTR.
     IF OT-FA-DEPT NUMERIC
        MOVE OT-FA-DEPT-9 TO OM-FA-DEPT.
     IF OT-FA-LOC NUMERIC
        MOVE OT-FA-LOC-9 TO OM-FA-LOC.
     MOVE OT-ORG-CODE TO OM-ORG-CODE.
     MOVE RL-SAVE-DATE TO OM-LAST-DATE.
     PERFORM EDIT-ORG THRU EDIT-ORG-EXIT.
     IF REJ-MSG NOT EQUAL SPACES
        DISPLAY '*REJECT ' REJ-AREA ' ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE SPACES TO OA-OLD-IMAGE.
     MOVE 'ADD' TO OA-ACTION.
     PERFORM STORE-ORG THRU STORE-ORG-EXIT.
     ADD 1 TO ADD-CT.
     GO TO APPLY-TXNS.
DO-CHG.
     IF OT-PAY-DEPT NOT EQUAL SPACES AND OT-PAY-DEPT NOT NUMERIC
        OR OT-FA-DEPT NOT EQUAL SPACES AND OT-FA-DEPT NOT NUMERIC
        OR OT-FA-LOC NOT EQUAL SPACES AND OT-FA-LOC NOT NUMERIC
        DISPLAY '*REJECT DEPT/LOCATION NOT NUMERIC ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF OT-STATUS NOT EQUAL SPACE AND OT-STATUS NOT EQUAL 'A'
        AND OT-STATUS NOT EQUAL 'I'
        DISPLAY '*REJECT BAD STATUS ' OT-STATUS ' ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF OT-STATUS EQUAL 'I'
        GO TO DO-INA.
     IF ORG-EXACT EQUAL ZERO AND ORG-TBL-COUNT EQUAL 1000
        DISPLAY '*REJECT TABLE FULL ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF OT-LEVEL NOT EQUAL SPACE
        MOVE OT-LEVEL TO OM-LEVEL.
     IF OT-STATUS NOT EQUAL SPACE
        MOVE OT-STATUS TO OM-STATUS.
     IF OT-PARENT EQUAL '*'
        MOVE SPACES TO OM-PARENT
     ELSE IF OT-PARENT NOT EQUAL SPACES
        MOVE OT-PARENT TO OM-PARENT.
     IF OT-NAME NOT EQUAL SPACES
        MOVE OT-NAME TO OM-NAME.
     IF OT-GL-SEG EQUAL '*'
        MOVE SPACES TO OM-GL-SEG
     ELSE IF OT-GL-SEG NOT EQUAL SPACES
        MOVE OT-GL-SEG TO OM-GL-SEG.
     IF OT-PAY-DEPT NUMERIC
        MOVE OT-PAY-DEPT-9 TO OM-PAY-DEPT.
     IF OT-IH-CNTR EQUAL '*'
        MOVE SPACES TO OM-IH-CNTR
     ELSE IF OT-IH-CNTR NOT EQUAL SPACES
        MOVE OT-IH-CNTR TO OM-IH-CNTR.
     IF OT-FA-DEPT NUMERIC
        MOVE OT-FA-DEPT-9 TO OM-FA-DEPT.
     IF OT-FA-LOC NUMERIC
        MOVE OT-FA-LOC-9 TO OM-FA-LOC.
     IF OT-ORG-CODE EQUAL '*'
        MOVE SPACES TO OM-ORG-CODE
     ELSE IF OT-ORG-CODE NOT EQUAL SPACES
        MOVE OT-ORG-CODE TO OM-ORG-CODE.
     MOVE RL-SAVE-DATE TO OM-LAST-DATE.
     PERFORM EDIT-ORG THRU EDIT-ORG-EXIT.
     IF REJ-MSG NOT EQUAL SPACES
        DISPLAY '*REJECT ' REJ-AREA ' ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE 'CHG' TO OA-ACTION.
     PERFORM STORE-ORG THRU STORE-ORG-EXIT.
     ADD 1 TO CHG-CT.
     GO TO APPLY-TXNS.
DO-INA.
     IF OM-INACTIVE
        DISPLAY '*REJECT ALREADY INACTIVE ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF ORG-EXACT EQUAL ZERO AND ORG-TBL-COUNT EQUAL 1000
        DISPLAY '*REJECT TABLE FULL ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE OM-EFF-DATE TO AS-OF-DATE.
     MOVE SPACES TO REJ-AREA.
     PERFORM CHECK-CHILD THRU CHECK-CHILD-EXIT
        VARYING ORG-TBL-SUB FROM 1 BY 1
        UNTIL ORG-TBL-SUB GREATER THAN ORG-TBL-COUNT.
     IF REJ-MSG NOT EQUAL SPACES
        DISPLAY '*REJECT ' REJ-AREA ' ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE 'I' TO OM-STATUS.
     MOVE RL-SAVE-DATE TO OM-LAST-DATE.
     MOVE 'INA' TO OA-ACTION.
     PERFORM STORE-ORG THRU STORE-ORG-EXIT.
     ADD 1 TO INA-CT.
     GO TO APPLY-TXNS.
DO-INQ.
     MOVE ZERO TO ORG-ANY.
     PERFORM LIST-VERSION THRU LIST-VERSION-EXIT
        VARYING ORG-TBL-SUB FROM 1 BY 1
        UNTIL ORG-TBL-SUB GREATER THAN ORG-TBL-COUNT.
     IF ORG-ANY EQUAL ZERO
        DISPLAY '*REJECT ORGANIZATION NOT ON FILE ' OT-CODE
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     ADD 1 TO INQ-CT.
     GO TO APPLY-TXNS.
LIST-VERSION.
     IF TB-CODE (ORG-TBL-SUB) NOT EQUAL OT-CODE
        GO TO LIST-VERSION-EXIT.
     MOVE ORG-TBL-SUB TO ORG-ANY.
     MOVE TB-IMAGE (ORG-TBL-SUB) TO ORG-REC.
     MOVE OM-CODE TO LL-CODE.
     MOVE OM-EFF-DATE TO LL-EFF-DATE.
     MOVE OM-LEVEL TO LL-LEVEL.
     MOVE OM-STATUS TO LL-STATUS.
     MOVE OM-PARENT TO LL-PARENT.
     MOVE OM-NAME TO LL-NAME.
     MOVE OM-GL-SEG TO LL-GL-SEG.
     MOVE SPACES TO LL-PAY-DEPT LL-FA-DEPT LL-FA-LOC.
     IF OM-PAY-DEPT NOT EQUAL ZERO
        MOVE OM-PAY-DEPT TO LL-PAY-DEPT.
     MOVE OM-IH-CNTR TO LL-IH-CNTR.
     IF OM-FA-DEPT NOT EQUAL ZERO
        MOVE OM-FA-DEPT TO LL-FA-DEPT.
     IF OM-FA-LOC NOT EQUAL ZERO
        MOVE OM-FA-LOC TO LL-FA-LOC.
     MOVE OM-ORG-CODE TO LL-ORG-CODE.
     WRITE ORGLST-REC FROM LST-LINE AFTER ADVANCING 1.
LIST-VERSION-EXIT.
     EXIT.
EDIT-ORG.
     MOVE SPACES TO REJ-AREA.
     MOVE OM-LEVEL TO RANK-LEVEL.
     PERFORM FIND-RANK THRU FIND-RANK-EXIT.
     MOVE RANK-WORK TO ORG-RANK.
     IF ORG-RANK EQUAL ZERO
        MOVE 'BAD LEVEL' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
     IF OM-NAME EQUAL SPACES
        MOVE 'NO NAME' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
     IF OM-GL-SEG NOT EQUAL SPACES AND OM-GL-SEG NOT NUMERIC
        MOVE 'GL SEGMENT NOT NUMERIC' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
     IF OM-LEVEL EQUAL 'V'
        IF OM-PARENT NOT EQUAL SPACES
           MOVE 'DIVISION HAS A PARENT' TO REJ-MSG
           GO TO EDIT-ORG-EXIT
        ELSE
           GO TO EDIT-ORG-XWALK.
     IF OM-PARENT EQUAL SPACES
        MOVE 'NO PARENT' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
     IF OM-PARENT EQUAL OM-CODE
        MOVE 'OWN PARENT' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
     MOVE OM-PARENT TO SK-CODE.
     MOVE OM-EFF-DATE TO SK-EFF-DATE.
     PERFORM FIND-VERSION THRU FIND-VERSION-EXIT.
     MOVE ORG-FOUND TO PARENT-FOUND.
     IF PARENT-FOUND EQUAL ZERO
        MOVE 'PARENT NOT IN EFFECT' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
     MOVE TB-IMAGE (PARENT-FOUND) TO CHK-REC.
     IF CK-STATUS NOT EQUAL 'A'
        MOVE 'PARENT INACTIVE' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
     MOVE CK-LEVEL TO RANK-LEVEL.
     PERFORM FIND-RANK THRU FIND-RANK-EXIT.
     MOVE RANK-WORK TO PARENT-RANK.
     IF PARENT-RANK NOT LESS THAN ORG-RANK
        MOVE 'PARENT NOT HIGHER LEVEL' TO REJ-MSG
        GO TO EDIT-ORG-EXIT.
EDIT-ORG-XWALK.
     IF NOT OM-ACTIVE
        GO TO EDIT-ORG-EXIT.
     MOVE OM-EFF-DATE TO AS-OF-DATE.
     PERFORM CHECK-XWALK THRU CHECK-XWALK-EXIT
        VARYING ORG-TBL-SUB FROM 1 BY 1
        UNTIL ORG-TBL-SUB GREATER THAN ORG-TBL-COUNT.
EDIT-ORG-EXIT.
     EXIT.
FIND-RANK.
     MOVE ZERO TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'V' MOVE 1 TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'D' MOVE 2 TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'C' MOVE 3 TO RANK-WORK.
     IF RANK-LEVEL EQUAL 'L' MOVE 4 TO RANK-WORK.
FIND-RANK-EXIT.
     EXIT.
CHECK-XWALK.
     IF REJ-MSG NOT EQUAL SPACES
        GO TO CHECK-XWALK-EXIT.
     IF TB-CODE (ORG-TBL-SUB) EQUAL OM-CODE
        GO TO CHECK-XWALK-EXIT.
     PERFORM CHECK-IN-EFFECT THRU CHECK-IN-EFFECT-EXIT.
     IF IN-EFFECT-SW NOT EQUAL 'Y'
        GO TO CHECK-XWALK-EXIT.
     MOVE TB-IMAGE (ORG-TBL-SUB) TO CHK-REC.
     IF CK-STATUS NOT EQUAL 'A'
        GO TO CHECK-XWALK-EXIT.
     IF OM-PAY-DEPT NOT EQUAL ZERO
        AND OM-PAY-DEPT EQUAL CK-PAY-DEPT
        MOVE 'PAY DEPT ALSO ON' TO REJ-MSG.
     IF OM-IH-CNTR NOT EQUAL SPACES
        AND OM-IH-CNTR EQUAL CK-IH-CNTR
        MOVE 'IH340 CENTER ALSO ON' TO REJ-MSG.
     IF OM-FA-DEPT NOT EQUAL ZERO
        AND OM-FA-DEPT EQUAL CK-FA-DEPT
        MOVE 'FIXTURE DEPT ALSO ON' TO REJ-MSG.
     IF OM-FA-LOC NOT EQUAL ZERO
        AND OM-FA-LOC EQUAL CK-FA-LOC
        MOVE 'FIXTURE LOCATION ALSO ON' TO REJ-MSG.
     IF OM-ORG-CODE NOT EQUAL SPACES
        AND OM-ORG-CODE EQUAL CK-ORG-CODE
        MOVE 'ORGFIL CODE ALSO ON' TO REJ-MSG.
     IF REJ-MSG NOT EQUAL SPACES
        MOVE CK-CODE TO REJ-OTHER.
CHECK-XWALK-EXIT.
     EXIT.
CHECK-CHILD.
     IF REJ-MSG NOT EQUAL SPACES
        GO TO CHECK-CHILD-EXIT.
     PERFORM CHECK-IN-EFFECT THRU CHECK-IN-EFFECT-EXIT.
     IF IN-EFFECT-SW NOT EQUAL 'Y'
        GO TO CHECK-CHILD-EXIT.
     MOVE TB-IMAGE (ORG-TBL-SUB) TO CHK-REC.
     IF CK-STATUS EQUAL 'A' AND CK-PARENT EQUAL OM-CODE
        MOVE 'HAS ACTIVE CHILD' TO REJ-MSG
        MOVE CK-CODE TO REJ-OTHER.
CHECK-CHILD-EXIT.
     EXIT.
CHECK-IN-EFFECT.
     MOVE 'N' TO IN-EFFECT-SW.
     IF TB-EFF-DATE (ORG-TBL-SUB) GREATER THAN AS-OF-DATE
        GO TO CHECK-IN-EFFECT-EXIT.
     MOVE 'Y' TO IN-EFFECT-SW.
     IF ORG-TBL-SUB NOT LESS THAN ORG-TBL-COUNT
        GO TO CHECK-IN-EFFECT-EXIT.
     ADD 1 ORG-TBL-SUB GIVING ORG-NEXT-SUB.
     IF TB-CODE (ORG-NEXT-SUB) EQUAL TB-CODE (ORG-TBL-SUB)
        AND TB-EFF-DATE (ORG-NEXT-SUB) NOT GREATER THAN AS-OF-DATE
        MOVE 'N' TO IN-EFFECT-SW.
CHECK-IN-EFFECT-EXIT.
     EXIT.
FIND-VERSION.
     MOVE ZERO TO ORG-FOUND ORG-EXACT ORG-ANY.
     PERFORM FIND-VERSION-ONE THRU FIND-VERSION-ONE-EXIT
        VARYING ORG-TBL-SUB FROM 1 BY 1
        UNTIL ORG-TBL-SUB GREATER THAN ORG-TBL-COUNT.
FIND-VERSION-EXIT.
     EXIT.
FIND-VERSION-ONE.
     IF TB-CODE (ORG-TBL-SUB) NOT EQUAL SK-CODE
        GO TO FIND-VERSION-ONE-EXIT.
     MOVE ORG-TBL-SUB TO ORG-ANY.
     IF TB-EFF-DATE (ORG-TBL-SUB) GREATER THAN SK-EFF-DATE
        GO TO FIND-VERSION-ONE-EXIT.
     MOVE ORG-TBL-SUB TO ORG-FOUND.
     IF TB-EFF-DATE (ORG-TBL-SUB) EQUAL SK-EFF-DATE
        MOVE ORG-TBL-SUB TO ORG-EXACT.
FIND-VERSION-ONE-EXIT.
     EXIT.
STORE-ORG.
     MOVE OM-KEY TO SLOT-KEY.
     PERFORM FIND-VERSION THRU FIND-VERSION-EXIT.
     IF ORG-EXACT NOT EQUAL ZERO
        MOVE ORG-EXACT TO ORG-FOUND
     ELSE
        PERFORM OPEN-SLOT THRU OPEN-SLOT-EXIT.
     MOVE OM-KEY TO TB-KEY (ORG-FOUND).
     MOVE ORG-REC TO TB-IMAGE (ORG-FOUND) OA-NEW-IMAGE.
     PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
STORE-ORG-EXIT.
     EXIT.
OPEN-SLOT.
     MOVE 1 TO ORG-INSERT.
     PERFORM FIND-SLOT THRU FIND-SLOT-EXIT
        UNTIL ORG-INSERT GREATER THAN ORG-TBL-COUNT
        OR TB-KEY (ORG-INSERT) GREATER THAN SLOT-KEY.
     ADD 1 TO ORG-TBL-COUNT.
     MOVE ORG-TBL-COUNT TO ORG-TBL-SUB.
     PERFORM SHIFT-UP THRU SHIFT-UP-EXIT
        UNTIL ORG-TBL-SUB NOT GREATER THAN ORG-INSERT.
     MOVE ORG-INSERT TO ORG-FOUND.
OPEN-SLOT-EXIT.
     EXIT.
FIND-SLOT.
     ADD 1 TO ORG-INSERT.
FIND-SLOT-EXIT.
     EXIT.
SHIFT-UP.
     MOVE ORG-TBL (ORG-TBL-SUB - 1) TO ORG-TBL (ORG-TBL-SUB).
     SUBTRACT 1 FROM ORG-TBL-SUB.
SHIFT-UP-EXIT.
     EXIT.
WRITE-AUDIT.
     ACCEPT OA-DATE FROM DATE.
     ACCEPT OA-TIME FROM TIME.
     WRITE ORGAUD-REC.
WRITE-AUDIT-EXIT.
     EXIT.
WRITE-NEW.
     PERFORM WRITE-ONE-ORG THRU WRITE-ONE-ORG-EXIT
        VARYING ORG-TBL-SUB FROM 1 BY 1
        UNTIL ORG-TBL-SUB GREATER THAN ORG-TBL-COUNT.
     CLOSE ORG-NEW, ORGAUD, ORGLST.
     DISPLAY 'TRANSACTIONS IN-  ' TXN-IN-CT.
     DISPLAY 'ADDS-             ' ADD-CT.
     DISPLAY 'CHANGES-          ' CHG-CT.
     DISPLAY 'INACTIVATES-      ' INA-CT.
     DISPLAY 'INQUIRIES-        ' INQ-CT.
     DISPLAY 'REJECTS-          ' REJ-CT.
     DISPLAY 'VERSIONS OUT-     ' OUT-CT.
     DISPLAY 'NEW MASTER IS ORGMSTNEW'.
     MOVE 'NORMAL' TO RL-STATUS.
FINISH-RUN.
     MOVE 'ORGMNT   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE TXN-IN-CT TO RL-RECS-READ.
     MOVE OUT-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
WRITE-ONE-ORG.
     WRITE ORG-NEW-REC FROM TB-IMAGE (ORG-TBL-SUB).
     ADD 1 TO OUT-CT.
WRITE-ONE-ORG-EXIT.
     EXIT.
