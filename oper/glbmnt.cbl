IDENTIFICATION DIVISION.
PROGRAM-ID. GLBMNT.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. JANUARY, 1977.
REMARKS. GL BUDGET FILE MAINTENANCE WITH AUDIT TRAIL.  ONE
    BUDGET RECORD PER CHART ACCOUNT AND FISCAL YEAR CARRIES THE
    RESPONSIBLE DEPARTMENT AND TWELVE MONTHLY AMOUNTS.  BATCH
    TRANSACTIONS ADD, CHANGE OR DELETE BUDGETS - MONTH 00 ON
    AN ADD OR CHANGE SPREADS THE AMOUNT EVENLY OVER THE YEAR,
    MONTH 01-12 SETS THAT MONTH ONLY.  ACTION TYM LOADS THE
    TWELVE MONTHLY AMOUNTS OF THE TYMTAB BUDGET FILE INTO THE
    ACCOUNT AND YEAR GIVEN SO THERE IS ONE SOURCE FOR THE PLAN.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT GLBUD ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLBUD-NEW ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLBTXN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLBAUD ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCOA ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT BUDGETFL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD GLBUD
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLBUDDAT ".
01 GLBUD-REC.
     05 GB-ACCT PIC X(6).
     05 GB-YEAR PIC 9(4).
     05 GB-DEPT PIC 9(4).
     05 GB-AMT PIC S9(7)V99 OCCURS 12 TIMES.
FD GLBUD-NEW
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLBUDNEW ".
01 GLBUD-NEW-REC PIC X(122).
FD GLBTXN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLBUDTXN ".
01 GLBTXN-REC.
     05 BT-ACTION PIC X(3).
     05 BT-ACCT PIC X(6).
     05 BT-YEAR PIC 9(4).
     05 BT-DEPT PIC 9(4).
     05 BT-MONTH PIC 9(2).
     05 BT-AMT PIC S9(7)V99 SIGN LEADING SEPARATE.
FD GLBAUD
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLBAUDLOG".
01 GLBAUD-REC.
     05 GA-ACTION PIC X(3).
     05 GA-OLD-IMAGE PIC X(122).
     05 GA-NEW-IMAGE PIC X(122).
     05 GA-DATE PIC 9(6).
     05 GA-TIME PIC 9(8).
FD GLCOA
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCOADAT ".
01 GLCOA-REC.
     05 GLA-ACCT PIC X(6).
     05 GLA-DESC PIC X(30).
     05 GLA-TYPE PIC X.
FD BUDGETFL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "BUDGETDAT".
01 BUDGETREC PIC S9(6).
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
77 BUD-TBL-COUNT PIC 9(3) VALUE ZERO.
77 BUD-TBL-SUB PIC 9(3) VALUE ZERO.
77 BUD-FOUND PIC 9(3) VALUE ZERO.
77 COA-CT PIC 9(3) VALUE ZERO.
77 COA-SUB PIC 9(3) VALUE ZERO.
77 COA-FOUND PIC 9(3) VALUE ZERO.
77 MON-SUB PIC 9(2) VALUE ZERO.
77 TXN-IN-CT PIC 9(5) VALUE ZERO.
77 ADD-CT PIC 9(5) VALUE ZERO.
77 CHG-CT PIC 9(5) VALUE ZERO.
77 DEL-CT PIC 9(5) VALUE ZERO.
77 TYM-CT PIC 9(5) VALUE ZERO.
77 REJ-CT PIC 9(5) VALUE ZERO.
77 OUT-CT PIC 9(5) VALUE ZERO.
77 SPREAD-AMT PIC S9(7)V99 VALUE ZERO.
77 SPREAD-LAST PIC S9(7)V99 VALUE ZERO.
77 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
01 COA-TABLE.
     05 COA-TBL OCCURS 200 TIMES.
        10 CT-ACCT PIC X(6).
01 BUD-TABLE.
     05 BUD-TBL OCCURS 300 TIMES.
        10 TB-ACCT PIC X(6).
        10 TB-YEAR PIC 9(4).
        10 TB-DEPT PIC 9(4).
        10 TB-AMT PIC S9(7)V99 OCCURS 12 TIMES.
        10 TB-DELETED PIC X.
01 TYM-TABLE.
     05 TYM-AMT PIC S9(6) OCCURS 12 TIMES.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN INPUT GLBUD, GLBTXN, GLCOA.
     OPEN OUTPUT GLBUD-NEW, GLBAUD.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     DISPLAY 'GL BUDGET MAINTENANCE HAS BEGUN'.
LOAD-COA.
     READ GLCOA AT END CLOSE GLCOA, GO TO LOAD-BUDGETS.
     IF COA-CT EQUAL 200
        DISPLAY 'GLBMNT - CHART TABLE FULL'
        CLOSE GLCOA, GO TO LOAD-BUDGETS.
     ADD 1 TO COA-CT.
     MOVE GLA-ACCT TO CT-ACCT (COA-CT).
     GO TO LOAD-COA.
LOAD-BUDGETS.
     READ GLBUD AT END CLOSE GLBUD, GO TO APPLY-TXNS.
     IF BUD-TBL-COUNT EQUAL 300
        DISPLAY 'GLBMNT - BUDGET TABLE FULL'
        CLOSE GLBUD, GO TO APPLY-TXNS.
     ADD 1 TO BUD-TBL-COUNT.
     MOVE BUD-TBL-COUNT TO BUD-FOUND.
     MOVE GB-ACCT TO TB-ACCT (BUD-FOUND).
     MOVE GB-YEAR TO TB-YEAR (BUD-FOUND).
     MOVE GB-DEPT TO TB-DEPT (BUD-FOUND).
     PERFORM LOAD-ONE-MONTH THRU LOAD-ONE-MONTH-EXIT
        VARYING MON-SUB FROM 1 BY 1
        UNTIL MON-SUB GREATER THAN 12.
     MOVE 'N' TO TB-DELETED (BUD-FOUND).
     GO TO LOAD-BUDGETS.
LOAD-ONE-MONTH.
     MOVE GB-AMT (MON-SUB) TO TB-AMT (BUD-FOUND, MON-SUB).
LOAD-ONE-MONTH-EXIT.
     EXIT.
APPLY-TXNS.
     READ GLBTXN AT END CLOSE GLBTXN, GO TO WRITE-NEW.
     ADD 1 TO TXN-IN-CT.
     IF BT-ACTION NOT EQUAL 'ADD' AND BT-ACTION NOT EQUAL 'CHG'
        AND BT-ACTION NOT EQUAL 'DEL'
        AND BT-ACTION NOT EQUAL 'TYM'
        DISPLAY '*REJECT BAD ACTION ' BT-ACTION ' ' BT-ACCT
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF BT-YEAR NOT NUMERIC OR BT-DEPT NOT NUMERIC
        OR BT-MONTH NOT NUMERIC OR BT-AMT NOT NUMERIC
        DISPLAY '*REJECT NOT NUMERIC ' GLBTXN-REC
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     IF BT-MONTH GREATER THAN 12
        DISPLAY '*REJECT BAD MONTH ' BT-ACCT ' ' BT-MONTH
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE ZERO TO COA-FOUND.
     PERFORM FIND-COA THRU FIND-COA-EXIT
        VARYING COA-SUB FROM 1 BY 1
        UNTIL COA-SUB GREATER THAN COA-CT.
     IF COA-FOUND EQUAL ZERO AND BT-ACTION NOT EQUAL 'DEL'
        DISPLAY '*REJECT ACCOUNT NOT ON CHART ' BT-ACCT
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     MOVE ZERO TO BUD-FOUND.
     PERFORM FIND-BUD THRU FIND-BUD-EXIT
        VARYING BUD-TBL-SUB FROM 1 BY 1
        UNTIL BUD-TBL-SUB GREATER THAN BUD-TBL-COUNT.
     IF BT-ACTION EQUAL 'ADD' GO TO DO-ADD.
     IF BT-ACTION EQUAL 'CHG' GO TO DO-CHG.
     IF BT-ACTION EQUAL 'TYM' GO TO DO-TYM.
     GO TO DO-DEL.
FIND-COA.
     IF CT-ACCT (COA-SUB) EQUAL BT-ACCT
        MOVE COA-SUB TO COA-FOUND.
FIND-COA-EXIT.
     EXIT.
FIND-BUD.
     IF TB-ACCT (BUD-TBL-SUB) EQUAL BT-ACCT
        AND TB-YEAR (BUD-TBL-SUB) EQUAL BT-YEAR
        AND TB-DELETED (BUD-TBL-SUB) EQUAL 'N'
        MOVE BUD-TBL-SUB TO BUD-FOUND.
FIND-BUD-EXIT.
     EXIT.
DO-ADD.
     IF BUD-FOUND NOT EQUAL ZERO
        DISPLAY '*REJECT DUPLICATE BUDGET ' BT-ACCT ' ' BT-YEAR
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     PERFORM NEW-ENTRY THRU NEW-ENTRY-EXIT.
     IF BUD-FOUND EQUAL ZERO GO TO APPLY-TXNS.
     PERFORM SET-AMOUNTS THRU SET-AMOUNTS-EXIT.
     MOVE SPACES TO GA-OLD-IMAGE.
     MOVE 'ADD' TO GA-ACTION.
     PERFORM BUILD-NEW-IMAGE THRU BUILD-NEW-IMAGE-EXIT.
     PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
     ADD 1 TO ADD-CT.
     GO TO APPLY-TXNS.
DO-CHG.
     IF BUD-FOUND EQUAL ZERO
        DISPLAY '*REJECT BUDGET NOT ON FILE ' BT-ACCT ' '
           BT-YEAR
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     PERFORM BUILD-OLD-IMAGE THRU BUILD-OLD-IMAGE-EXIT.
     IF BT-DEPT NOT EQUAL ZERO
        MOVE BT-DEPT TO TB-DEPT (BUD-FOUND).
     IF BT-AMT NOT EQUAL ZERO OR BT-MONTH NOT EQUAL ZERO
        PERFORM SET-AMOUNTS THRU SET-AMOUNTS-EXIT.
     MOVE 'CHG' TO GA-ACTION.
     PERFORM BUILD-NEW-IMAGE THRU BUILD-NEW-IMAGE-EXIT.
     PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
     ADD 1 TO CHG-CT.
     GO TO APPLY-TXNS.
DO-DEL.
     IF BUD-FOUND EQUAL ZERO
        DISPLAY '*REJECT BUDGET NOT ON FILE ' BT-ACCT ' '
           BT-YEAR
        ADD 1 TO REJ-CT
        GO TO APPLY-TXNS.
     PERFORM BUILD-OLD-IMAGE THRU BUILD-OLD-IMAGE-EXIT.
     MOVE 'Y' TO TB-DELETED (BUD-FOUND).
     MOVE 'DEL' TO GA-ACTION.
     MOVE SPACES TO GA-NEW-IMAGE.
     PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
     ADD 1 TO DEL-CT.
     GO TO APPLY-TXNS.
DO-TYM.
     OPEN INPUT BUDGETFL.
     MOVE ZERO TO TYM-TABLE.
     PERFORM READ-TYM THRU READ-TYM-EXIT
        VARYING MON-SUB FROM 1 BY 1
        UNTIL MON-SUB GREATER THAN 12.
     CLOSE BUDGETFL.
     IF BUD-FOUND EQUAL ZERO
        PERFORM NEW-ENTRY THRU NEW-ENTRY-EXIT
        IF BUD-FOUND EQUAL ZERO
           GO TO APPLY-TXNS
        ELSE
           MOVE SPACES TO GA-OLD-IMAGE
     ELSE
        PERFORM BUILD-OLD-IMAGE THRU BUILD-OLD-IMAGE-EXIT.
     IF BT-DEPT NOT EQUAL ZERO
        MOVE BT-DEPT TO TB-DEPT (BUD-FOUND).
     PERFORM MOVE-TYM THRU MOVE-TYM-EXIT
        VARYING MON-SUB FROM 1 BY 1
        UNTIL MON-SUB GREATER THAN 12.
     MOVE 'TYM' TO GA-ACTION.
     PERFORM BUILD-NEW-IMAGE THRU BUILD-NEW-IMAGE-EXIT.
     PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
     ADD 1 TO TYM-CT.
     GO TO APPLY-TXNS.
READ-TYM.
     READ BUDGETFL AT END
        DISPLAY 'GLBMNT - TYMTAB BUDGET SHORT, MONTH ' MON-SUB
        MOVE 13 TO MON-SUB
        GO TO READ-TYM-EXIT.
     MOVE BUDGETREC TO TYM-AMT (MON-SUB).
READ-TYM-EXIT.
     EXIT.
MOVE-TYM.
     MOVE TYM-AMT (MON-SUB) TO TB-AMT (BUD-FOUND, MON-SUB).
MOVE-TYM-EXIT.
     EXIT.
NEW-ENTRY.
     IF BUD-TBL-COUNT EQUAL 300
        DISPLAY '*REJECT TABLE FULL ' BT-ACCT
        ADD 1 TO REJ-CT
        GO TO NEW-ENTRY-EXIT.
     ADD 1 TO BUD-TBL-COUNT.
     MOVE BUD-TBL-COUNT TO BUD-FOUND.
     MOVE BT-ACCT TO TB-ACCT (BUD-FOUND).
     MOVE BT-YEAR TO TB-YEAR (BUD-FOUND).
     MOVE BT-DEPT TO TB-DEPT (BUD-FOUND).
     MOVE 'N' TO TB-DELETED (BUD-FOUND).
     PERFORM CLEAR-ONE-MONTH THRU CLEAR-ONE-MONTH-EXIT
        VARYING MON-SUB FROM 1 BY 1
        UNTIL MON-SUB GREATER THAN 12.
NEW-ENTRY-EXIT.
     EXIT.
CLEAR-ONE-MONTH.
     MOVE ZERO TO TB-AMT (BUD-FOUND, MON-SUB).
CLEAR-ONE-MONTH-EXIT.
     EXIT.
SET-AMOUNTS.
     IF BT-MONTH NOT EQUAL ZERO
        MOVE BT-AMT TO TB-AMT (BUD-FOUND, BT-MONTH)
        GO TO SET-AMOUNTS-EXIT.
     DIVIDE BT-AMT BY 12 GIVING SPREAD-AMT.
     COMPUTE SPREAD-LAST = BT-AMT - SPREAD-AMT * 11.
     PERFORM SPREAD-ONE-MONTH THRU SPREAD-ONE-MONTH-EXIT
        VARYING MON-SUB FROM 1 BY 1
        UNTIL MON-SUB GREATER THAN 11.
     MOVE SPREAD-LAST TO TB-AMT (BUD-FOUND, 12).
SET-AMOUNTS-EXIT.
     EXIT.
SPREAD-ONE-MONTH.
     MOVE SPREAD-AMT TO TB-AMT (BUD-FOUND, MON-SUB).
SPREAD-ONE-MONTH-EXIT.
     EXIT.
BUILD-OLD-IMAGE.
     PERFORM BUILD-BUD-REC THRU BUILD-BUD-REC-EXIT.
     MOVE GLBUD-REC TO GA-OLD-IMAGE.
BUILD-OLD-IMAGE-EXIT.
     EXIT.
BUILD-NEW-IMAGE.
     PERFORM BUILD-BUD-REC THRU BUILD-BUD-REC-EXIT.
     MOVE GLBUD-REC TO GA-NEW-IMAGE.
BUILD-NEW-IMAGE-EXIT.
     EXIT.
BUILD-BUD-REC.
     MOVE TB-ACCT (BUD-FOUND) TO GB-ACCT.
     MOVE TB-YEAR (BUD-FOUND) TO GB-YEAR.
     MOVE TB-DEPT (BUD-FOUND) TO GB-DEPT.
     PERFORM BUILD-ONE-MONTH THRU BUILD-ONE-MONTH-EXIT
        VARYING MON-SUB FROM 1 BY 1
        UNTIL MON-SUB GREATER THAN 12.
BUILD-BUD-REC-EXIT.
     EXIT.
BUILD-ONE-MONTH.
     MOVE TB-AMT (BUD-FOUND, MON-SUB) TO GB-AMT (MON-SUB).
BUILD-ONE-MONTH-EXIT.
     EXIT.
WRITE-AUDIT.
     ACCEPT GA-DATE FROM DATE.
     ACCEPT GA-TIME FROM TIME.
     WRITE GLBAUD-REC.
WRITE-AUDIT-EXIT.
     EXIT.
WRITE-NEW.
     PERFORM WRITE-ONE-BUD THRU WRITE-ONE-BUD-EXIT
        VARYING BUD-TBL-SUB FROM 1 BY 1
        UNTIL BUD-TBL-SUB GREATER THAN BUD-TBL-COUNT.
     CLOSE GLBUD-NEW, GLBAUD.
     DISPLAY 'TRANSACTIONS IN-  ' TXN-IN-CT.
     DISPLAY 'ADDS-             ' ADD-CT.
     DISPLAY 'CHANGES-          ' CHG-CT.
     DISPLAY 'DELETES-          ' DEL-CT.
     DISPLAY 'TYMTAB LOADS-     ' TYM-CT.
     DISPLAY 'REJECTS-          ' REJ-CT.
     DISPLAY 'BUDGETS OUT-      ' OUT-CT.
     DISPLAY 'NEW MASTER IS GLBUDNEW'.
     MOVE 'GLBMNT   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE TXN-IN-CT TO RL-RECS-READ.
     MOVE OUT-CT TO RL-RECS-WRITTEN.
     MOVE 'NORMAL' TO RL-STATUS.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
WRITE-ONE-BUD.
     IF TB-DELETED (BUD-TBL-SUB) EQUAL 'Y'
        GO TO WRITE-ONE-BUD-EXIT.
     MOVE BUD-TBL-SUB TO BUD-FOUND.
     PERFORM BUILD-BUD-REC THRU BUILD-BUD-REC-EXIT.
     WRITE GLBUD-NEW-REC FROM GLBUD-REC.
     ADD 1 TO OUT-CT.
WRITE-ONE-BUD-EXIT.
     EXIT.
