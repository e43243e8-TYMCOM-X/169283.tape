IDENTIFICATION DIVISION.
PROGRAM-ID. CUSMNT.
REMARKS. CUSTOMER MASTER MAINTENANCE WITH AUDIT TRAIL.
    ONE MASTER KEYED BY CUSTOMER NUMBER, SHARED BY SALESU,
    ARLEDG AND ROGER.  TRANSACTION CARDS - ACTION, CUSTOMER,
    CARD TYPE.  ACTIONS ADD, CHG, INA (INACTIVATE) AND INQ
    (INQUIRY).  CARD 1 CARRIES NAME, CREDIT LIMIT, TERMS,
    SALESMAN, STATUS AND CHARGE ACCOUNT NUMBER (THE CHARGE
    ACCOUNT NAME-FILE NUMBER, USED TO POST CHARGE
    TRANSACTIONS TO ARLEDG); CARD 2 THE BILL-TO ADDRESS; CARD 3
    THE SHIP-TO ADDRESS.  AN ADD NEEDS CARD 1; CARDS 2 AND 3
    MAY FOLLOW AS ADD OR CHG.  STATE CODES ARE CHECKED
    AGAINST STATETBDAT.  SALESU DISTRIBUTOR NUMBERS ARE THE
    FIRST FOUR CHARACTERS OF THE CUSTOMER NUMBER.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUST-FILE, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUST-NEW, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUSTXN, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUSAUD, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT CUSLST, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT STATE-TBL, ASSIGN TO DSK RECORDING MODE IS ASCII.
    SELECT RUNLOG, ASSIGN TO DSK RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD CUST-FILE
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSMSTDAT".
01 CUST-FILE-REC PIC X(200).
FD CUST-NEW
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSMSTNEW".
01 CUST-NEW-REC PIC X(200).
FD CUSTXN
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSMTXN  ".
01 CUSTXN-REC.
    05 CT-ACTION PIC X(3).
    05 CT-CUST-NO PIC X(5).
    05 CT-CARD PIC X.
    05 CT-DATA PIC X(71).
    05 CT-CARD-1 REDEFINES CT-DATA.
      10 CT-NAME PIC X(30).
      10 CT-LIMIT PIC X(7).
      10 CT-LIMIT-9 REDEFINES CT-LIMIT PIC 9(7).
      10 CT-TERMS-CODE PIC X(4).
      10 CT-TERMS-DAYS PIC X(3).
      10 CT-TERMS-DAYS-9 REDEFINES CT-TERMS-DAYS PIC 9(3).
      10 CT-SMANS-CODE PIC X.
      10 CT-STATUS PIC X.
      10 CT-CHARGE-ACCT PIC X(5).
      10 CT-CHARGE-ACCT-9 REDEFINES CT-CHARGE-ACCT PIC 9(5).
      10 FILLER PIC X(20).
    05 CT-CARD-ADDR REDEFINES CT-DATA.
      10 CT-STREET PIC X(30).
      10 CT-CITY PIC X(20).
      10 CT-STATE PIC XX.
      10 CT-ZIP PIC X(9).
      10 FILLER PIC X(10).
FD CUSAUD
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSAUDLOG".
01 CUSAUD-REC.
    05 CA-ACTION PIC X(3).
    05 CA-CARD PIC X.
    05 CA-OLD-IMAGE PIC X(200).
    05 CA-NEW-IMAGE PIC X(200).
    05 CA-DATE PIC 9(6).
    05 CA-TIME PIC 9(8).
FD CUSLST
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSLSTRPT".
01 CUSLST-REC PIC X(100).
FD STATE-TBL
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "STATETBDAT".
01 STATE-TBL-RECORD.
    05 TB-CODE PIC XX.
    05 TB-NAME PIC X(20).
    05 TB-REGION PIC X(12).
    05 TB-TAX-RATE PIC 9V999.
    05 FILLER PIC XX.
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
  77 CUS-INSERT PIC 9(3) VALUE ZERO.
  77 STATE-COUNT PIC 99 VALUE ZERO.
  77 STATE-SUB PIC 99 VALUE ZERO.
  77 STATE-FLAG PIC X VALUE 'N'.
   88 STATE-VALID VALUE 'Y'.
  77 TXN-IN-CT PIC 9(5) VALUE ZERO.
  77 ADD-CT PIC 9(5) VALUE ZERO.
  77 CHG-CT PIC 9(5) VALUE ZERO.
  77 INA-CT PIC 9(5) VALUE ZERO.
  77 INQ-CT PIC 9(5) VALUE ZERO.
  77 REJ-CT PIC 9(5) VALUE ZERO.
  77 OUT-CT PIC 9(5) VALUE ZERO.
  77 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
  77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
*
*    CUSTOMER MASTER RECORD - 200 CHARACTERS.
*
01 CUST-REC.
    05 CM-CUST-NO PIC X(5).
    05 CM-STATUS PIC X.
      88 CM-ACTIVE VALUE 'A'.
      88 CM-INACTIVE VALUE 'I'.
    05 CM-NAME PIC X(30).
    05 CM-BILL-TO.
      10 CM-BILL-STREET PIC X(30).
      10 CM-BILL-CITY PIC X(20).
      10 CM-BILL-STATE PIC XX.
      10 CM-BILL-ZIP PIC X(9).
    05 CM-SHIP-TO.
      10 CM-SHIP-STREET PIC X(30).
      10 CM-SHIP-CITY PIC X(20).
      10 CM-SHIP-STATE PIC XX.
      10 CM-SHIP-ZIP PIC X(9).
    05 CM-CREDIT-LIMIT PIC 9(7).
    05 CM-TERMS-CODE PIC X(4).
    05 CM-TERMS-DAYS PIC 9(3).
    05 CM-SMANS-CODE PIC X.
    05 CM-LAST-DATE PIC 9(6).
    05 CM-CHARGE-ACCT PIC 9(5).
    05 FILLER PIC X(16).
01 CUS-TABLE.
    05 CUS-TBL OCCURS 500 TIMES.
      10 TB-CUST-NO PIC X(5).
      10 TB-ADDED PIC X.
      10 TB-IMAGE PIC X(200).
01 STATE-TABLE-AREA.
    05 VALID-STATE OCCURS 60 TIMES PIC XX.
01 INQ-LINE-1.
    05 FILLER PIC X(10) VALUE 'CUSTOMER  '.
    05 IL-CUST-NO PIC X(5).
    05 FILLER PIC X(3) VALUE SPACES.
    05 IL-NAME PIC X(30).
    05 FILLER PIC X(9) VALUE '  STATUS '.
    05 IL-STATUS PIC X.
    05 FILLER PIC X(10) VALUE '  CHANGED '.
    05 IL-LAST-DATE PIC 9(6).
01 INQ-LINE-2.
    05 FILLER PIC X(10) VALUE SPACES.
    05 IL-ADDR-LABEL PIC X(8).
    05 IL-STREET PIC X(30).
    05 FILLER PIC X VALUE SPACE.
    05 IL-CITY PIC X(20).
    05 FILLER PIC X VALUE SPACE.
    05 IL-STATE PIC XX.
    05 FILLER PIC X VALUE SPACE.
    05 IL-ZIP PIC X(9).
01 INQ-LINE-3.
    05 FILLER PIC X(10) VALUE SPACES.
    05 FILLER PIC X(14) VALUE 'CREDIT LIMIT  '.
    05 IL-LIMIT PIC Z,ZZZ,ZZ9.
    05 FILLER PIC X(9) VALUE '   TERMS '.
    05 IL-TERMS-CODE PIC X(4).
    05 FILLER PIC X VALUE SPACE.
    05 IL-TERMS-DAYS PIC ZZ9.
    05 FILLER PIC X(13) VALUE ' DAYS   SMAN '.
    05 IL-SMANS-CODE PIC X.
    05 FILLER PIC X(15) VALUE '   CHARGE ACCT '.
    05 IL-CHARGE-ACCT PIC X(5).
PROCEDURE DIVISION.
HOUSE-KEEP.
    OPEN INPUT CUST-FILE, CUSTXN, STATE-TBL.
    OPEN EXTEND RUNLOG.
    ACCEPT RL-SAVE-DATE FROM DATE.
    ACCEPT RL-SAVE-START-TIME FROM TIME.
    DISPLAY 'CUSTOMER MAINTENANCE HAS BEGUN'.
LOAD-STATES.
    READ STATE-TBL AT END CLOSE STATE-TBL, GO TO LOAD-CUSTOMERS.
    IF STATE-COUNT EQUAL 60
       CLOSE STATE-TBL, GO TO LOAD-CUSTOMERS.
    ADD 1 TO STATE-COUNT.
    MOVE TB-CODE TO VALID-STATE (STATE-COUNT).
    GO TO LOAD-STATES.
LOAD-CUSTOMERS.
    READ CUST-FILE INTO CUST-REC
       AT END CLOSE CUST-FILE, GO TO OPEN-NEW.
    IF CUS-TBL-COUNT EQUAL 500
       DISPLAY 'CUSMNT - CUSTOMER TABLE FULL - RUN REFUSED'
       CLOSE CUST-FILE, CUSTXN
       MOVE 'REFUSE' TO RL-STATUS
       GO TO FINISH-RUN.
    ADD 1 TO CUS-TBL-COUNT.
    MOVE CM-CUST-NO TO TB-CUST-NO (CUS-TBL-COUNT).
    MOVE 'N' TO TB-ADDED (CUS-TBL-COUNT).
    MOVE CUST-REC TO TB-IMAGE (CUS-TBL-COUNT).
    GO TO LOAD-CUSTOMERS.
OPEN-NEW.
    OPEN OUTPUT CUST-NEW, CUSAUD, CUSLST.
APPLY-TXNS.
    READ CUSTXN AT END CLOSE CUSTXN, GO TO WRITE-NEW.
    ADD 1 TO TXN-IN-CT.
    IF CT-ACTION NOT EQUAL 'ADD' AND CT-ACTION NOT EQUAL 'CHG'
       AND CT-ACTION NOT EQUAL 'INA'
       AND CT-ACTION NOT EQUAL 'INQ'
       DISPLAY '*REJECT BAD ACTION ' CT-ACTION ' ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-CUST-NO EQUAL SPACES
       DISPLAY '*REJECT NO CUSTOMER NUMBER ' CT-ACTION
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    MOVE ZERO TO CUS-FOUND.
    PERFORM FIND-CUST THRU FIND-CUST-EXIT
       VARYING CUS-TBL-SUB FROM 1 BY 1
       UNTIL CUS-TBL-SUB GREATER THAN CUS-TBL-COUNT.
    IF CT-ACTION EQUAL 'INQ' GO TO DO-INQ.
    IF CT-ACTION EQUAL 'INA' GO TO DO-INA.
    IF CT-CARD NOT EQUAL '1' AND CT-CARD NOT EQUAL '2'
       AND CT-CARD NOT EQUAL '3'
       DISPLAY '*REJECT BAD CARD TYPE ' CT-CARD ' ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-ACTION EQUAL 'ADD' GO TO DO-ADD.
    GO TO DO-CHG.
FIND-CUST.
    IF TB-CUST-NO (CUS-TBL-SUB) EQUAL CT-CUST-NO
       MOVE CUS-TBL-SUB TO CUS-FOUND.
FIND-CUST-EXIT.
    EXIT.
DO-ADD.
    IF CT-CARD EQUAL '1' GO TO DO-ADD-NEW.
    IF CUS-FOUND NOT EQUAL ZERO
       IF TB-ADDED (CUS-FOUND) EQUAL 'Y'
          GO TO DO-CHG.
    DISPLAY '*REJECT ADD NEEDS CARD 1 FIRST ' CT-CUST-NO.
    ADD 1 TO REJ-CT.
    GO TO APPLY-TXNS.
DO-ADD-NEW.
    IF CUS-FOUND NOT EQUAL ZERO
       DISPLAY '*REJECT DUPLICATE CUSTOMER ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-NAME EQUAL SPACES
       DISPLAY '*REJECT NO CUSTOMER NAME ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-LIMIT NOT NUMERIC OR CT-TERMS-DAYS NOT NUMERIC
       DISPLAY '*REJECT LIMIT/TERMS NOT NUMERIC ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-CHARGE-ACCT NOT EQUAL SPACES
       AND CT-CHARGE-ACCT NOT NUMERIC
       DISPLAY '*REJECT CHARGE ACCT NOT NUMERIC ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CUS-TBL-COUNT EQUAL 500
       DISPLAY '*REJECT TABLE FULL ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    PERFORM OPEN-SLOT THRU OPEN-SLOT-EXIT.
    MOVE SPACES TO CUST-REC.
    MOVE CT-CUST-NO TO CM-CUST-NO.
    MOVE 'A' TO CM-STATUS.
    MOVE CT-NAME TO CM-NAME.
    MOVE CT-LIMIT-9 TO CM-CREDIT-LIMIT.
    MOVE CT-TERMS-CODE TO CM-TERMS-CODE.
    MOVE CT-TERMS-DAYS-9 TO CM-TERMS-DAYS.
    MOVE CT-SMANS-CODE TO CM-SMANS-CODE.
    MOVE ZERO TO CM-CHARGE-ACCT.
    IF CT-CHARGE-ACCT NUMERIC
       MOVE CT-CHARGE-ACCT-9 TO CM-CHARGE-ACCT.
    MOVE RL-SAVE-DATE TO CM-LAST-DATE.
    MOVE CM-CUST-NO TO TB-CUST-NO (CUS-FOUND).
    MOVE 'Y' TO TB-ADDED (CUS-FOUND).
    MOVE CUST-REC TO TB-IMAGE (CUS-FOUND).
    MOVE SPACES TO CA-OLD-IMAGE.
    MOVE CUST-REC TO CA-NEW-IMAGE.
    MOVE 'ADD' TO CA-ACTION.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    ADD 1 TO ADD-CT.
    GO TO APPLY-TXNS.
DO-CHG.
    IF CUS-FOUND EQUAL ZERO
       DISPLAY '*REJECT CUSTOMER NOT ON FILE ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    MOVE TB-IMAGE (CUS-FOUND) TO CUST-REC CA-OLD-IMAGE.
    IF CT-CARD EQUAL '2' OR CT-CARD EQUAL '3'
       GO TO DO-CHG-ADDRESS.
    IF CT-LIMIT NOT EQUAL SPACES AND CT-LIMIT NOT NUMERIC
       DISPLAY '*REJECT LIMIT NOT NUMERIC ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-TERMS-DAYS NOT EQUAL SPACES
       AND CT-TERMS-DAYS NOT NUMERIC
       DISPLAY '*REJECT TERMS NOT NUMERIC ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-CHARGE-ACCT NOT EQUAL SPACES
       AND CT-CHARGE-ACCT NOT NUMERIC
       DISPLAY '*REJECT CHARGE ACCT NOT NUMERIC ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-STATUS NOT EQUAL SPACE AND CT-STATUS NOT EQUAL 'A'
       AND CT-STATUS NOT EQUAL 'I'
       DISPLAY '*REJECT BAD STATUS ' CT-STATUS ' ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    IF CT-NAME NOT EQUAL SPACES
       MOVE CT-NAME TO CM-NAME.
    IF CT-LIMIT NUMERIC
       MOVE CT-LIMIT-9 TO CM-CREDIT-LIMIT.
    IF CT-TERMS-CODE NOT EQUAL SPACES
       MOVE CT-TERMS-CODE TO CM-TERMS-CODE.
    IF CT-TERMS-DAYS NUMERIC
       MOVE CT-TERMS-DAYS-9 TO CM-TERMS-DAYS.
    IF CT-SMANS-CODE NOT EQUAL SPACE
       MOVE CT-SMANS-CODE TO CM-SMANS-CODE.
    IF CT-CHARGE-ACCT NUMERIC
       MOVE CT-CHARGE-ACCT-9 TO CM-CHARGE-ACCT.
    IF CT-STATUS NOT EQUAL SPACE
       MOVE CT-STATUS TO CM-STATUS.
    GO TO DO-CHG-STORE.
DO-CHG-ADDRESS.
    IF CT-STATE NOT EQUAL SPACES
       PERFORM CHECK-STATE THRU CHECK-STATE-EXIT
       IF NOT STATE-VALID
          DISPLAY '*REJECT BAD STATE CODE ' CT-STATE ' '
             CT-CUST-NO
          ADD 1 TO REJ-CT
          GO TO APPLY-TXNS.
    IF CT-CARD EQUAL '3' GO TO DO-CHG-SHIP-TO.
    IF CT-STREET NOT EQUAL SPACES
       MOVE CT-STREET TO CM-BILL-STREET.
    IF CT-CITY NOT EQUAL SPACES
       MOVE CT-CITY TO CM-BILL-CITY.
    IF CT-STATE NOT EQUAL SPACES
       MOVE CT-STATE TO CM-BILL-STATE.
    IF CT-ZIP NOT EQUAL SPACES
       MOVE CT-ZIP TO CM-BILL-ZIP.
    GO TO DO-CHG-STORE.
DO-CHG-SHIP-TO.
    IF CT-STREET NOT EQUAL SPACES
       MOVE CT-STREET TO CM-SHIP-STREET.
    IF CT-CITY NOT EQUAL SPACES
       MOVE CT-CITY TO CM-SHIP-CITY.
    IF CT-STATE NOT EQUAL SPACES
       MOVE CT-STATE TO CM-SHIP-STATE.
    IF CT-ZIP NOT EQUAL SPACES
       MOVE CT-ZIP TO CM-SHIP-ZIP.
DO-CHG-STORE.
    MOVE RL-SAVE-DATE TO CM-LAST-DATE.
    MOVE CUST-REC TO TB-IMAGE (CUS-FOUND) CA-NEW-IMAGE.
    MOVE 'CHG' TO CA-ACTION.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    ADD 1 TO CHG-CT.
    GO TO APPLY-TXNS.
DO-INA.
    IF CUS-FOUND EQUAL ZERO
       DISPLAY '*REJECT CUSTOMER NOT ON FILE ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    MOVE TB-IMAGE (CUS-FOUND) TO CUST-REC CA-OLD-IMAGE.
    IF CM-INACTIVE
       DISPLAY '*REJECT ALREADY INACTIVE ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    MOVE 'I' TO CM-STATUS.
    MOVE RL-SAVE-DATE TO CM-LAST-DATE.
    MOVE CUST-REC TO TB-IMAGE (CUS-FOUND) CA-NEW-IMAGE.
    MOVE 'INA' TO CA-ACTION.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    ADD 1 TO INA-CT.
    GO TO APPLY-TXNS.
DO-INQ.
    IF CUS-FOUND EQUAL ZERO
       DISPLAY '*REJECT CUSTOMER NOT ON FILE ' CT-CUST-NO
       ADD 1 TO REJ-CT
       GO TO APPLY-TXNS.
    MOVE TB-IMAGE (CUS-FOUND) TO CUST-REC.
    MOVE CM-CUST-NO TO IL-CUST-NO.
    MOVE CM-NAME TO IL-NAME.
    MOVE CM-STATUS TO IL-STATUS.
    MOVE CM-LAST-DATE TO IL-LAST-DATE.
    WRITE CUSLST-REC FROM INQ-LINE-1 AFTER ADVANCING 2.
    MOVE 'BILL TO ' TO IL-ADDR-LABEL.
    MOVE CM-BILL-STREET TO IL-STREET.
    MOVE CM-BILL-CITY TO IL-CITY.
    MOVE CM-BILL-STATE TO IL-STATE.
    MOVE CM-BILL-ZIP TO IL-ZIP.
    WRITE CUSLST-REC FROM INQ-LINE-2 AFTER ADVANCING 1.
    MOVE 'SHIP TO ' TO IL-ADDR-LABEL.
    MOVE CM-SHIP-STREET TO IL-STREET.
    MOVE CM-SHIP-CITY TO IL-CITY.
    MOVE CM-SHIP-STATE TO IL-STATE.
    MOVE CM-SHIP-ZIP TO IL-ZIP.
    WRITE CUSLST-REC FROM INQ-LINE-2 AFTER ADVANCING 1.
    MOVE CM-CREDIT-LIMIT TO IL-LIMIT.
    MOVE CM-TERMS-CODE TO IL-TERMS-CODE.
    MOVE CM-TERMS-DAYS TO IL-TERMS-DAYS.
    MOVE CM-SMANS-CODE TO IL-SMANS-CODE.
    MOVE CM-CHARGE-ACCT TO IL-CHARGE-ACCT.
    WRITE CUSLST-REC FROM INQ-LINE-3 AFTER ADVANCING 1.
    ADD 1 TO INQ-CT.
    GO TO APPLY-TXNS.
*
*    MAKE ROOM FOR A NEW CUSTOMER IN KEY SEQUENCE.
*
OPEN-SLOT.
    MOVE 1 TO CUS-INSERT.
    PERFORM FIND-SLOT THRU FIND-SLOT-EXIT
       UNTIL CUS-INSERT GREATER THAN CUS-TBL-COUNT
       OR TB-CUST-NO (CUS-INSERT) GREATER THAN CT-CUST-NO.
    ADD 1 TO CUS-TBL-COUNT.
    MOVE CUS-TBL-COUNT TO CUS-TBL-SUB.
    PERFORM SHIFT-UP THRU SHIFT-UP-EXIT
       UNTIL CUS-TBL-SUB NOT GREATER THAN CUS-INSERT.
    MOVE CUS-INSERT TO CUS-FOUND.
OPEN-SLOT-EXIT.
    EXIT.
FIND-SLOT.
    ADD 1 TO CUS-INSERT.
FIND-SLOT-EXIT.
    EXIT.
SHIFT-UP.
    MOVE CUS-TBL (CUS-TBL-SUB - 1) TO CUS-TBL (CUS-TBL-SUB).
    SUBTRACT 1 FROM CUS-TBL-SUB.
SHIFT-UP-EXIT.
    EXIT.
CHECK-STATE.
    MOVE 'N' TO STATE-FLAG.
    PERFORM CHECK-STATE-ONE THRU CHECK-STATE-ONE-EXIT
       VARYING STATE-SUB FROM 1 BY 1
       UNTIL STATE-SUB GREATER THAN STATE-COUNT.
CHECK-STATE-EXIT.
    EXIT.
CHECK-STATE-ONE.
    IF VALID-STATE (STATE-SUB) EQUAL CT-STATE
       MOVE 'Y' TO STATE-FLAG.
CHECK-STATE-ONE-EXIT.
    EXIT.
WRITE-AUDIT.
    MOVE CT-CARD TO CA-CARD.
    ACCEPT CA-DATE FROM DATE.
    ACCEPT CA-TIME FROM TIME.
    WRITE CUSAUD-REC.
WRITE-AUDIT-EXIT.
    EXIT.
WRITE-NEW.
    PERFORM WRITE-ONE-CUS THRU WRITE-ONE-CUS-EXIT
       VARYING CUS-TBL-SUB FROM 1 BY 1
       UNTIL CUS-TBL-SUB GREATER THAN CUS-TBL-COUNT.
    CLOSE CUST-NEW, CUSAUD, CUSLST.
    DISPLAY 'TRANSACTIONS IN-  ' TXN-IN-CT.
    DISPLAY 'ADDS-             ' ADD-CT.
    DISPLAY 'CHANGES-          ' CHG-CT.
    DISPLAY 'INACTIVATES-      ' INA-CT.
    DISPLAY 'INQUIRIES-        ' INQ-CT.
    DISPLAY 'REJECTS-          ' REJ-CT.
    DISPLAY 'CUSTOMERS OUT-    ' OUT-CT.
    DISPLAY 'NEW MASTER IS CUSMSTNEW'.
    MOVE 'NORMAL' TO RL-STATUS.
FINISH-RUN.
    MOVE 'CUSMNT   ' TO RL-PROGRAM.
    MOVE RL-SAVE-DATE TO RL-DATE.
    MOVE RL-SAVE-START-TIME TO RL-START-TIME.
    ACCEPT RL-END-TIME FROM TIME.
    MOVE TXN-IN-CT TO RL-RECS-READ.
    MOVE OUT-CT TO RL-RECS-WRITTEN.
    WRITE RUNLOG-REC.
    CLOSE RUNLOG.
    STOP RUN.
WRITE-ONE-CUS.
    WRITE CUST-NEW-REC FROM TB-IMAGE (CUS-TBL-SUB).
    ADD 1 TO OUT-CT.
WRITE-ONE-CUS-EXIT.
    EXIT.
