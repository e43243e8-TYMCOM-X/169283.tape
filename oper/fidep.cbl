     PROGRAM WAS LAST RUN) WILL HAVE ITS ENTIRE RESERVE
     TO-DATE CALCULATED.

     A SECOND, TAX SET OF METHOD, LIFE, RESERVE AND CURRENT
     DEPRECIATION IS CARRIED ON THE MASTER AND COMPUTED IN THE
     SAME RUN BY THE SAME RULES.  AN ITEM WHOSE TAX METHOD IS
     BLANK TAKES THE BOOK METHOD AND LIFE AND HAS ITS TAX
     RESERVE TO-DATE CALCULATED.  THE BOOK/TAX DIFFERENCE
     REPORT SHOWS THE RESERVE AND CURRENT-YEAR TIMING
     DIFFERENCES BY ITEM AND BY GENERAL LEDGER ACCOUNT, AND
     THE BOOK AND TAX-BASIS GAIN OR LOSS ON DISPOSALS.
     DISPOSED ITEMS CARRY ONLY THEIR GAIN OR LOSS INTO THE
     ACCOUNT TOTALS.

     THE JOURNAL EXPENSE ACCOUNT FOR A LOCATION TAKES ITS GENERAL
     LEDGER DEPARTMENT SEGMENT (POSITIONS 5-6) FROM THE UNIT THAT
     CARRIES THE LOCATION ON THE ORGANIZATION MASTER IN EFFECT ON
     THE EFFECTIVE DATE, OR FROM THE NEAREST UNIT ABOVE IT THAT
     HAS ONE.  A LOCATION NOT ON THE MASTER KEEPS ITS LOCACCT
     ACCOUNT AND IS FLAGGED ON THE PROOF.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.    IBM-1130.
     SELECT ADDITIONS-REPORT
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT BOOK-TAX-REPORT
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT LOCACCT
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT ORGMST
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT JRNL
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
FD  FIXED-ASSET-MASTER-FILE
         VALUE OF ID IS 'FILTSTDAT'
         LABEL RECORDS ARE STANDARD
         RECORD CONTAINS 100 CHARACTERS
         DATA RECORD IS ASSET-MASTER-FILE-RECORD.
01  ASSET-MASTER-FILE-RECORD.
     05  ASSET-ITEM-NO           PICTURE 9(4) COMPUTATIONAL.
     05  AMOUNT-SOLD-FOR         PICTURE 9(9) COMPUTATIONAL.
     05  DEPRECIATION-RESERVE    PICTURE 9(9) COMPUTATIONAL.
     05  CURRENT-DEPRECIATION    PICTURE 9(9) COMPUTATIONAL.
     05  TAX-METHOD-OF-DEPRECIATION PICTURE X.
     05  TAX-YEARS-OF-LIFE       PICTURE 9(4) COMPUTATIONAL.
     05  TAX-DEPRECIATION-RESERVE PICTURE 9(9) COMPUTATIONAL.
     05  TAX-CURRENT-DEPRECIATION PICTURE 9(9) COMPUTATIONAL.

FD  NEW-FIXED-ASSET-MASTER
         VALUE OF ID IS 'NFIXAS   '
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS NEW-ASSET-MASTER-RECORD.
01  NEW-ASSET-MASTER-RECORD      PICTURE X(100).

FD  DISPOSAL-REPORT
         VALUE OF ID IS 'FIDISPDAT'
         DATA RECORD IS ADDITIONS-REPORT-RECORD.
01  ADDITIONS-REPORT-RECORD        PICTURE X(80).

FD  BOOK-TAX-REPORT
         VALUE OF ID IS 'FIBKTXDAT'
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS BOOK-TAX-REPORT-RECORD.
01  BOOK-TAX-REPORT-RECORD         PICTURE X(132).

FD  LOCACCT
         VALUE OF ID IS 'LOCACCTDAT'
         RECORD CONTAINS 16 CHARACTERS
     05  LA-EXPENSE-ACCT    PICTURE X(6).
     05  LA-RESERVE-ACCT    PICTURE X(6).

FD  ORGMST
         VALUE OF ID IS 'ORGMSTDAT'
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS ORGMST-REC.
01  ORGMST-REC.
     05  OM-CODE            PICTURE X(6).
     05  OM-EFF-DATE        PICTURE 9(6).
     05  OM-LEVEL           PICTURE X.
     05  OM-STATUS          PICTURE X.
     05  OM-PARENT          PICTURE X(6).
     05  OM-NAME            PICTURE X(30).
     05  OM-GL-SEG          PICTURE XX.
     05  OM-PAY-DEPT        PICTURE 9(4).
     05  OM-IH-CNTR         PICTURE X(5).
     05  OM-FA-DEPT         PICTURE 9(4).
     05  OM-FA-LOC          PICTURE 9(4).
     05  FILLER             PICTURE X(31).

FD  JRNL
         VALUE OF ID IS 'FIJRNLDAT'
         RECORD CONTAINS 44 CHARACTERS
77  XREF-COUNT PIC 999 COMP VALUE ZERO.
77  XREF-SUB PIC 999 COMP VALUE ZERO.
77  XREF-FOUND PIC 999 COMP VALUE ZERO.
77  ORG-COUNT PIC 9999 COMP VALUE ZERO.
77  ORG-SUB PIC 9999 COMP VALUE ZERO.
77  ORG-FOUND PIC 9999 COMP VALUE ZERO.
77  ORG-DEPTH PIC 9 COMP VALUE ZERO.
77  ORG-FIND-CODE PICTURE X(6) VALUE SPACES.
77  ORG-SEG PICTURE XX VALUE SPACES.
77  TOTAL-RESERVE-INCREASE PIC 9(9) COMP VALUE ZERO.
77  JE-TOTAL PIC 9(9) COMP VALUE ZERO.
77  TAX-COMPUTED-SW PICTURE X VALUE "N".
    88  TAX-COMPUTED VALUE "Y".
77  ORG-FULL-SW PICTURE X VALUE "N".
    88  ORG-TABLE-FULL VALUE "Y".
77  TAX-MONTHS-OF-LIFE PIC 999 COMP.
77  TAX-MONTHS-LEFT PIC S9(4) COMP.
77  TAX-NO-OF-MONTHS PIC S9(4) COMP.
77  TAX-START-YEAR PIC 9(4) COMP.
77  TAX-START-MONTH PIC 99 COMP.
77  TAX-BASIS PIC S9(9) COMP.
77  TAX-DEPRECIATION-RATE PIC 9V9999 COMP.
77  TAX-DECLINING-FACTOR PIC 99V99 COMP.
77  TAX-MONTHLY-DEPRECIATION PIC 9(9)V999 COMP.
77  TAX-TEMP-DEPRECIATION PIC 9(9)V999 COMP.
77  TAX-SUM-OF-LIFE-DIGITS PIC 9(6) COMP.
77  BT-BOOK-CURR PIC 9(9) COMP.
77  BT-TAX-CURR PIC 9(9) COMP.
77  BT-BOOK-GAIN PIC S9(9) COMP.
77  BT-TAX-GAIN PIC S9(9) COMP.
77  GL-COUNT PIC 999 COMP VALUE ZERO.
77  GL-SUB PIC 999 COMP VALUE ZERO.
77  GL-FOUND PIC 999 COMP VALUE ZERO.
77  GL-PASS PIC 999 COMP VALUE ZERO.
01  GL-TABLE.
     05  GL-ENTRY OCCURS 101 TIMES.
         10  GT-ACCT PICTURE XXX.
         10  GT-BOOK-RESERVE PIC 9(9) COMP.
         10  GT-TAX-RESERVE PIC 9(9) COMP.
         10  GT-BOOK-CURRENT PIC 9(9) COMP.
         10  GT-TAX-CURRENT PIC 9(9) COMP.
         10  GT-BOOK-GAIN PIC S9(9) COMP.
         10  GT-TAX-GAIN PIC S9(9) COMP.
01  GL-HOLD.
     05  FILLER PICTURE XXX.
     05  FILLER PIC 9(9) COMP OCCURS 4 TIMES.
     05  FILLER PIC S9(9) COMP OCCURS 2 TIMES.
01  BOOK-TAX-HEADING-1 PICTURE X(52) VALUE
    '          BOOK/TAX DEPRECIATION DIFFERENCE REPORT'.
01  BOOK-TAX-HEADING-2.
     05  FILLER PICTURE X(33) VALUE
         'ITEM  DESCRIPTION           G/L  '.
     05  FILLER PICTURE X(45) VALUE
         'BOOK RESV   TAX RESV   RESV DIFF  BOOK CURR  '.
     05  FILLER PICTURE X(45) VALUE
         ' TAX CURR   CURR DIFF  BOOK GN/LS   TAX GN/LS'.
01  BOOK-TAX-GL-HEADING PICTURE X(52) VALUE
    '          SUMMARY BY GENERAL LEDGER ACCOUNT'.
01  BOOK-TAX-LINE.
     05  BT-ITEM-NO              PICTURE ZZZ9 BLANK WHEN ZERO.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-DESCRIPTION          PICTURE X(20).
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-GL-ACCT              PICTURE XXX.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-BOOK-RESERVE         PICTURE ZZZZZZZZ9.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-TAX-RESERVE          PICTURE ZZZZZZZZ9.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-RESERVE-DIFF         PICTURE -ZZZZZZZZ9.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-BOOK-CURRENT         PICTURE ZZZZZZZZ9.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-TAX-CURRENT          PICTURE ZZZZZZZZ9.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-CURRENT-DIFF         PICTURE -ZZZZZZZZ9.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-BOOK-GAIN-OR-LOSS    PICTURE -ZZZZZZZZ9 BLANK WHEN ZERO.
     05  FILLER                  PICTURE X(2) VALUE SPACES.
     05  BT-TAX-GAIN-OR-LOSS     PICTURE -ZZZZZZZZ9 BLANK WHEN ZERO.
     05  FILLER                  PICTURE X VALUE SPACE.
     05  BT-SOLD-FLAG            PICTURE X(4).
01  LOC-DEP-TABLE.
     05  LOC-DEP-ENTRY OCCURS 100 TIMES.
         10  LD-LOCATION PICTURE 9(4).
         10  XR-LOCATION PICTURE 9(4).
         10  XR-EXPENSE PICTURE X(6).
         10  XR-RESERVE PICTURE X(6).
01  ORG-TABLE.
     05  ORG-ENTRY OCCURS 1000 TIMES.
         10  OT-CODE PICTURE X(6).
         10  OT-STATUS PICTURE X.
         10  OT-PARENT PICTURE X(6).
         10  OT-SEG PICTURE XX.
         10  OT-LOCATION PICTURE 9(4).
01  ORG-AS-OF.
     05  ORG-AS-OF-YY PICTURE 99.
     05  ORG-AS-OF-MM PICTURE 99.
     05  ORG-AS-OF-DD PICTURE 99.
01  ORG-AS-OF-DATE REDEFINES ORG-AS-OF PICTURE 9(6).
01  JE-ACCT-WORK.
     05  JA-MAIN PICTURE X(4).
     05  JA-SEG PICTURE XX.
01  JEPROOF-HEADING PICTURE X(44) VALUE
    '          DEPRECIATION JOURNAL-ENTRY PROOF'.
01  JEPROOF-LINE.
     OPEN INPUT FIXED-ASSET-MASTER-FILE
         OUTPUT NEW-FIXED-ASSET-MASTER
         OUTPUT DISPOSAL-REPORT
         OUTPUT ADDITIONS-REPORT
         OUTPUT BOOK-TAX-REPORT.
     OPEN INPUT LOCACCT.
     PERFORM LOAD-LOC-ACCTS THRU LOAD-LOC-ACCTS-X.
     CLOSE LOCACCT.
     WRITE DISPOSAL-REPORT-RECORD FROM DISPOSAL-HEADING-2.
     WRITE ADDITIONS-REPORT-RECORD FROM ADDITIONS-HEADING-1.
     WRITE ADDITIONS-REPORT-RECORD FROM ADDITIONS-HEADING-2.
     WRITE BOOK-TAX-REPORT-RECORD FROM BOOK-TAX-HEADING-1.
     WRITE BOOK-TAX-REPORT-RECORD FROM BOOK-TAX-HEADING-2.
GET-RUN-DATE.
     DISPLAY "ENTER TODAY" QUOTE "S DATE AS MM-DD-YY"
         UPON TYPEWRITER.
         UPON TYPEWRITER.
     GO TO GET-EFFECTIVE-DATE.
READ-PARM-INFO.
     MOVE EFFECTIVE-YEAR TO ORG-AS-OF-YY.
     MOVE EFFECTIVE-MONTH TO ORG-AS-OF-MM.
     MOVE EFFECTIVE-DAY TO ORG-AS-OF-DD.
     OPEN INPUT ORGMST.
     PERFORM LOAD-ORG-UNITS THRU LOAD-ORG-UNITS-X.
     CLOSE ORGMST.
     IF ORG-TABLE-FULL
         DISPLAY "ORGANIZATION TABLE FULL - RUN REFUSED"
             UPON TYPEWRITER
         MOVE "REFUSE" TO RL-STATUS
         GO TO FINISH-RUN.
     READ FIXED-ASSET-MASTER-FILE INTO FIXED-ASSET-MASTER-HEADER       
                AT END DISPLAY "OLD MASTER EMPTY"
                        UPON TYPEWRITER
     ADD 1 TO RL-RECS-READ-CT.
     MOVE "N" TO NEW-ADDITION-SW.
     MOVE "N" TO DEPR-COMPUTED-SW.
     MOVE "N" TO TAX-COMPUTED-SW.
     IF DATE-SOLD NOT = ZERO
         PERFORM REPORT-DISPOSAL THRU REPORT-DISPOSAL-X
         GO TO WRITE-BACK-RECORD.
     IF YEAR-ACQUIRED IS GREATER THAN WORK-YEAR
         GO TO WRITE-BACK-RECORD.
     PERFORM COMPUTE-TAX-DEPR THRU COMPUTE-TAX-DEPR-X.
     MOVE YEAR-ACQUIRED TO WORK-YEAR-ACQUIRED.
     MOVE MONTH-ACQUIRED TO WORK-MONTH-ACQUIRED.
     COMPUTE MONTHS-OF-LIFE = YEARS-OF-LIFE * 12.
         PERFORM POST-LOC-DEPR THRU POST-LOC-DEPR-X.
     IF NEW-ADDITION-FOUND
         PERFORM REPORT-ADDITION THRU REPORT-ADDITION-X.
     PERFORM REPORT-BOOK-TAX THRU REPORT-BOOK-TAX-X.
     WRITE NEW-ASSET-MASTER-RECORD FROM ASSET-MASTER-FILE-RECORD
         INVALID KEY DISPLAY "NEW MASTER OVERFLOW"
         UPON TYPEWRITER.
E-O-J.
     MOVE "NORMAL" TO RL-STATUS.
     PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-X.
     PERFORM WRITE-BOOK-TAX-SUMMARY THRU WRITE-BOOK-TAX-SUMMARY-X.
     MOVE RL-RECS-WRITTEN-CT TO TRL-COUNT.
     MOVE NFIXAS-CHECKSUM TO TRL-CHECKSUM.
     WRITE NEW-ASSET-MASTER-RECORD FROM NFIXAS-TRAILER-LINE.
FINISH-RUN.
     MOVE "FIDEP    " TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE RL-RECS-READ-CT TO RL-RECS-READ.
     MOVE RL-RECS-WRITTEN-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE FIXED-ASSET-MASTER-FILE
         NEW-FIXED-ASSET-MASTER
         DISPOSAL-REPORT
         ADDITIONS-REPORT
         BOOK-TAX-REPORT
         JRNL
         JEPROOF
         RUNLOG.
     GO TO LOAD-LOC-ACCTS.
LOAD-LOC-ACCTS-X.    EXIT.

LOAD-ORG-UNITS.
     READ ORGMST AT END GO TO LOAD-ORG-UNITS-X.
     IF OM-EFF-DATE GREATER THAN ORG-AS-OF-DATE
         GO TO LOAD-ORG-UNITS.
     IF ORG-COUNT NOT = ZERO
         IF OT-CODE (ORG-COUNT) = OM-CODE
             GO TO LOAD-ORG-STORE.
     IF ORG-COUNT = 1000
         MOVE "Y" TO ORG-FULL-SW
         GO TO LOAD-ORG-UNITS-X.
     ADD 1 TO ORG-COUNT.
LOAD-ORG-STORE.
     MOVE OM-CODE TO OT-CODE (ORG-COUNT).
     MOVE OM-STATUS TO OT-STATUS (ORG-COUNT).
     MOVE OM-PARENT TO OT-PARENT (ORG-COUNT).
     MOVE OM-GL-SEG TO OT-SEG (ORG-COUNT).
     MOVE OM-FA-LOC TO OT-LOCATION (ORG-COUNT).
     GO TO LOAD-ORG-UNITS.
LOAD-ORG-UNITS-X.    EXIT.

POST-LOC-DEPR.
     IF CURRENT-DEPRECIATION = ZERO GO TO POST-LOC-DEPR-X.
     ADD CURRENT-DEPRECIATION TO TOTAL-RESERVE-INCREASE.
     ELSE
         MOVE XR-EXPENSE (XREF-FOUND) TO JR-EXPENSE-ACCT
         MOVE XR-RESERVE (XREF-FOUND) TO JR-RESERVE-ACCT
         MOVE SPACES TO JP-FLAG
         PERFORM DERIVE-LOC-SEG THRU DERIVE-LOC-SEG-X.
     MOVE LD-AMOUNT (LOC-DEP-SUB) TO JR-EXPENSE-AMT.
     COMPUTE JR-CONTRA-AMT = ZERO - LD-AMOUNT (LOC-DEP-SUB).
     WRITE JRNL-REC.
         MOVE XREF-SUB TO XREF-FOUND.
SCAN-XREF-X.    EXIT.

DERIVE-LOC-SEG.
     MOVE ZERO TO ORG-FOUND.
     PERFORM SCAN-ORG-LOC THRU SCAN-ORG-LOC-X
         VARYING ORG-SUB FROM 1 BY 1
         UNTIL ORG-SUB GREATER THAN ORG-COUNT.
     IF ORG-FOUND = ZERO
         MOVE '**NO ORG**' TO JP-FLAG
         GO TO DERIVE-LOC-SEG-X.
     MOVE SPACES TO ORG-SEG.
     MOVE ZERO TO ORG-DEPTH.
     PERFORM WALK-ORG-UP THRU WALK-ORG-UP-X
         UNTIL ORG-SEG NOT = SPACES
         OR ORG-FOUND = ZERO
         OR ORG-DEPTH GREATER THAN 4.
     IF ORG-SEG = SPACES GO TO DERIVE-LOC-SEG-X.
     MOVE JR-EXPENSE-ACCT TO JE-ACCT-WORK.
     MOVE ORG-SEG TO JA-SEG.
     MOVE JE-ACCT-WORK TO JR-EXPENSE-ACCT.
DERIVE-LOC-SEG-X.    EXIT.

SCAN-ORG-LOC.
     IF OT-LOCATION (ORG-SUB) = LD-LOCATION (LOC-DEP-SUB)
         AND OT-STATUS (ORG-SUB) = 'A'
         MOVE ORG-SUB TO ORG-FOUND.
SCAN-ORG-LOC-X.    EXIT.

WALK-ORG-UP.
     ADD 1 TO ORG-DEPTH.
     MOVE OT-SEG (ORG-FOUND) TO ORG-SEG.
     IF ORG-SEG NOT = SPACES GO TO WALK-ORG-UP-X.
     MOVE OT-PARENT (ORG-FOUND) TO ORG-FIND-CODE.
     MOVE ZERO TO ORG-FOUND.
     IF ORG-FIND-CODE = SPACES GO TO WALK-ORG-UP-X.
     PERFORM SCAN-ORG-CODE THRU SCAN-ORG-CODE-X
         VARYING ORG-SUB FROM 1 BY 1
         UNTIL ORG-SUB GREATER THAN ORG-COUNT.
WALK-ORG-UP-X.    EXIT.

SCAN-ORG-CODE.
     IF OT-CODE (ORG-SUB) = ORG-FIND-CODE
         MOVE ORG-SUB TO ORG-FOUND.
SCAN-ORG-CODE-X.    EXIT.

REPORT-DISPOSAL.
     COMPUTE BOOK-VALUE = PURCHASE-COST - DEPRECIATION-RESERVE.
     COMPUTE GAIN-OR-LOSS = AMOUNT-SOLD-FOR - BOOK-VALUE.
         GO TO WRITE-BACK-RECORD.
ACCUMULATE-D-D-X.    EXIT.

COMPUTE-TAX-DEPR.
     MOVE ZERO TO TAX-CURRENT-DEPRECIATION TAX-TEMP-DEPRECIATION.
     IF TAX-METHOD-OF-DEPRECIATION = SPACE
         OR TAX-METHOD-OF-DEPRECIATION = LOW-VALUE
         MOVE METHOD-OF-DEPRECIATION TO TAX-METHOD-OF-DEPRECIATION
         MOVE YEARS-OF-LIFE TO TAX-YEARS-OF-LIFE
         MOVE ZERO TO TAX-DEPRECIATION-RESERVE.
     IF TAX-YEARS-OF-LIFE = ZERO
         GO TO COMPUTE-TAX-DEPR-X.
     COMPUTE TAX-MONTHS-OF-LIFE = TAX-YEARS-OF-LIFE * 12.
     COMPUTE TAX-BASIS = PURCHASE-COST - SALVAGE-VALUE.
     IF TAX-DEPRECIATION-RESERVE NOT LESS THAN TAX-BASIS
         GO TO COMPUTE-TAX-DEPR-X.
     IF TAX-DEPRECIATION-RESERVE = ZERO
         MOVE YEAR-ACQUIRED TO TAX-START-YEAR
         MOVE MONTH-ACQUIRED TO TAX-START-MONTH
         MOVE TAX-MONTHS-OF-LIFE TO TAX-MONTHS-LEFT
         GO TO COMPUTE-TAX-MONTHS.
     MOVE PREVIOUS-WORK-YEAR TO TAX-START-YEAR.
     COMPUTE TAX-START-MONTH = PREVIOUS-WORK-MONTH + 1.
     IF YEAR-ACQUIRED = PREVIOUS-WORK-YEAR
         COMPUTE TAX-MONTHS-LEFT = TAX-MONTHS-OF-LIFE
             - (PREVIOUS-WORK-MONTH - MONTH-ACQUIRED + 1)
     ELSE
         COMPUTE TAX-MONTHS-LEFT = TAX-MONTHS-OF-LIFE
             - (13 - MONTH-ACQUIRED)
             - (PREVIOUS-WORK-MONTH)
             - (PREVIOUS-WORK-YEAR - YEAR-ACQUIRED - 1) * 12.
     IF TAX-MONTHS-LEFT NOT POSITIVE
         GO TO COMPUTE-TAX-DEPR-X.
COMPUTE-TAX-MONTHS.
     IF TAX-START-YEAR = WORK-YEAR
         COMPUTE TAX-NO-OF-MONTHS = WORK-MONTH
             - TAX-START-MONTH + 1
     ELSE
         COMPUTE TAX-NO-OF-MONTHS = (13 - TAX-START-MONTH)
             + (WORK-MONTH) + ( (WORK-YEAR -
             TAX-START-YEAR - 1) * 12).
     IF TAX-NO-OF-MONTHS NOT POSITIVE
         GO TO COMPUTE-TAX-DEPR-X.
     IF TAX-METHOD-OF-DEPRECIATION = "S"
         COMPUTE TAX-DEPRECIATION-RATE ROUNDED =
             1 / TAX-MONTHS-OF-LIFE
         COMPUTE TAX-MONTHLY-DEPRECIATION ROUNDED =
             TAX-BASIS * TAX-DEPRECIATION-RATE
         GO TO TAX-ACCUMULATE.
     IF TAX-METHOD-OF-DEPRECIATION = "D"
         MOVE 2 TO TAX-DECLINING-FACTOR
         GO TO TAX-DECLINING-BALANCE.
     IF TAX-METHOD-OF-DEPRECIATION = "H"
         MOVE 1.5 TO TAX-DECLINING-FACTOR
         GO TO TAX-DECLINING-BALANCE.
     IF TAX-METHOD-OF-DEPRECIATION = "Y"
         COMPUTE TAX-SUM-OF-LIFE-DIGITS = TAX-MONTHS-OF-LIFE
             * (TAX-MONTHS-OF-LIFE + 1) / 2
         GO TO TAX-ACCUMULATE.
     DISPLAY "INVALID TAX METH. OF DEPR. = "
         TAX-METHOD-OF-DEPRECIATION
         " FOR ASSET " ASSET-ITEM-NO
         UPON TYPEWRITER.
     GO TO COMPUTE-TAX-DEPR-X.
TAX-DECLINING-BALANCE.
     COMPUTE TAX-DEPRECIATION-RATE ROUNDED = TAX-DECLINING-FACTOR
         / TAX-MONTHS-OF-LIFE.
TAX-ACCUMULATE.
     MOVE "Y" TO TAX-COMPUTED-SW.
     PERFORM ACCUMULATE-TAX-DEPR THRU ACCUMULATE-T-D-X
         TAX-NO-OF-MONTHS TIMES.
     ADD TAX-TEMP-DEPRECIATION TO TAX-CURRENT-DEPRECIATION
         ROUNDED.
     IF TAX-DEPRECIATION-RESERVE + TAX-CURRENT-DEPRECIATION
         GREATER THAN TAX-BASIS
         COMPUTE TAX-CURRENT-DEPRECIATION =
             TAX-BASIS - TAX-DEPRECIATION-RESERVE.
     ADD TAX-CURRENT-DEPRECIATION TO TAX-DEPRECIATION-RESERVE.
COMPUTE-TAX-DEPR-X.    EXIT.

ACCUMULATE-TAX-DEPR.
     IF TAX-MONTHS-LEFT NOT POSITIVE
         GO TO ACCUMULATE-T-D-X.
     IF TAX-METHOD-OF-DEPRECIATION = "S"
         ADD TAX-MONTHLY-DEPRECIATION TO TAX-TEMP-DEPRECIATION.
     IF TAX-METHOD-OF-DEPRECIATION = "D"
         OR TAX-METHOD-OF-DEPRECIATION = "H"
         COMPUTE TAX-MONTHLY-DEPRECIATION ROUNDED =
             TAX-DEPRECIATION-RATE * (TAX-BASIS
             - TAX-DEPRECIATION-RESERVE - TAX-TEMP-DEPRECIATION)
         ADD TAX-MONTHLY-DEPRECIATION TO TAX-TEMP-DEPRECIATION.
     IF TAX-METHOD-OF-DEPRECIATION = "Y"
         COMPUTE TAX-TEMP-DEPRECIATION ROUNDED =
             TAX-TEMP-DEPRECIATION + (TAX-BASIS * TAX-MONTHS-LEFT)
             / TAX-SUM-OF-LIFE-DIGITS.
     SUBTRACT 1 FROM TAX-MONTHS-LEFT.
ACCUMULATE-T-D-X.    EXIT.

REPORT-BOOK-TAX.
     MOVE ZERO TO BT-BOOK-CURR BT-TAX-CURR BT-BOOK-GAIN BT-TAX-GAIN.
     MOVE SPACES TO BT-SOLD-FLAG.
     IF DEPR-COMPUTED
         MOVE CURRENT-DEPRECIATION TO BT-BOOK-CURR.
     IF TAX-COMPUTED
         MOVE TAX-CURRENT-DEPRECIATION TO BT-TAX-CURR.
     IF DATE-SOLD NOT = ZERO
         MOVE "SOLD" TO BT-SOLD-FLAG
         COMPUTE BT-BOOK-GAIN = AMOUNT-SOLD-FOR
             - (PURCHASE-COST - DEPRECIATION-RESERVE)
         COMPUTE BT-TAX-GAIN = AMOUNT-SOLD-FOR
             - (PURCHASE-COST - TAX-DEPRECIATION-RESERVE).
     MOVE ASSET-ITEM-NO TO BT-ITEM-NO.
     MOVE DESCRIPTION TO BT-DESCRIPTION.
     MOVE GENERAL-LEDGER-ACCT-NO TO BT-GL-ACCT.
     MOVE DEPRECIATION-RESERVE TO BT-BOOK-RESERVE.
     MOVE TAX-DEPRECIATION-RESERVE TO BT-TAX-RESERVE.
     COMPUTE BT-RESERVE-DIFF =
         TAX-DEPRECIATION-RESERVE - DEPRECIATION-RESERVE.
     MOVE BT-BOOK-CURR TO BT-BOOK-CURRENT.
     MOVE BT-TAX-CURR TO BT-TAX-CURRENT.
     COMPUTE BT-CURRENT-DIFF = BT-TAX-CURR - BT-BOOK-CURR.
     MOVE BT-BOOK-GAIN TO BT-BOOK-GAIN-OR-LOSS.
     MOVE BT-TAX-GAIN TO BT-TAX-GAIN-OR-LOSS.
     WRITE BOOK-TAX-REPORT-RECORD FROM BOOK-TAX-LINE.
     MOVE ZERO TO GL-FOUND.
     PERFORM SCAN-GL-TABLE THRU SCAN-GL-TABLE-X
         VARYING GL-SUB FROM 1 BY 1
         UNTIL GL-SUB GREATER THAN GL-COUNT.
     IF GL-FOUND = ZERO
         IF GL-COUNT LESS THAN 100
             ADD 1 TO GL-COUNT
             MOVE GL-COUNT TO GL-FOUND
             MOVE GENERAL-LEDGER-ACCT-NO TO GT-ACCT (GL-FOUND)
             MOVE ZERO TO GT-BOOK-RESERVE (GL-FOUND)
                 GT-TAX-RESERVE (GL-FOUND) GT-BOOK-CURRENT (GL-FOUND)
                 GT-TAX-CURRENT (GL-FOUND) GT-BOOK-GAIN (GL-FOUND)
                 GT-TAX-GAIN (GL-FOUND)
         ELSE
             DISPLAY "G/L TABLE FULL - ACCT "
                 GENERAL-LEDGER-ACCT-NO " NOT SUMMARIZED"
                 UPON TYPEWRITER
             GO TO REPORT-BOOK-TAX-X.
     IF DATE-SOLD NOT = ZERO
         ADD BT-BOOK-GAIN TO GT-BOOK-GAIN (GL-FOUND)
         ADD BT-TAX-GAIN TO GT-TAX-GAIN (GL-FOUND)
         GO TO REPORT-BOOK-TAX-X.
     ADD DEPRECIATION-RESERVE TO GT-BOOK-RESERVE (GL-FOUND).
     ADD TAX-DEPRECIATION-RESERVE TO GT-TAX-RESERVE (GL-FOUND).
     ADD BT-BOOK-CURR TO GT-BOOK-CURRENT (GL-FOUND).
     ADD BT-TAX-CURR TO GT-TAX-CURRENT (GL-FOUND).
REPORT-BOOK-TAX-X.    EXIT.

SCAN-GL-TABLE.
     IF GT-ACCT (GL-SUB) = GENERAL-LEDGER-ACCT-NO
         MOVE GL-SUB TO GL-FOUND.
SCAN-GL-TABLE-X.    EXIT.

WRITE-BOOK-TAX-SUMMARY.
     PERFORM SORT-GL-TABLE THRU SORT-GL-TABLE-X
         VARYING GL-PASS FROM 1 BY 1
         UNTIL GL-PASS NOT LESS THAN GL-COUNT
         AFTER GL-SUB FROM 1 BY 1
         UNTIL GL-SUB + GL-PASS GREATER THAN GL-COUNT.
     WRITE BOOK-TAX-REPORT-RECORD FROM BOOK-TAX-GL-HEADING.
     MOVE SPACES TO BT-SOLD-FLAG.
     MOVE ZERO TO BT-ITEM-NO.
     MOVE GL-COUNT TO GL-FOUND.
     ADD 1 TO GL-FOUND.
     MOVE SPACES TO GT-ACCT (GL-FOUND).
     MOVE ZERO TO GT-BOOK-RESERVE (GL-FOUND)
         GT-TAX-RESERVE (GL-FOUND) GT-BOOK-CURRENT (GL-FOUND)
         GT-TAX-CURRENT (GL-FOUND) GT-BOOK-GAIN (GL-FOUND)
         GT-TAX-GAIN (GL-FOUND).
     MOVE "ACCOUNT TOTAL" TO BT-DESCRIPTION.
     PERFORM WRITE-ONE-GL-LINE THRU WRITE-ONE-GL-LINE-X
         VARYING GL-SUB FROM 1 BY 1
         UNTIL GL-SUB GREATER THAN GL-COUNT.
     MOVE "ALL ACCOUNTS" TO BT-DESCRIPTION.
     MOVE GL-FOUND TO GL-SUB.
     PERFORM WRITE-ONE-GL-LINE THRU WRITE-ONE-GL-LINE-X.
WRITE-BOOK-TAX-SUMMARY-X.    EXIT.

SORT-GL-TABLE.
     IF GT-ACCT (GL-SUB) GREATER THAN GT-ACCT (GL-SUB + 1)
         MOVE GL-ENTRY (GL-SUB) TO GL-HOLD
         MOVE GL-ENTRY (GL-SUB + 1) TO GL-ENTRY (GL-SUB)
         MOVE GL-HOLD TO GL-ENTRY (GL-SUB + 1).
SORT-GL-TABLE-X.    EXIT.

WRITE-ONE-GL-LINE.
     MOVE GT-ACCT (GL-SUB) TO BT-GL-ACCT.
     MOVE GT-BOOK-RESERVE (GL-SUB) TO BT-BOOK-RESERVE.
     MOVE GT-TAX-RESERVE (GL-SUB) TO BT-TAX-RESERVE.
     COMPUTE BT-RESERVE-DIFF =
         GT-TAX-RESERVE (GL-SUB) - GT-BOOK-RESERVE (GL-SUB).
     MOVE GT-BOOK-CURRENT (GL-SUB) TO BT-BOOK-CURRENT.
     MOVE GT-TAX-CURRENT (GL-SUB) TO BT-TAX-CURRENT.
     COMPUTE BT-CURRENT-DIFF =
         GT-TAX-CURRENT (GL-SUB) - GT-BOOK-CURRENT (GL-SUB).
     MOVE GT-BOOK-GAIN (GL-SUB) TO BT-BOOK-GAIN-OR-LOSS.
     MOVE GT-TAX-GAIN (GL-SUB) TO BT-TAX-GAIN-OR-LOSS.
     WRITE BOOK-TAX-REPORT-RECORD FROM BOOK-TAX-LINE.
     IF GL-SUB = GL-FOUND
         GO TO WRITE-ONE-GL-LINE-X.
     ADD GT-BOOK-RESERVE (GL-SUB) TO GT-BOOK-RESERVE (GL-FOUND).
     ADD GT-TAX-RESERVE (GL-SUB) TO GT-TAX-RESERVE (GL-FOUND).
     ADD GT-BOOK-CURRENT (GL-SUB) TO GT-BOOK-CURRENT (GL-FOUND).
     ADD GT-TAX-CURRENT (GL-SUB) TO GT-TAX-CURRENT (GL-FOUND).
     ADD GT-BOOK-GAIN (GL-SUB) TO GT-BOOK-GAIN (GL-FOUND).
     ADD GT-TAX-GAIN (GL-SUB) TO GT-TAX-GAIN (GL-FOUND).
WRITE-ONE-GL-LINE-X.    EXIT.

MOVE-PARM-FIELDS.
     MOVE F-A-PARAMETERS (F-A-P-INDEX - 1) TO
         F-A-PARAMETERS (F-A-P-INDEX).
