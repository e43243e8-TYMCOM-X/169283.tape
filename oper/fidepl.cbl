IDENTIFICATION DIVISION.
PROGRAM-ID.    FIDEPLSE.
AUTHOR.    J.M. ZIKRATCH.
INSTALLATION.    PRESS-ENTERPRISE CO.
DATE-WRITTEN.    MARCH 1977.
REMARKS.          FIXTURE INVENTORY SYSTEM

     CAPITAL LEASES.  FOR EACH ACTIVE LEASE ON THE LEASE
     MASTER THE PRESENT VALUE OF THE PAYMENTS (AND OF THE
     PURCHASE OPTION WHEN IT IS FLAGGED TO BE EXERCISED) AT
     THE IMPLICIT RATE IS THE RIGHT-OF-USE ASSET AND THE
     OPENING LEASE LIABILITY.  THE MONTHLY SCHEDULE SPLITS
     EACH PAYMENT INTO THE INTEREST FOR THE MONTH AND THE
     PRINCIPAL REDUCTION; THE LAST PAYMENT CARRIES THE
     PURCHASE OPTION.  THE ASSET IS AMORTIZED STRAIGHT LINE
     OVER THE TERM, OR OVER ITS LIFE WHEN THE OPTION WILL BE
     EXERCISED.  FOR THE RUN MONTH ON THE PARAMETER CARD THE
     INITIAL RECOGNITION (FIRST MONTH), INTEREST, PAYMENT AND
     AMORTIZATION ENTRIES GO TO THE JOURNAL INTERFACE IN
     WHOLE DOLLARS, AND THE LEASE OBLIGATION REPORT SHOWS THE
     CURRENT AND LONG-TERM PORTIONS AND THE PAYMENTS DUE IN
     EACH OF THE NEXT FIVE YEARS.  SCHEDULES ARE PRINTED FOR
     NEW LEASES, OR FOR ALL LEASES WHEN THE CARD ASKS.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.    IBM-1130.
OBJECT-COMPUTER.    PDP-10.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT LSEPRM
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT LSEMST
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT JRNL
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT LSESCH
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT LSEOBL
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
     SELECT RUNLOG
         ASSIGN TO DSK
         ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  LSEPRM
         VALUE OF ID IS 'LSEPRMDAT'
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS LSEPRM-REC.
01  LSEPRM-REC.
     05  LP-RUN-YR          PICTURE 99.
     05  LP-RUN-MO          PICTURE 99.
     05  LP-PERIOD          PICTURE X(10).
     05  LP-ROU-ACCT        PICTURE X(6).
     05  LP-ACCUM-ACCT      PICTURE X(6).
     05  LP-AMORT-ACCT      PICTURE X(6).
     05  LP-INT-ACCT        PICTURE X(6).
     05  LP-LIAB-ACCT       PICTURE X(6).
     05  LP-CLEAR-ACCT      PICTURE X(6).
     05  LP-SCHED-ALL       PICTURE X.
     05  FILLER             PICTURE X(29).
FD  LSEMST
         VALUE OF ID IS 'LSEMSTDAT'
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS LSEMST-REC.
01  LSEMST-REC.
     05  LM-LEASE-NO        PICTURE 9(4).
     05  LM-DESC            PICTURE X(30).
     05  LM-LOCATION        PICTURE 9(4).
     05  LM-START-DATE.
         10  LM-START-YR    PICTURE 99.
         10  LM-START-MO    PICTURE 99.
         10  LM-START-DA    PICTURE 99.
     05  LM-TERM            PICTURE 9(3).
     05  LM-PAYMENT         PICTURE 9(7)V99.
     05  LM-TIMING          PICTURE X.
     05  LM-RATE            PICTURE 99V9999.
     05  LM-OPTION-AMT      PICTURE 9(7)V99.
     05  LM-OPTION-FLAG     PICTURE X.
     05  LM-LIFE            PICTURE 99.
     05  LM-STATUS          PICTURE X.
     05  FILLER             PICTURE X(4).
FD  JRNL
         VALUE OF ID IS 'FIJRNLDAT'
         RECORD CONTAINS 44 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS JRNL-REC.
01  JRNL-REC.
     05  JR-LOCATION-NO     PICTURE 9(4).
     05  JR-PERIOD          PICTURE X(10).
     05  JR-EXPENSE-ACCT    PICTURE X(6).
     05  JR-EXPENSE-AMT     PICTURE 9(9).
     05  JR-RESERVE-ACCT    PICTURE X(6).
     05  JR-CONTRA-AMT      PICTURE S9(9) SIGN LEADING.
FD  LSESCH
         VALUE OF ID IS 'LSESCHRPT'
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS LSESCH-REC.
01  LSESCH-REC                   PICTURE X(80).
FD  LSEOBL
         VALUE OF ID IS 'LSEOBLRPT'
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS LSEOBL-REC.
01  LSEOBL-REC                   PICTURE X(132).
FD  RUNLOG
         VALUE OF ID IS 'RUNLOGDAT'
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD
         DATA RECORD IS RUNLOG-REC.
01  RUNLOG-REC.
     05  RL-PROGRAM      PICTURE X(9).
     05  RL-DATE         PICTURE 9(6).
     05  RL-START-TIME   PICTURE 9(8).
     05  RL-END-TIME     PICTURE 9(8).
     05  RL-RECS-READ    PICTURE 9(7).
     05  RL-RECS-WRITTEN PICTURE 9(7).
     05  RL-STATUS       PICTURE X(6).
WORKING-STORAGE SECTION.
77  RL-SAVE-DATE       PICTURE 9(6) COMP.
77  RL-SAVE-START-TIME PICTURE 9(8) COMP.
77  LEASE-IN-COUNT PIC 9(5) COMP VALUE ZERO.
77  LEASE-RUN-COUNT PIC 9(5) COMP VALUE ZERO.
77  REJ-COUNT PIC 9(4) COMP VALUE ZERO.
77  JRNL-COUNT PIC 9(5) COMP VALUE ZERO.
77  MO-SUB PIC 9(3) COMP VALUE ZERO.
77  YR-SUB PIC 99 COMP VALUE ZERO.
77  TERM-MONTHS PIC 9(3) COMP VALUE ZERO.
77  AMORT-MONTHS PIC 9(3) COMP VALUE ZERO.
77  LAST-MONTH PIC 9(3) COMP VALUE ZERO.
77  RUN-MONTH-NO PIC S9(5) COMP VALUE ZERO.
77  RUN-ABS-MONTH PIC 9(5) COMP VALUE ZERO.
77  START-ABS-MONTH PIC 9(5) COMP VALUE ZERO.
77  WORK-YR PIC 9(3) COMP VALUE ZERO.
77  MONTH-RATE PIC 9V9(10) COMP VALUE ZERO.
77  DISC-FACTOR PIC 9V9(10) COMP VALUE ZERO.
77  PV-AMT PIC 9(9)V99 COMP VALUE ZERO.
77  OPTION-INCL PIC 9(7)V99 COMP VALUE ZERO.
77  LIAB-BAL PIC S9(9)V99 COMP VALUE ZERO.
77  MONTH-INT PIC S9(9)V99 COMP VALUE ZERO.
77  MONTH-PAY PIC 9(9)V99 COMP VALUE ZERO.
77  CUM-PAY PIC 9(9)V99 COMP VALUE ZERO.
77  PRIOR-CUM-PAY PIC 9(9)V99 COMP VALUE ZERO.
77  ROU-DOLLARS PIC 9(9) COMP VALUE ZERO.
77  CUM-AMORT PIC 9(9) COMP VALUE ZERO.
77  PRIOR-CUM-AMORT PIC 9(9) COMP VALUE ZERO.
77  DOLLARS-NOW PIC S9(9) COMP VALUE ZERO.
77  DOLLARS-PRIOR PIC S9(9) COMP VALUE ZERO.
77  PAY-DOLLARS PIC S9(9) COMP VALUE ZERO.
77  INT-DOLLARS PIC S9(9) COMP VALUE ZERO.
77  AMORT-DOLLARS PIC S9(9) COMP VALUE ZERO.
77  ENTRY-DR-ACCT PIC X(6) VALUE SPACES.
77  ENTRY-CR-ACCT PIC X(6) VALUE SPACES.
77  ENTRY-AMT PIC S9(9) COMP VALUE ZERO.
77  HOLD-ACCT PIC X(6) VALUE SPACES.
77  BAL-NOW PIC S9(9)V99 COMP VALUE ZERO.
77  BAL-NEXT-YEAR PIC S9(9)V99 COMP VALUE ZERO.
77  ROU-NBV PIC S9(9) COMP VALUE ZERO.
77  NEXT-SUB PIC 9(3) COMP VALUE ZERO.
77  YEAR-END-SUB PIC 9(3) COMP VALUE ZERO.
01  RUN-PARMS.
     05  RUN-PERIOD         PICTURE X(10).
     05  ROU-ACCT           PICTURE X(6).
     05  ACCUM-ACCT         PICTURE X(6).
     05  AMORT-ACCT         PICTURE X(6).
     05  INT-ACCT           PICTURE X(6).
     05  LIAB-ACCT          PICTURE X(6).
     05  CLEAR-ACCT         PICTURE X(6).
     05  SCHED-ALL          PICTURE X.
*
*    ONE LEASE'S SCHEDULE, MONTH 1 THROUGH THE TERM.
*
01  SCHED-TABLE.
     05  SCHED-MONTH OCCURS 360 TIMES.
         10  SC-PAY         PICTURE 9(9)V99 COMP.
         10  SC-INT         PICTURE S9(9)V99 COMP.
         10  SC-BAL         PICTURE S9(9)V99 COMP.
01  TOTALS-AREA.
     05  TOT-BAL            PICTURE S9(9)V99 COMP.
     05  TOT-CURRENT        PICTURE S9(9)V99 COMP.
     05  TOT-LONG           PICTURE S9(9)V99 COMP.
     05  TOT-NBV            PICTURE S9(9) COMP.
     05  TOT-DUE OCCURS 6 TIMES PICTURE 9(9)V99 COMP.
01  LEASE-DUE-AREA.
     05  LEASE-DUE OCCURS 6 TIMES PICTURE 9(9)V99 COMP.
01  SCH-HEAD-1.
     05  FILLER PICTURE X(24) VALUE 'LEASE SCHEDULE - LEASE  '.
     05  SH-LEASE PICTURE 9(4).
     05  FILLER PICTURE XX VALUE SPACES.
     05  SH-DESC PICTURE X(30).
     05  FILLER PICTURE X(6) VALUE '  PV  '.
     05  SH-PV PICTURE ZZZ,ZZZ,ZZ9.99.
01  SCH-HEAD-2.
     05  FILLER PICTURE X(8) VALUE '   MONTH'.
     05  FILLER PICTURE X(14) VALUE '       PAYMENT'.
     05  FILLER PICTURE X(15) VALUE '      INTEREST '.
     05  FILLER PICTURE X(15) VALUE '     PRINCIPAL '.
     05  FILLER PICTURE X(15) VALUE '       BALANCE '.
01  SCH-LINE.
     05  FILLER PICTURE XXX VALUE SPACES.
     05  SL-MONTH PICTURE ZZ9.
     05  FILLER PICTURE XX VALUE SPACES.
     05  SL-PAY PICTURE ZZZ,ZZZ,ZZ9.99.
     05  SL-INT PICTURE ZZZ,ZZZ,ZZ9.99-.
     05  SL-PRIN PICTURE ZZZ,ZZZ,ZZ9.99-.
     05  SL-BAL PICTURE ZZZ,ZZZ,ZZ9.99-.
01  OBL-HEAD-1.
     05  FILLER PICTURE X(40) VALUE
         '          LEASE OBLIGATION REPORT - '.
     05  OH-PERIOD PICTURE X(10).
01  OBL-HEAD-2.
     05  FILLER PICTURE X(28) VALUE 'LEASE DESCRIPTION'.
     05  FILLER PICTURE X(11) VALUE '  LIABILITY'.
     05  FILLER PICTURE X(11) VALUE '    CURRENT'.
     05  FILLER PICTURE X(11) VALUE '  LONG-TERM'.
     05  FILLER PICTURE X(11) VALUE '    ROU NBV'.
     05  FILLER PICTURE X(10) VALUE '    YEAR 1'.
     05  FILLER PICTURE X(10) VALUE '    YEAR 2'.
     05  FILLER PICTURE X(10) VALUE '    YEAR 3'.
     05  FILLER PICTURE X(10) VALUE '    YEAR 4'.
     05  FILLER PICTURE X(10) VALUE '    YEAR 5'.
     05  FILLER PICTURE X(10) VALUE '     LATER'.
01  OBL-LINE.
     05  OL-LEASE PICTURE 9(4).
     05  FILLER PICTURE X VALUE SPACE.
     05  OL-DESC PICTURE X(23).
     05  OL-BAL PICTURE ZZZ,ZZZ,ZZ9.
     05  OL-CURRENT PICTURE ZZZ,ZZZ,ZZ9.
     05  OL-LONG PICTURE ZZZ,ZZZ,ZZ9.
     05  OL-NBV PICTURE ZZZ,ZZZ,ZZ9.
     05  OL-DUE PICTURE ZZZ,ZZ9.99 OCCURS 6 TIMES.
PROCEDURE DIVISION.
HOUSEKEEPING.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     OPEN INPUT LSEPRM.
     READ LSEPRM AT END
         DISPLAY 'FIDEPLSE - PARAMETER CARD MISSING'
         CLOSE LSEPRM RUNLOG
         STOP RUN.
     MOVE LP-PERIOD TO RUN-PERIOD OH-PERIOD.
     MOVE LP-ROU-ACCT TO ROU-ACCT.
     MOVE LP-ACCUM-ACCT TO ACCUM-ACCT.
     MOVE LP-AMORT-ACCT TO AMORT-ACCT.
     MOVE LP-INT-ACCT TO INT-ACCT.
     MOVE LP-LIAB-ACCT TO LIAB-ACCT.
     MOVE LP-CLEAR-ACCT TO CLEAR-ACCT.
     MOVE LP-SCHED-ALL TO SCHED-ALL.
     MOVE LP-RUN-YR TO WORK-YR.
     IF WORK-YR LESS THAN 50 ADD 100 TO WORK-YR.
     COMPUTE RUN-ABS-MONTH = WORK-YR * 12 + LP-RUN-MO.
     CLOSE LSEPRM.
     MOVE ZERO TO TOT-BAL TOT-CURRENT TOT-LONG TOT-NBV.
     PERFORM CLEAR-TOT-DUE THRU CLEAR-TOT-DUE-EXIT
         VARYING YR-SUB FROM 1 BY 1 UNTIL YR-SUB > 6.
     OPEN INPUT LSEMST.
     OPEN OUTPUT LSESCH LSEOBL.
     OPEN EXTEND JRNL.
     WRITE LSEOBL-REC FROM OBL-HEAD-1 AFTER ADVANCING 2.
     WRITE LSEOBL-REC FROM OBL-HEAD-2 AFTER ADVANCING 2.
LEASE-LOOP.
     READ LSEMST AT END GO TO END-OF-LEASES.
     ADD 1 TO LEASE-IN-COUNT.
     IF LM-STATUS NOT = 'A' GO TO LEASE-LOOP.
     IF LM-TERM NOT NUMERIC OR LM-PAYMENT NOT NUMERIC
         OR LM-RATE NOT NUMERIC OR LM-OPTION-AMT NOT NUMERIC
         OR LM-START-DATE NOT NUMERIC
         DISPLAY 'FIDEPLSE - BAD LEASE RECORD ' LM-LEASE-NO
         ADD 1 TO REJ-COUNT
         GO TO LEASE-LOOP.
     IF LM-TERM = ZERO OR LM-TERM > 360
         DISPLAY 'FIDEPLSE - TERM NOT 1-360 MONTHS ' LM-LEASE-NO
         ADD 1 TO REJ-COUNT
         GO TO LEASE-LOOP.
     IF LM-TIMING NOT = 'A' AND LM-TIMING NOT = 'R'
         DISPLAY 'FIDEPLSE - TIMING NOT A OR R ' LM-LEASE-NO
         ADD 1 TO REJ-COUNT
         GO TO LEASE-LOOP.
     MOVE LM-TERM TO TERM-MONTHS.
     MOVE LM-TERM TO AMORT-MONTHS.
     MOVE ZERO TO OPTION-INCL.
     IF LM-OPTION-FLAG = 'Y'
         MOVE LM-OPTION-AMT TO OPTION-INCL
         IF LM-LIFE NUMERIC AND LM-LIFE * 12 > LM-TERM
             COMPUTE AMORT-MONTHS = LM-LIFE * 12.
     MOVE LM-START-YR TO WORK-YR.
     IF WORK-YR LESS THAN 50 ADD 100 TO WORK-YR.
     COMPUTE START-ABS-MONTH = WORK-YR * 12 + LM-START-MO.
     COMPUTE RUN-MONTH-NO = RUN-ABS-MONTH - START-ABS-MONTH + 1.
     MOVE TERM-MONTHS TO LAST-MONTH.
     IF AMORT-MONTHS > TERM-MONTHS
         MOVE AMORT-MONTHS TO LAST-MONTH.
     IF RUN-MONTH-NO < 1 OR RUN-MONTH-NO > LAST-MONTH
         GO TO LEASE-LOOP.
     ADD 1 TO LEASE-RUN-COUNT.
     PERFORM BUILD-SCHEDULE THRU BUILD-SCHEDULE-EXIT.
     IF RUN-MONTH-NO = 1 OR SCHED-ALL = 'Y'
         PERFORM PRINT-SCHEDULE THRU PRINT-SCHEDULE-EXIT.
     PERFORM MONTH-ENTRIES THRU MONTH-ENTRIES-EXIT.
     PERFORM OBLIGATION-LINE THRU OBLIGATION-LINE-EXIT.
     GO TO LEASE-LOOP.
*
*    PRESENT VALUE AND THE MONTH BY MONTH SCHEDULE.
*
BUILD-SCHEDULE.
     COMPUTE MONTH-RATE = LM-RATE / 1200.
     MOVE 1 TO DISC-FACTOR.
     MOVE ZERO TO PV-AMT.
     PERFORM PV-ONE-MONTH THRU PV-ONE-MONTH-EXIT
         VARYING MO-SUB FROM 1 BY 1 UNTIL MO-SUB > TERM-MONTHS.
     COMPUTE PV-AMT ROUNDED = PV-AMT + OPTION-INCL * DISC-FACTOR.
     COMPUTE ROU-DOLLARS ROUNDED = PV-AMT.
     MOVE PV-AMT TO LIAB-BAL.
     PERFORM SCHED-ONE-MONTH THRU SCHED-ONE-MONTH-EXIT
         VARYING MO-SUB FROM 1 BY 1 UNTIL MO-SUB > TERM-MONTHS.
BUILD-SCHEDULE-EXIT.
     EXIT.
PV-ONE-MONTH.
     IF LM-TIMING = 'A'
         COMPUTE PV-AMT = PV-AMT + LM-PAYMENT * DISC-FACTOR.
     COMPUTE DISC-FACTOR ROUNDED =
         DISC-FACTOR / (1 + MONTH-RATE).
     IF LM-TIMING = 'R'
         COMPUTE PV-AMT = PV-AMT + LM-PAYMENT * DISC-FACTOR.
PV-ONE-MONTH-EXIT.
     EXIT.
SCHED-ONE-MONTH.
     MOVE LM-PAYMENT TO MONTH-PAY.
     IF MO-SUB = TERM-MONTHS
         ADD OPTION-INCL TO MONTH-PAY
         COMPUTE MONTH-INT = MONTH-PAY - LIAB-BAL
         GO TO SCHED-ONE-MONTH-STORE.
     IF LM-TIMING = 'A'
         COMPUTE MONTH-INT ROUNDED =
             (LIAB-BAL - MONTH-PAY) * MONTH-RATE
     ELSE
         COMPUTE MONTH-INT ROUNDED = LIAB-BAL * MONTH-RATE.
SCHED-ONE-MONTH-STORE.
     COMPUTE LIAB-BAL = LIAB-BAL + MONTH-INT - MONTH-PAY.
     MOVE MONTH-PAY TO SC-PAY (MO-SUB).
     MOVE MONTH-INT TO SC-INT (MO-SUB).
     MOVE LIAB-BAL TO SC-BAL (MO-SUB).
SCHED-ONE-MONTH-EXIT.
     EXIT.
PRINT-SCHEDULE.
     MOVE LM-LEASE-NO TO SH-LEASE.
     MOVE LM-DESC TO SH-DESC.
     MOVE PV-AMT TO SH-PV.
     WRITE LSESCH-REC FROM SCH-HEAD-1 AFTER ADVANCING PAGE.
     WRITE LSESCH-REC FROM SCH-HEAD-2 AFTER ADVANCING 2.
     PERFORM PRINT-SCHED-LINE THRU PRINT-SCHED-LINE-EXIT
         VARYING MO-SUB FROM 1 BY 1 UNTIL MO-SUB > TERM-MONTHS.
PRINT-SCHEDULE-EXIT.
     EXIT.
PRINT-SCHED-LINE.
     MOVE MO-SUB TO SL-MONTH.
     MOVE SC-PAY (MO-SUB) TO SL-PAY.
     MOVE SC-INT (MO-SUB) TO SL-INT.
     COMPUTE SL-PRIN = SC-PAY (MO-SUB) - SC-INT (MO-SUB).
     MOVE SC-BAL (MO-SUB) TO SL-BAL.
     WRITE LSESCH-REC FROM SCH-LINE AFTER ADVANCING 1.
PRINT-SCHED-LINE-EXIT.
     EXIT.
*
*    RUN MONTH ENTRIES.  THE LIABILITY IS CARRIED IN THE LEDGER
*    AT THE SCHEDULE BALANCE ROUNDED TO THE DOLLAR, SO THE
*    INTEREST ENTRY TAKES UP THE ROUNDING.
*
MONTH-ENTRIES.
     MOVE RUN-MONTH-NO TO MO-SUB.
     IF MO-SUB = 1
         MOVE ROU-ACCT TO ENTRY-DR-ACCT
         MOVE LIAB-ACCT TO ENTRY-CR-ACCT
         MOVE ROU-DOLLARS TO ENTRY-AMT
         PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT.
     IF MO-SUB > TERM-MONTHS GO TO MONTH-AMORT.
     MOVE ZERO TO CUM-PAY PRIOR-CUM-PAY.
     PERFORM ADD-CUM-PAY THRU ADD-CUM-PAY-EXIT
         VARYING NEXT-SUB FROM 1 BY 1 UNTIL NEXT-SUB > MO-SUB.
     COMPUTE DOLLARS-NOW ROUNDED = CUM-PAY.
     COMPUTE DOLLARS-PRIOR ROUNDED = PRIOR-CUM-PAY.
     COMPUTE PAY-DOLLARS = DOLLARS-NOW - DOLLARS-PRIOR.
     COMPUTE DOLLARS-NOW ROUNDED = SC-BAL (MO-SUB).
     IF MO-SUB = 1
         MOVE ROU-DOLLARS TO DOLLARS-PRIOR
     ELSE
         COMPUTE DOLLARS-PRIOR ROUNDED = SC-BAL (MO-SUB - 1).
     COMPUTE INT-DOLLARS =
         DOLLARS-NOW - DOLLARS-PRIOR + PAY-DOLLARS.
     MOVE INT-ACCT TO ENTRY-DR-ACCT.
     MOVE LIAB-ACCT TO ENTRY-CR-ACCT.
     MOVE INT-DOLLARS TO ENTRY-AMT.
     PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT.
     MOVE LIAB-ACCT TO ENTRY-DR-ACCT.
     MOVE CLEAR-ACCT TO ENTRY-CR-ACCT.
     MOVE PAY-DOLLARS TO ENTRY-AMT.
     PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT.
MONTH-AMORT.
     COMPUTE CUM-AMORT ROUNDED =
         ROU-DOLLARS * MO-SUB / AMORT-MONTHS.
     COMPUTE PRIOR-CUM-AMORT ROUNDED =
         ROU-DOLLARS * (MO-SUB - 1) / AMORT-MONTHS.
     COMPUTE AMORT-DOLLARS = CUM-AMORT - PRIOR-CUM-AMORT.
     MOVE AMORT-ACCT TO ENTRY-DR-ACCT.
     MOVE ACCUM-ACCT TO ENTRY-CR-ACCT.
     MOVE AMORT-DOLLARS TO ENTRY-AMT.
     PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT.
MONTH-ENTRIES-EXIT.
     EXIT.
ADD-CUM-PAY.
     ADD SC-PAY (NEXT-SUB) TO CUM-PAY.
     IF NEXT-SUB < MO-SUB
         ADD SC-PAY (NEXT-SUB) TO PRIOR-CUM-PAY.
ADD-CUM-PAY-EXIT.
     EXIT.
WRITE-ENTRY.
     IF ENTRY-AMT = ZERO GO TO WRITE-ENTRY-EXIT.
     IF ENTRY-AMT < ZERO
         MOVE ENTRY-DR-ACCT TO HOLD-ACCT
         MOVE ENTRY-CR-ACCT TO ENTRY-DR-ACCT
         MOVE HOLD-ACCT TO ENTRY-CR-ACCT
         COMPUTE ENTRY-AMT = ZERO - ENTRY-AMT.
     MOVE LM-LOCATION TO JR-LOCATION-NO.
     MOVE RUN-PERIOD TO JR-PERIOD.
     MOVE ENTRY-DR-ACCT TO JR-EXPENSE-ACCT.
     MOVE ENTRY-AMT TO JR-EXPENSE-AMT.
     MOVE ENTRY-CR-ACCT TO JR-RESERVE-ACCT.
     COMPUTE JR-CONTRA-AMT = ZERO - ENTRY-AMT.
     WRITE JRNL-REC.
     ADD 1 TO JRNL-COUNT.
WRITE-ENTRY-EXIT.
     EXIT.
*
*    CURRENT PORTION IS THE PRINCIPAL COMING DUE IN THE NEXT
*    TWELVE MONTHS.  PAYMENTS DUE ARE BY LEASE YEAR FROM THE
*    RUN MONTH, THE SIXTH COLUMN BEING EVERYTHING LATER.
*
OBLIGATION-LINE.
     MOVE RUN-MONTH-NO TO MO-SUB.
     MOVE ZERO TO BAL-NOW BAL-NEXT-YEAR.
     IF MO-SUB NOT > TERM-MONTHS
         MOVE SC-BAL (MO-SUB) TO BAL-NOW.
     COMPUTE NEXT-SUB = MO-SUB + 12.
     IF NEXT-SUB NOT > TERM-MONTHS
         MOVE SC-BAL (NEXT-SUB) TO BAL-NEXT-YEAR.
     COMPUTE ROU-NBV = ROU-DOLLARS - CUM-AMORT.
     PERFORM CLEAR-LEASE-DUE THRU CLEAR-LEASE-DUE-EXIT
         VARYING YR-SUB FROM 1 BY 1 UNTIL YR-SUB > 6.
     COMPUTE NEXT-SUB = MO-SUB + 1.
     PERFORM ADD-LEASE-DUE THRU ADD-LEASE-DUE-EXIT
         VARYING NEXT-SUB FROM NEXT-SUB BY 1
         UNTIL NEXT-SUB > TERM-MONTHS.
     MOVE LM-LEASE-NO TO OL-LEASE.
     MOVE LM-DESC TO OL-DESC.
     MOVE BAL-NOW TO OL-BAL.
     COMPUTE OL-CURRENT = BAL-NOW - BAL-NEXT-YEAR.
     MOVE BAL-NEXT-YEAR TO OL-LONG.
     MOVE ROU-NBV TO OL-NBV.
     PERFORM MOVE-LEASE-DUE THRU MOVE-LEASE-DUE-EXIT
         VARYING YR-SUB FROM 1 BY 1 UNTIL YR-SUB > 6.
     WRITE LSEOBL-REC FROM OBL-LINE AFTER ADVANCING 1.
     ADD BAL-NOW TO TOT-BAL.
     COMPUTE TOT-CURRENT = TOT-CURRENT + BAL-NOW - BAL-NEXT-YEAR.
     ADD BAL-NEXT-YEAR TO TOT-LONG.
     ADD ROU-NBV TO TOT-NBV.
OBLIGATION-LINE-EXIT.
     EXIT.
ADD-LEASE-DUE.
     COMPUTE YEAR-END-SUB = NEXT-SUB - MO-SUB - 1.
     DIVIDE 12 INTO YEAR-END-SUB GIVING YR-SUB.
     ADD 1 TO YR-SUB.
     IF YR-SUB > 6 MOVE 6 TO YR-SUB.
     ADD SC-PAY (NEXT-SUB) TO LEASE-DUE (YR-SUB).
ADD-LEASE-DUE-EXIT.
     EXIT.
CLEAR-LEASE-DUE.
     MOVE ZERO TO LEASE-DUE (YR-SUB).
CLEAR-LEASE-DUE-EXIT.
     EXIT.
MOVE-LEASE-DUE.
     MOVE LEASE-DUE (YR-SUB) TO OL-DUE (YR-SUB).
     ADD LEASE-DUE (YR-SUB) TO TOT-DUE (YR-SUB).
MOVE-LEASE-DUE-EXIT.
     EXIT.
CLEAR-TOT-DUE.
     MOVE ZERO TO TOT-DUE (YR-SUB).
CLEAR-TOT-DUE-EXIT.
     EXIT.
MOVE-TOT-DUE.
     MOVE TOT-DUE (YR-SUB) TO OL-DUE (YR-SUB).
MOVE-TOT-DUE-EXIT.
     EXIT.
END-OF-LEASES.
     CLOSE LSEMST.
     MOVE ZERO TO OL-LEASE.
     MOVE 'TOTAL ALL LEASES' TO OL-DESC.
     MOVE TOT-BAL TO OL-BAL.
     MOVE TOT-CURRENT TO OL-CURRENT.
     MOVE TOT-LONG TO OL-LONG.
     MOVE TOT-NBV TO OL-NBV.
     PERFORM MOVE-TOT-DUE THRU MOVE-TOT-DUE-EXIT
         VARYING YR-SUB FROM 1 BY 1 UNTIL YR-SUB > 6.
     WRITE LSEOBL-REC FROM OBL-LINE AFTER ADVANCING 2.
     CLOSE LSESCH LSEOBL JRNL.
     DISPLAY 'FIDEPLSE DONE - LEASES ' LEASE-RUN-COUNT
         ' ENTRIES ' JRNL-COUNT ' REJECTED ' REJ-COUNT.
     MOVE 'FIDEPLSE ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE LEASE-IN-COUNT TO RL-RECS-READ.
     MOVE JRNL-COUNT TO RL-RECS-WRITTEN.
     MOVE 'NORMAL' TO RL-STATUS.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
