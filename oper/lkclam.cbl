       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LKCLAM.
       REMARKS. THIRD-PARTY DAMAGE CLAIMS FOR LEAKS CAUSED BY A
           CONTRACTOR OR ANOTHER UTILITY DIGGING.  A CLAIM IS OPENED
           ON THE CLAIMS MASTER FOR EVERY LEAK WHOSE LEAK SOURCE IS
           ON THE DAMAGE SOURCE TABLE.  CREW HOURS FROM THE EXPLOD
           CREW CHANGE FILE ARE SPREAD OVER THE LEAKS EACH MAN IS
           ON IN THE LEAK DETAIL AND PRICED AT THE LABOR RATE (A
           MAN WITH NO CLOCK TIME IS CHARGED THE EIGHT HOUR CREW
           DAY, AS IN LKCOST), AND MATERIAL COMES FROM THE LEAK
           MATERIAL FILE.  WHEN THE LEAK IS CLOSED AND THE CLAIMS
           CLERK HAS NAMED THE RESPONSIBLE PARTY, OVERHEAD IS ADDED
           AT THE ENTERED RATE AND THE CLAIM IS BILLED ON ONE
           INVOICE PER PARTY.  PAYMENT, DISPUTE, DISPUTE RESOLVED
           AND WRITE-OFF TRANSACTIONS ARE POSTED, AND THE CLAIMS
           REGISTER SHOWS EACH CLAIM WITH ITS AGE SINCE BILLING,
           FLAGGING THE OLD ONES FOR LEGAL.  A CLAIM PAID OR WRITTEN
           OFF IN FULL IS DROPPED ON THE RUN AFTER IT IS REPORTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DECSYSTEM-10.
       OBJECT-COMPUTER. DECSYSTEM-10.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMG-SOURCE, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT HIST-IN, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT CREW-CHANGE-FL, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
           SELECT LEAK-DETAIL, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT LKMATL, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT CLAIM-TRAN, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT OPTIONAL CLAIM-IN, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
           SELECT CLAIM-OUT, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT CLAIM-REGISTER, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
           SELECT INVOICE-PRINT, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
       DATA DIVISION.
       FILE SECTION.
        FD  DMG-SOURCE VALUE OF IDENTIFICATION IS "LKDSRCDAT"
                RECORD CONTAINS 30 CHARACTERS.
        01  DMG-SOURCE-REC.
                02  DS-SOURCE   PIC XX.
                02  DS-PARTY-TYPE   PIC X.
                02  DS-DESC   PIC X(20).
                02  FILLER   PIC X(7).
        FD  HIST-IN VALUE OF IDENTIFICATION IS "LKHIST   "
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-IN-REC.
                02  LH-LEAK   PIC X(7).
                02  LH-TYPE   PIC X.
                02  LH-FIRST-DATE   PIC X(6).
                02  LH-LAST-DATE   PIC X(6).
                02  LH-STATUS   PIC X.
                02  LH-SOURCE   PIC XX.
                02  LH-CLASS   PIC X.
                02  FILLER   PIC X(56).
                02  LH-PLATE   PIC X(3).
                02  LH-ADDRESS   PIC X(24).
                02  FILLER   PIC X(3).
        FD  CREW-CHANGE-FL VALUE OF IDENTIFICATION IS "CRWCG    "
                RECORD CONTAINS 20 CHARACTERS.
        01  DCREW-CHANGE.
                02  DCC-MAN-NO   PIC 9(5).
                02  DCC-REC-TYPE   PIC 9.
                02  DCC-HRS   PIC 99.
                02  DCC-MIN   PIC 99.
                02  DCC-SEQ-NO   PIC X(5).
                02  DCC-DIVISION   PIC X.
                02  DCC-DISTRICT   PIC 99.
                02  DCC-SHIFT   PIC 99.
        FD  LEAK-DETAIL VALUE OF IDENTIFICATION IS "LKDET    "
                RECORD CONTAINS 60 CHARACTERS.
        01  LK-DETL   PIC X(60).
        01  LD-MAN REDEFINES LK-DETL.
                02  LD-LEAK-NO   PIC X(7).
                02  LD-REC-TYPE   PIC X.
                02  LD-MAN-DATE   PIC X(6).
                02  LD-MAN-DTL OCCURS 2 TIMES.
                04  LD-MAN-NO   PIC X(5).
                04  FILLER   PIC X(16).
                02  FILLER   PIC X(4).
        FD  LKMATL VALUE OF IDENTIFICATION IS "LKMATLDAT"
                RECORD CONTAINS 16 CHARACTERS.
        01  LKMATL-REC.
                02  ML-LEAK-NO   PIC X(7).
                02  ML-AMOUNT   PIC 9(6)V99.
                02  FILLER   PIC X.
        FD  CLAIM-TRAN VALUE OF IDENTIFICATION IS "LKDTRNDAT"
                RECORD CONTAINS 80 CHARACTERS.
        01  CLAIM-TRAN-REC.
                02  DX-LEAK   PIC X(7).
                02  DX-CODE   PIC X.
                02  DX-DATE   PIC 9(6).
                02  DX-AMOUNT   PIC 9(7)V99.
                02  DX-PARTY   PIC X(6).
                02  DX-PARTY-NAME   PIC X(30).
                02  FILLER   PIC X(21).
        FD  CLAIM-IN VALUE OF IDENTIFICATION IS "LKCLM    "
                RECORD CONTAINS 170 CHARACTERS.
        01  CLAIM-IN-REC   PIC X(170).
        FD  CLAIM-OUT VALUE OF IDENTIFICATION IS "LKCLMNEW "
                RECORD CONTAINS 170 CHARACTERS.
        01  CLAIM-OUT-REC   PIC X(170).
        FD  CLAIM-REGISTER VALUE OF IDENTIFICATION IS "LKCLMRPT "
                RECORD CONTAINS 132 CHARACTERS.
        01  CLAIM-REGISTER-REC   PIC X(132).
        FD  INVOICE-PRINT VALUE OF IDENTIFICATION IS "LKINVRPT "
                RECORD CONTAINS 90 CHARACTERS.
        01  INVOICE-PRINT-REC   PIC X(90).
       WORKING-STORAGE SECTION.
       77  LABOR-RATE   PIC 99V99 VALUE 6.50.
       77  OVERHEAD-PCT   PIC 999 VALUE ZERO.
       77  LEGAL-DAYS   PIC 999 VALUE ZERO.
       77  DS-CT   PIC 99 VALUE ZERO.
       77  DS-SUB   PIC 99 VALUE ZERO.
       77  DS-FOUND   PIC 99 VALUE ZERO.
       77  LK-CT   PIC 999 VALUE ZERO.
       77  LK-SUB   PIC 999 VALUE ZERO.
       77  LK-FOUND   PIC 999 VALUE ZERO.
       77  KP-CT   PIC 999 VALUE ZERO.
       77  KP-SUB   PIC 999 VALUE ZERO.
       77  KP-FOUND   PIC 999 VALUE ZERO.
       77  KP-LEAK-HOLD   PIC X(7) VALUE SPACES.
       77  KP-FULL-SW   PIC X VALUE "N".
       77  MAN-CT   PIC 999 VALUE ZERO.
       77  MAN-SUB   PIC 999 VALUE ZERO.
       77  MAN-FOUND   PIC 999 VALUE ZERO.
       77  MAN-NO-HOLD   PIC X(5) VALUE SPACES.
       77  DTL-SUB   PIC 9 VALUE ZERO.
       77  AS-CT   PIC 999 VALUE ZERO.
       77  AS-SUB   PIC 999 VALUE ZERO.
       77  TX-CT   PIC 999 VALUE ZERO.
       77  TX-SUB   PIC 999 VALUE ZERO.
       77  PT-CT   PIC 999 VALUE ZERO.
       77  PT-SUB   PIC 999 VALUE ZERO.
       77  PT-FOUND   PIC 999 VALUE ZERO.
       77  IV-CT   PIC 999 VALUE ZERO.
       77  IV-SUB   PIC 999 VALUE ZERO.
       77  IV-SUB2   PIC 999 VALUE ZERO.
       77  WORK-MINS   PIC S9(5) VALUE ZERO.
       77  WORK-HOURS   PIC 9(3)V99 VALUE ZERO.
       77  WORK-AMOUNT   PIC 9(7)V99 VALUE ZERO.
       77  BALANCE   PIC S9(7)V99 VALUE ZERO.
       77  AGE-DAYS   PIC 9(5) VALUE ZERO.
       77  DAY-NUMBER   PIC 9(6) VALUE ZERO.
       77  TODAY-NUMBER   PIC 9(6) VALUE ZERO.
       77  LEAP-YEARS   PIC 99 VALUE ZERO.
       77  LEAP-REM   PIC 9 VALUE ZERO.
       77  MST-IN-CT   PIC 9(5) VALUE ZERO.
       77  MST-OUT-CT   PIC 9(5) VALUE ZERO.
       77  NEW-CT   PIC 9(5) VALUE ZERO.
       77  BILL-CT   PIC 9(5) VALUE ZERO.
       77  PURGE-CT   PIC 9(5) VALUE ZERO.
       77  LEGAL-CT   PIC 9(5) VALUE ZERO.
       77  REJECT-CT   PIC 9(5) VALUE ZERO.
       77  BRK-PARTY   PIC X(6) VALUE SPACES.
       77  AGE-SUB   PIC 9 VALUE ZERO.
       01  TODAY-DATE   PIC 9(6) VALUE ZERO.
       01  TODAY-DATE-X REDEFINES TODAY-DATE.
           02  TODAY-YR   PIC 99.
           02  TODAY-MO   PIC 99.
           02  TODAY-DA   PIC 99.
       01  MMDDYY-WORK.
           02  MW-MO   PIC 99.
           02  MW-DA   PIC 99.
           02  MW-YR   PIC 99.
       01  MMDDYY-WORK-9 REDEFINES MMDDYY-WORK PIC 9(6).
       01  WORK-DATE.
           02  WD-YR   PIC 99.
           02  WD-MO   PIC 99.
           02  WD-DA   PIC 99.
       01  MONTH-CUM-DATA.
           02  FILLER   PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  MONTH-CUM REDEFINES MONTH-CUM-DATA.
           02  MC-DAYS   PIC 999 OCCURS 12 TIMES.
       01  INVOICE-NO.
           02  IN-DATE   PIC 9(6).
           02  IN-SEQ   PIC 99.
      *
      *    CLAIM MASTER RECORD.  STATUS O OPEN AND ACCRUING, B BILLED,
      *    D IN DISPUTE, C COLLECTED IN FULL, W WRITTEN OFF.  DATES
      *    ARE MMDDYY.
      *
       01  CLAIM-REC.
           02  CM-LEAK   PIC X(7).
           02  CM-STATUS   PIC X.
           02  CM-SOURCE   PIC XX.
           02  CM-PARTY   PIC X(6).
           02  CM-PARTY-NAME   PIC X(30).
           02  CM-ADDRESS   PIC X(24).
           02  CM-OPEN-DATE   PIC 9(6).
           02  CM-BILL-DATE.
               03  CM-BILL-MO   PIC 99.
               03  CM-BILL-DA   PIC 99.
               03  CM-BILL-YR   PIC 99.
           02  CM-BILL-DATE-9 REDEFINES CM-BILL-DATE PIC 9(6).
           02  CM-LAST-DATE   PIC 9(6).
           02  CM-LABOR-HRS   PIC 9(5)V99.
           02  CM-LABOR   PIC 9(7)V99.
           02  CM-MATL   PIC 9(7)V99.
           02  CM-OVERHEAD   PIC 9(7)V99.
           02  CM-BILLED   PIC 9(7)V99.
           02  CM-COLLECTED   PIC 9(7)V99.
           02  CM-DISPUTED   PIC 9(7)V99.
           02  CM-WRITTEN-OFF   PIC 9(7)V99.
           02  CM-INVOICE   PIC X(8).
           02  FILLER   PIC X(4).
       01  DS-TABLE.
           02  DS-ENTRY OCCURS 30 TIMES.
               03  DST-SOURCE   PIC XX.
               03  DST-PARTY-TYPE   PIC X.
      *
      *    LEAKS WITH AN UNBILLED CLAIM OR ON TODAY'S LEAK DETAIL.
      *
       01  KP-TABLE.
           02  KPT-LEAK   PIC X(7) OCCURS 600 TIMES.
      *
      *    CLAIMABLE LEAKS FROM THE HISTORY WITH THIS RUN'S CHARGES.
      *
       01  LK-TABLE.
           02  LK-ENTRY OCCURS 500 TIMES.
               03  LKT-LEAK   PIC X(7).
               03  LKT-SOURCE   PIC XX.
               03  LKT-STATUS   PIC X.
               03  LKT-ADDRESS   PIC X(24).
               03  LKT-DATE   PIC 9(6).
               03  LKT-HRS   PIC 9(5)V99.
               03  LKT-LABOR   PIC 9(7)V99.
               03  LKT-MATL   PIC 9(7)V99.
               03  LKT-USED   PIC X.
       01  MAN-TABLE.
           02  MAN-ENTRY OCCURS 150 TIMES.
               03  MT-MAN-NO   PIC X(5).
               03  MT-ON-MINS   PIC S9(5).
               03  MT-OPEN   PIC X.
               03  MT-TOT-MINS   PIC S9(5).
               03  MT-ASSIGN   PIC 99.
       01  AS-TABLE.
           02  AS-ENTRY OCCURS 600 TIMES.
               03  AS-LEAK-SUB   PIC 999.
               03  AS-MAN-SUB   PIC 999.
       01  TX-TABLE.
           02  TX-ENTRY OCCURS 300 TIMES.
               03  TXT-LEAK   PIC X(7).
               03  TXT-CODE   PIC X.
               03  TXT-DATE   PIC 9(6).
               03  TXT-AMOUNT   PIC 9(7)V99.
               03  TXT-PARTY   PIC X(6).
               03  TXT-PARTY-NAME   PIC X(30).
               03  TXT-USED   PIC X.
       01  PT-TABLE.
           02  PT-ENTRY OCCURS 100 TIMES.
               03  PTT-PARTY   PIC X(6).
               03  PTT-INVOICE   PIC X(8).
       01  IV-TABLE.
           02  IV-ENTRY OCCURS 200 TIMES.
               03  IV-KEY.
                   04  IV-PARTY   PIC X(6).
                   04  IV-LEAK   PIC X(7).
               03  IV-PARTY-NAME   PIC X(30).
               03  IV-ADDRESS   PIC X(24).
               03  IV-OPEN-DATE   PIC 9(6).
               03  IV-INVOICE   PIC X(8).
               03  IV-HRS   PIC 9(5)V99.
               03  IV-LABOR   PIC 9(7)V99.
               03  IV-MATL   PIC 9(7)V99.
               03  IV-OVERHEAD   PIC 9(7)V99.
               03  IV-BILLED   PIC 9(7)V99.
       01  IV-HOLD   PIC X(124).
       01  REG-TOTALS.
           02  RT-BILLED   PIC 9(9)V99.
           02  RT-COLLECTED   PIC 9(9)V99.
           02  RT-DISPUTED   PIC 9(9)V99.
           02  RT-WRITTEN-OFF   PIC 9(9)V99.
           02  RT-BALANCE   PIC S9(9)V99.
           02  RT-ACCRUED   PIC 9(9)V99.
           02  RT-AGE OCCURS 4 TIMES.
               03  RT-AGE-CT   PIC 9(5).
               03  RT-AGE-BAL   PIC S9(9)V99.
       01  INV-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01  AGE-NAMES-DATA.
           02  FILLER   PIC X(15) VALUE "  0 - 30 DAYS  ".
           02  FILLER   PIC X(15) VALUE " 31 - 60 DAYS  ".
           02  FILLER   PIC X(15) VALUE " 61 - 90 DAYS  ".
           02  FILLER   PIC X(15) VALUE " OVER 90 DAYS  ".
       01  AGE-NAMES REDEFINES AGE-NAMES-DATA.
           02  AGE-NAME   PIC X(15) OCCURS 4 TIMES.
      *
      *    CLAIMS REGISTER LINES.
      *
       01  REG-HEAD-1.
           02  FILLER   PIC X(30) VALUE SPACES.
           02  FILLER   PIC X(42) VALUE
               "THIRD-PARTY DAMAGE CLAIMS REGISTER".
           02  FILLER   PIC X(9) VALUE "RUN DATE ".
           02  RH-DATE   PIC 99/99/99.
       01  REG-HEAD-2.
           02  FILLER   PIC X(9) VALUE " LEAK    ".
           02  FILLER   PIC X(8) VALUE "PARTY   ".
           02  FILLER   PIC X(17) VALUE "NAME             ".
           02  FILLER   PIC X(4) VALUE "ST  ".
           02  FILLER   PIC X(10) VALUE "BILLED ON ".
           02  FILLER   PIC X(13) VALUE "      BILLED ".
           02  FILLER   PIC X(13) VALUE "   COLLECTED ".
           02  FILLER   PIC X(13) VALUE "    DISPUTED ".
           02  FILLER   PIC X(13) VALUE " WRITTEN OFF ".
           02  FILLER   PIC X(13) VALUE "     BALANCE ".
           02  FILLER   PIC X(6) VALUE "  AGE ".
           02  FILLER   PIC X(9) VALUE " REMARKS ".
       01  REG-LINE.
           02  FILLER   PIC X VALUE SPACE.
           02  RL-LEAK   PIC X(7).
           02  FILLER   PIC X VALUE SPACE.
           02  RL-PARTY   PIC X(6).
           02  FILLER   PIC XX VALUE SPACES.
           02  RL-NAME   PIC X(16).
           02  FILLER   PIC X VALUE SPACE.
           02  RL-STATUS   PIC X.
           02  FILLER   PIC XXX VALUE SPACES.
           02  RL-BILL-DATE   PIC 99/99/99.
           02  FILLER   PIC X VALUE SPACE.
           02  RL-BILLED   PIC ZZZZ,ZZ9.99.
           02  FILLER   PIC XX VALUE SPACES.
           02  RL-COLLECTED   PIC ZZZZ,ZZ9.99.
           02  FILLER   PIC XX VALUE SPACES.
           02  RL-DISPUTED   PIC ZZZZ,ZZ9.99.
           02  FILLER   PIC XX VALUE SPACES.
           02  RL-WRITTEN-OFF   PIC ZZZZ,ZZ9.99.
           02  FILLER   PIC XX VALUE SPACES.
           02  RL-BALANCE   PIC ZZZZ,ZZ9.99-.
           02  FILLER   PIC X VALUE SPACE.
           02  RL-AGE   PIC ZZZZ9.
           02  FILLER   PIC X VALUE SPACE.
           02  RL-REMARK   PIC X(14).
       01  REG-TOT-LINE.
           02  FILLER   PIC X(14) VALUE SPACES.
           02  FILLER   PIC X(27) VALUE "REGISTER TOTALS".
           02  RTL-BILLED   PIC ZZZZZZ,ZZ9.99.
           02  RTL-COLLECTED   PIC ZZZZZZ,ZZ9.99.
           02  RTL-DISPUTED   PIC ZZZZZZ,ZZ9.99.
           02  RTL-WRITTEN-OFF   PIC ZZZZZZ,ZZ9.99.
           02  RTL-BALANCE   PIC ZZZZZZ,ZZ9.99-.
       01  ACCRUED-LINE.
           02  FILLER   PIC X(14) VALUE SPACES.
           02  FILLER   PIC X(36) VALUE
               "CHARGES ACCRUED ON UNBILLED CLAIMS".
           02  ACL-ACCRUED   PIC ZZZZZZ,ZZ9.99.
       01  AGE-HEAD.
           02  FILLER   PIC X(14) VALUE SPACES.
           02  FILLER   PIC X(40) VALUE
               "AGING OF BILLED BALANCES SINCE BILLING".
       01  AGE-LINE.
           02  FILLER   PIC X(14) VALUE SPACES.
           02  AL-NAME   PIC X(15).
           02  FILLER   PIC X(8) VALUE " CLAIMS ".
           02  AL-CT   PIC ZZZZ9.
           02  FILLER   PIC X(10) VALUE "  BALANCE ".
           02  AL-BAL   PIC ZZZZZZ,ZZ9.99-.
       01  LEGAL-LINE.
           02  FILLER   PIC X(14) VALUE SPACES.
           02  FILLER   PIC X(34) VALUE
               "CLAIMS REFERRED TO LEGAL, OVER ".
           02  LGL-DAYS   PIC ZZ9.
           02  FILLER   PIC X(7) VALUE " DAYS- ".
           02  LGL-CT   PIC ZZZZ9.
       01  EXC-HEAD.
           02  FILLER   PIC X(14) VALUE SPACES.
           02  FILLER   PIC X(40) VALUE
               "CLAIM TRANSACTIONS NOT POSTED".
       01  EXC-LINE.
           02  FILLER   PIC X VALUE SPACE.
           02  XL-LEAK   PIC X(7).
           02  FILLER   PIC XX VALUE SPACES.
           02  XL-CODE   PIC X.
           02  FILLER   PIC XX VALUE SPACES.
           02  XL-DATE   PIC 99/99/99.
           02  FILLER   PIC XX VALUE SPACES.
           02  XL-AMOUNT   PIC ZZZZ,ZZ9.99.
           02  FILLER   PIC XX VALUE SPACES.
           02  XL-TEXT   PIC X(30).
      *
      *    INVOICE LINES.
      *
       01  INV-HEAD-1.
           02  FILLER   PIC X(20) VALUE SPACES.
           02  FILLER   PIC X(40) VALUE
               "WATER DEPARTMENT - DAMAGE CLAIM INVOICE".
       01  INV-HEAD-2.
           02  FILLER   PIC X(12) VALUE " INVOICE NO ".
           02  IH-INVOICE   PIC X(8).
           02  FILLER   PIC X(10) VALUE "    DATE ".
           02  IH-DATE   PIC 99/99/99.
           02  FILLER   PIC X(10) VALUE "   PARTY ".
           02  IH-PARTY   PIC X(6).
       01  INV-HEAD-3.
           02  FILLER   PIC X(12) VALUE " BILL TO    ".
           02  IH-NAME   PIC X(30).
       01  INV-HEAD-4.
           02  FILLER   PIC X(39) VALUE
               " FOR REPAIR OF WATER MAINS AND SERVICES".
           02  FILLER   PIC X(30) VALUE
               " DAMAGED BY YOUR EXCAVATION".
       01  INV-HEAD-5.
           02  FILLER   PIC X(9) VALUE " LEAK    ".
           02  FILLER   PIC X(10) VALUE "REPORTED  ".
           02  FILLER   PIC X(25) VALUE "LOCATION".
           02  FILLER   PIC X(8) VALUE "  HOURS ".
           02  FILLER   PIC X(10) VALUE "    LABOR ".
           02  FILLER   PIC X(10) VALUE " MATERIAL ".
           02  FILLER   PIC X(10) VALUE " OVERHEAD ".
           02  FILLER   PIC X(8) VALUE "   TOTAL".
       01  INV-LINE.
           02  FILLER   PIC X VALUE SPACE.
           02  IL-LEAK   PIC X(7).
           02  FILLER   PIC X VALUE SPACE.
           02  IL-DATE   PIC 99/99/99.
           02  FILLER   PIC XX VALUE SPACES.
           02  IL-ADDRESS   PIC X(24).
           02  IL-HRS   PIC ZZZ9.99.
           02  IL-LABOR   PIC ZZZZZ9.99.
           02  FILLER   PIC X VALUE SPACE.
           02  IL-MATL   PIC ZZZZZ9.99.
           02  FILLER   PIC X VALUE SPACE.
           02  IL-OVERHEAD   PIC ZZZZZ9.99.
           02  FILLER   PIC X VALUE SPACE.
           02  IL-BILLED   PIC ZZZZZZ9.99.
       01  INV-TOT-LINE.
           02  FILLER   PIC X(56) VALUE SPACES.
           02  FILLER   PIC X(17) VALUE "AMOUNT DUE       ".
           02  ITL-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
       01  INV-RATE-LINE.
           02  FILLER   PIC X(18) VALUE " LABOR BILLED AT $".
           02  IR-RATE   PIC Z9.99.
           02  FILLER   PIC X(30) VALUE
               " PER MAN HOUR, OVERHEAD AT ".
           02  IR-PCT   PIC ZZ9.
           02  FILLER   PIC X(10) VALUE " PERCENT.".
       01  INV-REMIT-LINE.
           02  FILLER   PIC X(27) VALUE
               " PAYMENT IS DUE IN 30 DAYS.".
           02  FILLER   PIC X(40) VALUE
               "  PLEASE SHOW THE INVOICE NUMBER.".
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT TODAY-DATE FROM DATE.
           DISPLAY "HOURLY LABOR RATE (99.99, BLANK=6.50): "
               WITH NO ADVANCING.
           ACCEPT LABOR-RATE.
           IF LABOR-RATE IS EQUAL TO ZERO MOVE 6.50 TO LABOR-RATE.
           DISPLAY "OVERHEAD PERCENT (999, BLANK=25): "
               WITH NO ADVANCING.
           ACCEPT OVERHEAD-PCT.
           IF OVERHEAD-PCT IS EQUAL TO ZERO MOVE 25 TO OVERHEAD-PCT.
           DISPLAY "DAYS BEFORE REFERRAL TO LEGAL (999, BLANK=90): "
               WITH NO ADVANCING.
           ACCEPT LEGAL-DAYS.
           IF LEGAL-DAYS IS EQUAL TO ZERO MOVE 90 TO LEGAL-DAYS.
           MOVE TODAY-YR TO WD-YR.
           MOVE TODAY-MO TO WD-MO.
           MOVE TODAY-DA TO WD-DA.
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT.
           MOVE DAY-NUMBER TO TODAY-NUMBER.
           MOVE TODAY-MO TO MW-MO.
           MOVE TODAY-DA TO MW-DA.
           MOVE TODAY-YR TO MW-YR.
           MOVE TODAY-DATE TO IN-DATE.
           MOVE ZERO TO IN-SEQ.
           MOVE ZEROS TO REG-TOTALS.
           OPEN INPUT DMG-SOURCE.
       LOAD-SOURCES.
           READ DMG-SOURCE AT END GO TO LOAD-SOURCES-DONE.
           IF DS-CT IS EQUAL TO 30
               DISPLAY "LKCLAM - DAMAGE SOURCE TABLE FULL"
               GO TO LOAD-SOURCES-DONE.
           ADD 1 TO DS-CT.
           MOVE DS-SOURCE TO DST-SOURCE (DS-CT).
           MOVE DS-PARTY-TYPE TO DST-PARTY-TYPE (DS-CT).
           GO TO LOAD-SOURCES.
       LOAD-SOURCES-DONE.
           CLOSE DMG-SOURCE.
      *
      *    A CLOSED LEAK IS STILL NEEDED WHILE ITS CLAIM IS UNBILLED,
      *    AND A LEAK WORKED TODAY MAY HAVE CLOSED ON THE HISTORY.
      *
           OPEN INPUT CLAIM-IN.
       KEEP-CLAIMS.
           READ CLAIM-IN AT END GO TO KEEP-CLAIMS-DONE.
           MOVE CLAIM-IN-REC TO CLAIM-REC.
           IF CM-STATUS IS NOT EQUAL TO "O" GO TO KEEP-CLAIMS.
           MOVE CM-LEAK TO KP-LEAK-HOLD.
           PERFORM ADD-KEEP THRU ADD-KEEP-EXIT.
           IF KP-FULL-SW IS EQUAL TO "Y"
               CLOSE CLAIM-IN
               STOP RUN.
           GO TO KEEP-CLAIMS.
       KEEP-CLAIMS-DONE.
           CLOSE CLAIM-IN.
           OPEN INPUT LEAK-DETAIL.
       KEEP-DETAIL.
           READ LEAK-DETAIL AT END GO TO KEEP-DETAIL-DONE.
           IF LD-LEAK-NO IS EQUAL TO "9999999" GO TO KEEP-DETAIL.
           MOVE LD-LEAK-NO TO KP-LEAK-HOLD.
           PERFORM ADD-KEEP THRU ADD-KEEP-EXIT.
           IF KP-FULL-SW IS EQUAL TO "Y"
               CLOSE LEAK-DETAIL
               STOP RUN.
           GO TO KEEP-DETAIL.
       ADD-KEEP.
           PERFORM FIND-KEEP THRU FIND-KEEP-EXIT.
           IF KP-FOUND IS NOT EQUAL TO ZERO GO TO ADD-KEEP-EXIT.
           IF KP-CT IS EQUAL TO 600
               DISPLAY "LKCLAM - OPEN LEAK TABLE FULL - RUN REFUSED"
               MOVE "Y" TO KP-FULL-SW
               GO TO ADD-KEEP-EXIT.
           ADD 1 TO KP-CT.
           MOVE KP-LEAK-HOLD TO KPT-LEAK (KP-CT).
       ADD-KEEP-EXIT.
           EXIT.
       FIND-KEEP.
           MOVE ZERO TO KP-FOUND.
           PERFORM SCAN-KEEP THRU SCAN-KEEP-EXIT
               VARYING KP-SUB FROM 1 BY 1
               UNTIL KP-SUB IS GREATER THAN KP-CT.
       FIND-KEEP-EXIT.
           EXIT.
       SCAN-KEEP.
           IF KPT-LEAK (KP-SUB) IS EQUAL TO KP-LEAK-HOLD
               MOVE KP-SUB TO KP-FOUND.
       SCAN-KEEP-EXIT.
           EXIT.
       KEEP-DETAIL-DONE.
           CLOSE LEAK-DETAIL.
           OPEN INPUT HIST-IN.
      *
      *    LEAKS ON THE HISTORY WHOSE SOURCE IS A DAMAGE SOURCE - OPEN
      *    LEAKS (BLANK CLOSE CODE) AND THE CLOSED ONES KEPT ABOVE.
      *
       LOAD-HIST.
           READ HIST-IN AT END GO TO LOAD-HIST-DONE.
           IF LH-TYPE IS NOT EQUAL TO "M" GO TO LOAD-HIST.
           MOVE ZERO TO DS-FOUND.
           PERFORM SCAN-SOURCE THRU SCAN-SOURCE-EXIT
               VARYING DS-SUB FROM 1 BY 1
               UNTIL DS-SUB IS GREATER THAN DS-CT.
           IF DS-FOUND IS EQUAL TO ZERO GO TO LOAD-HIST.
           IF LH-STATUS IS NOT EQUAL TO SPACE
               MOVE LH-LEAK TO KP-LEAK-HOLD
               PERFORM FIND-KEEP THRU FIND-KEEP-EXIT
               IF KP-FOUND IS EQUAL TO ZERO
                   GO TO LOAD-HIST.
           IF LK-CT IS EQUAL TO 500
               DISPLAY "LKCLAM - LEAK TABLE FULL - RUN REFUSED"
               CLOSE HIST-IN
               STOP RUN.
           ADD 1 TO LK-CT.
           MOVE LH-LEAK TO LKT-LEAK (LK-CT).
           MOVE LH-SOURCE TO LKT-SOURCE (LK-CT).
           MOVE LH-STATUS TO LKT-STATUS (LK-CT).
           MOVE LH-ADDRESS TO LKT-ADDRESS (LK-CT).
           MOVE ZERO TO LKT-DATE (LK-CT).
           IF LH-FIRST-DATE IS NUMERIC
               MOVE LH-FIRST-DATE TO LKT-DATE (LK-CT).
           MOVE ZERO TO LKT-HRS (LK-CT).
           MOVE ZERO TO LKT-LABOR (LK-CT).
           MOVE ZERO TO LKT-MATL (LK-CT).
           MOVE "N" TO LKT-USED (LK-CT).
           GO TO LOAD-HIST.
       SCAN-SOURCE.
           IF DST-SOURCE (DS-SUB) IS EQUAL TO LH-SOURCE
               MOVE DS-SUB TO DS-FOUND.
       SCAN-SOURCE-EXIT.
           EXIT.
      *
      *    CLOCK-ON (TYPE 0) AND CLOCK-OFF (TYPE 1) PAIRS FROM THE
      *    CREW CHANGE FILE GIVE EACH MAN'S TIME FOR THE DAY.
      *
       LOAD-HIST-DONE.
           CLOSE HIST-IN.
           OPEN INPUT CREW-CHANGE-FL.
       READ-CREW.
           READ CREW-CHANGE-FL AT END GO TO READ-CREW-DONE.
           MOVE DCC-MAN-NO TO MAN-NO-HOLD.
           PERFORM FIND-MAN THRU FIND-MAN-EXIT.
           IF MAN-FOUND IS EQUAL TO ZERO GO TO READ-CREW.
           COMPUTE WORK-MINS = (DCC-HRS * 60) + DCC-MIN.
           IF DCC-REC-TYPE IS EQUAL TO 0
               MOVE WORK-MINS TO MT-ON-MINS (MAN-FOUND)
               MOVE "Y" TO MT-OPEN (MAN-FOUND)
               GO TO READ-CREW.
           IF DCC-REC-TYPE IS NOT EQUAL TO 1 GO TO READ-CREW.
           IF MT-OPEN (MAN-FOUND) IS NOT EQUAL TO "Y"
               GO TO READ-CREW.
           SUBTRACT MT-ON-MINS (MAN-FOUND) FROM WORK-MINS.
           IF WORK-MINS IS LESS THAN ZERO ADD 1440 TO WORK-MINS.
           ADD WORK-MINS TO MT-TOT-MINS (MAN-FOUND).
           MOVE "N" TO MT-OPEN (MAN-FOUND).
           GO TO READ-CREW.
       FIND-MAN.
           MOVE ZERO TO MAN-FOUND.
           PERFORM SCAN-MAN THRU SCAN-MAN-EXIT
               VARYING MAN-SUB FROM 1 BY 1
               UNTIL MAN-SUB IS GREATER THAN MAN-CT.
           IF MAN-FOUND IS NOT EQUAL TO ZERO GO TO FIND-MAN-EXIT.
           IF MAN-CT IS EQUAL TO 150
               DISPLAY "LKCLAM - MAN TABLE FULL"
               GO TO FIND-MAN-EXIT.
           ADD 1 TO MAN-CT.
           MOVE MAN-CT TO MAN-FOUND.
           MOVE MAN-NO-HOLD TO MT-MAN-NO (MAN-FOUND).
           MOVE ZERO TO MT-ON-MINS (MAN-FOUND).
           MOVE "N" TO MT-OPEN (MAN-FOUND).
           MOVE ZERO TO MT-TOT-MINS (MAN-FOUND).
           MOVE ZERO TO MT-ASSIGN (MAN-FOUND).
       FIND-MAN-EXIT.
           EXIT.
       SCAN-MAN.
           IF MT-MAN-NO (MAN-SUB) IS EQUAL TO MAN-NO-HOLD
               MOVE MAN-SUB TO MAN-FOUND.
       SCAN-MAN-EXIT.
           EXIT.
      *
      *    MAN ASSIGNMENTS FROM THE LEAK DETAIL.  EVERY ASSIGNMENT IS
      *    COUNTED SO A MAN'S HOURS ARE SPREAD OVER ALL HIS LEAKS.
      *
       READ-CREW-DONE.
           CLOSE CREW-CHANGE-FL.
           OPEN INPUT LEAK-DETAIL.
       READ-LKDET.
           READ LEAK-DETAIL AT END GO TO PRICE-LABOR.
           IF LD-LEAK-NO IS EQUAL TO "9999999" GO TO READ-LKDET.
           IF LD-REC-TYPE IS NOT EQUAL TO "5" GO TO READ-LKDET.
           MOVE ZERO TO LK-FOUND.
           PERFORM SCAN-LEAK THRU SCAN-LEAK-EXIT
               VARYING LK-SUB FROM 1 BY 1
               UNTIL LK-SUB IS GREATER THAN LK-CT.
           PERFORM ASSIGN-ONE-MAN THRU ASSIGN-ONE-MAN-EXIT
               VARYING DTL-SUB FROM 1 BY 1
               UNTIL DTL-SUB IS GREATER THAN 2.
           GO TO READ-LKDET.
       SCAN-LEAK.
           IF LKT-LEAK (LK-SUB) IS EQUAL TO LD-LEAK-NO
               MOVE LK-SUB TO LK-FOUND.
       SCAN-LEAK-EXIT.
           EXIT.
       ASSIGN-ONE-MAN.
           IF LD-MAN-NO (DTL-SUB) IS EQUAL TO SPACES
               GO TO ASSIGN-ONE-MAN-EXIT.
           IF LD-MAN-NO (DTL-SUB) IS EQUAL TO "00000"
               GO TO ASSIGN-ONE-MAN-EXIT.
           MOVE LD-MAN-NO (DTL-SUB) TO MAN-NO-HOLD.
           PERFORM FIND-MAN THRU FIND-MAN-EXIT.
           IF MAN-FOUND IS EQUAL TO ZERO GO TO ASSIGN-ONE-MAN-EXIT.
           ADD 1 TO MT-ASSIGN (MAN-FOUND).
           IF LK-FOUND IS EQUAL TO ZERO GO TO ASSIGN-ONE-MAN-EXIT.
           IF AS-CT IS EQUAL TO 600
               DISPLAY "LKCLAM - ASSIGNMENT TABLE FULL"
               GO TO ASSIGN-ONE-MAN-EXIT.
           ADD 1 TO AS-CT.
           MOVE LK-FOUND TO AS-LEAK-SUB (AS-CT).
           MOVE MAN-FOUND TO AS-MAN-SUB (AS-CT).
       ASSIGN-ONE-MAN-EXIT.
           EXIT.
       PRICE-LABOR.
           CLOSE LEAK-DETAIL.
           PERFORM PRICE-ONE-ASSIGN THRU PRICE-ONE-ASSIGN-EXIT
               VARYING AS-SUB FROM 1 BY 1
               UNTIL AS-SUB IS GREATER THAN AS-CT.
           OPEN INPUT LKMATL.
           GO TO MATL-LOOP.
       PRICE-ONE-ASSIGN.
           MOVE AS-MAN-SUB (AS-SUB) TO MAN-SUB.
           MOVE AS-LEAK-SUB (AS-SUB) TO LK-SUB.
           IF MT-TOT-MINS (MAN-SUB) IS EQUAL TO ZERO
               MOVE 8 TO WORK-HOURS
           ELSE
               COMPUTE WORK-HOURS ROUNDED = MT-TOT-MINS (MAN-SUB)
                   / (MT-ASSIGN (MAN-SUB) * 60).
           ADD WORK-HOURS TO LKT-HRS (LK-SUB).
           COMPUTE WORK-AMOUNT ROUNDED = WORK-HOURS * LABOR-RATE.
           ADD WORK-AMOUNT TO LKT-LABOR (LK-SUB).
       PRICE-ONE-ASSIGN-EXIT.
           EXIT.
       MATL-LOOP.
           READ LKMATL AT END GO TO LOAD-TRANS.
           MOVE ZERO TO LK-FOUND.
           PERFORM SCAN-MATL THRU SCAN-MATL-EXIT
               VARYING LK-SUB FROM 1 BY 1
               UNTIL LK-SUB IS GREATER THAN LK-CT.
           IF LK-FOUND IS NOT EQUAL TO ZERO
               ADD ML-AMOUNT TO LKT-MATL (LK-FOUND).
           GO TO MATL-LOOP.
       SCAN-MATL.
           IF LKT-LEAK (LK-SUB) IS EQUAL TO ML-LEAK-NO
               MOVE LK-SUB TO LK-FOUND.
       SCAN-MATL-EXIT.
           EXIT.
       LOAD-TRANS.
           CLOSE LKMATL.
           OPEN INPUT CLAIM-TRAN.
       TRAN-LOOP.
           READ CLAIM-TRAN AT END GO TO MERGE-START.
           IF TX-CT IS EQUAL TO 300
               DISPLAY "LKCLAM - TRANSACTION TABLE FULL"
               GO TO MERGE-START.
           ADD 1 TO TX-CT.
           MOVE DX-LEAK TO TXT-LEAK (TX-CT).
           MOVE DX-CODE TO TXT-CODE (TX-CT).
           MOVE DX-DATE TO TXT-DATE (TX-CT).
           MOVE DX-AMOUNT TO TXT-AMOUNT (TX-CT).
           MOVE DX-PARTY TO TXT-PARTY (TX-CT).
           MOVE DX-PARTY-NAME TO TXT-PARTY-NAME (TX-CT).
           MOVE "N" TO TXT-USED (TX-CT).
           GO TO TRAN-LOOP.
      *
      *    CLAIMS MASTER UPDATE.  EACH CLAIM PICKS UP THIS RUN'S
      *    CHARGES AND TRANSACTIONS, IS BILLED WHEN DUE, AND GOES TO
      *    THE REGISTER.
      *
       MERGE-START.
           CLOSE CLAIM-TRAN.
           OPEN INPUT CLAIM-IN OUTPUT CLAIM-OUT CLAIM-REGISTER.
           MOVE MMDDYY-WORK-9 TO RH-DATE.
           WRITE CLAIM-REGISTER-REC FROM REG-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE CLAIM-REGISTER-REC FROM REG-HEAD-2
               AFTER ADVANCING 2.
       MERGE-READ.
           READ CLAIM-IN AT END GO TO ADD-NEW-CLAIMS.
           ADD 1 TO MST-IN-CT.
           MOVE CLAIM-IN-REC TO CLAIM-REC.
           IF CM-STATUS IS EQUAL TO "C" OR "W"
               ADD 1 TO PURGE-CT
               GO TO MERGE-READ.
           MOVE ZERO TO LK-FOUND.
           PERFORM SCAN-CLAIM THRU SCAN-CLAIM-EXIT
               VARYING LK-SUB FROM 1 BY 1
               UNTIL LK-SUB IS GREATER THAN LK-CT.
           IF LK-FOUND IS NOT EQUAL TO ZERO
               MOVE "Y" TO LKT-USED (LK-FOUND)
               PERFORM ADD-CHARGES THRU ADD-CHARGES-EXIT.
           PERFORM UPDATE-CLAIM THRU UPDATE-CLAIM-EXIT.
           GO TO MERGE-READ.
       SCAN-CLAIM.
           IF LKT-LEAK (LK-SUB) IS EQUAL TO CM-LEAK
               MOVE LK-SUB TO LK-FOUND.
       SCAN-CLAIM-EXIT.
           EXIT.
       ADD-NEW-CLAIMS.
           PERFORM ADD-ONE-CLAIM THRU ADD-ONE-CLAIM-EXIT
               VARYING LK-SUB FROM 1 BY 1
               UNTIL LK-SUB IS GREATER THAN LK-CT.
           CLOSE CLAIM-IN, CLAIM-OUT.
           GO TO REGISTER-TOTALS.
       ADD-ONE-CLAIM.
           IF LKT-USED (LK-SUB) IS EQUAL TO "Y"
               GO TO ADD-ONE-CLAIM-EXIT.
           IF LKT-LABOR (LK-SUB) IS EQUAL TO ZERO
               AND LKT-MATL (LK-SUB) IS EQUAL TO ZERO
               GO TO ADD-ONE-CLAIM-EXIT.
           MOVE LK-SUB TO LK-FOUND.
           MOVE SPACES TO CLAIM-REC.
           MOVE LKT-LEAK (LK-FOUND) TO CM-LEAK.
           MOVE "O" TO CM-STATUS.
           MOVE LKT-SOURCE (LK-FOUND) TO CM-SOURCE.
           MOVE LKT-ADDRESS (LK-FOUND) TO CM-ADDRESS.
           MOVE MMDDYY-WORK-9 TO CM-OPEN-DATE.
           MOVE ZERO TO CM-BILL-DATE CM-LAST-DATE CM-LABOR-HRS
               CM-LABOR CM-MATL CM-OVERHEAD CM-BILLED CM-COLLECTED
               CM-DISPUTED CM-WRITTEN-OFF.
           ADD 1 TO NEW-CT.
           PERFORM ADD-CHARGES THRU ADD-CHARGES-EXIT.
           PERFORM UPDATE-CLAIM THRU UPDATE-CLAIM-EXIT.
       ADD-ONE-CLAIM-EXIT.
           EXIT.
       ADD-CHARGES.
           IF CM-STATUS IS NOT EQUAL TO "O"
               GO TO ADD-CHARGES-EXIT.
           ADD LKT-HRS (LK-FOUND) TO CM-LABOR-HRS.
           ADD LKT-LABOR (LK-FOUND) TO CM-LABOR.
           ADD LKT-MATL (LK-FOUND) TO CM-MATL.
       ADD-CHARGES-EXIT.
           EXIT.
       UPDATE-CLAIM.
           PERFORM APPLY-ONE-TRAN THRU APPLY-ONE-TRAN-EXIT
               VARYING TX-SUB FROM 1 BY 1
               UNTIL TX-SUB IS GREATER THAN TX-CT.
           IF CM-STATUS IS EQUAL TO "O"
               PERFORM BILL-CLAIM THRU BILL-CLAIM-EXIT.
           WRITE CLAIM-OUT-REC FROM CLAIM-REC.
           ADD 1 TO MST-OUT-CT.
           PERFORM REGISTER-LINE THRU REGISTER-LINE-EXIT.
       UPDATE-CLAIM-EXIT.
           EXIT.
      *
      *    A ASSIGNS THE RESPONSIBLE PARTY, P POSTS A PAYMENT, D PUTS
      *    AN AMOUNT IN DISPUTE, R RESOLVES THE DISPUTE, W WRITES OFF
      *    (A ZERO AMOUNT WRITES OFF THE WHOLE BALANCE).
      *
       APPLY-ONE-TRAN.
           IF TXT-LEAK (TX-SUB) IS NOT EQUAL TO CM-LEAK
               GO TO APPLY-ONE-TRAN-EXIT.
           IF TXT-USED (TX-SUB) IS NOT EQUAL TO "N"
               GO TO APPLY-ONE-TRAN-EXIT.
           MOVE "Y" TO TXT-USED (TX-SUB).
           IF TXT-CODE (TX-SUB) IS EQUAL TO "A"
               MOVE TXT-PARTY (TX-SUB) TO CM-PARTY
               MOVE TXT-PARTY-NAME (TX-SUB) TO CM-PARTY-NAME
               GO TO APPLY-ONE-TRAN-EXIT.
           IF CM-STATUS IS EQUAL TO "O"
               MOVE "E" TO TXT-USED (TX-SUB)
               GO TO APPLY-ONE-TRAN-EXIT.
           MOVE TXT-DATE (TX-SUB) TO CM-LAST-DATE.
           COMPUTE BALANCE = CM-BILLED - CM-COLLECTED
               - CM-WRITTEN-OFF.
           MOVE TXT-AMOUNT (TX-SUB) TO WORK-AMOUNT.
           IF TXT-CODE (TX-SUB) IS EQUAL TO "P"
               ADD WORK-AMOUNT TO CM-COLLECTED
               SUBTRACT WORK-AMOUNT FROM BALANCE
               GO TO APPLY-CLOSE-TEST.
           IF TXT-CODE (TX-SUB) IS EQUAL TO "D"
               IF WORK-AMOUNT IS EQUAL TO ZERO
                   MOVE BALANCE TO CM-DISPUTED
                   MOVE "D" TO CM-STATUS
                   GO TO APPLY-ONE-TRAN-EXIT
               ELSE
                   MOVE WORK-AMOUNT TO CM-DISPUTED
                   MOVE "D" TO CM-STATUS
                   GO TO APPLY-ONE-TRAN-EXIT.
           IF TXT-CODE (TX-SUB) IS EQUAL TO "R"
               MOVE ZERO TO CM-DISPUTED
               MOVE "B" TO CM-STATUS
               GO TO APPLY-ONE-TRAN-EXIT.
           IF TXT-CODE (TX-SUB) IS NOT EQUAL TO "W"
               MOVE "E" TO TXT-USED (TX-SUB)
               GO TO APPLY-ONE-TRAN-EXIT.
           IF WORK-AMOUNT IS EQUAL TO ZERO
               OR WORK-AMOUNT IS GREATER THAN BALANCE
               MOVE BALANCE TO WORK-AMOUNT.
           ADD WORK-AMOUNT TO CM-WRITTEN-OFF.
           SUBTRACT WORK-AMOUNT FROM BALANCE.
           IF WORK-AMOUNT IS GREATER THAN CM-DISPUTED
               MOVE ZERO TO CM-DISPUTED
           ELSE
               SUBTRACT WORK-AMOUNT FROM CM-DISPUTED.
           IF BALANCE IS NOT GREATER THAN ZERO
               MOVE "W" TO CM-STATUS.
           GO TO APPLY-ONE-TRAN-EXIT.
       APPLY-CLOSE-TEST.
           IF BALANCE IS NOT GREATER THAN ZERO
               MOVE ZERO TO CM-DISPUTED
               MOVE "C" TO CM-STATUS.
       APPLY-ONE-TRAN-EXIT.
           EXIT.
      *
      *    BILL WHEN THE LEAK IS CLOSED AND THE PARTY IS KNOWN.
      *
       BILL-CLAIM.
           IF CM-PARTY IS EQUAL TO SPACES GO TO BILL-CLAIM-EXIT.
           IF LK-FOUND IS EQUAL TO ZERO GO TO BILL-CLAIM-EXIT.
           IF LKT-STATUS (LK-FOUND) IS EQUAL TO SPACE
               GO TO BILL-CLAIM-EXIT.
           IF CM-LABOR IS EQUAL TO ZERO AND CM-MATL IS EQUAL TO ZERO
               GO TO BILL-CLAIM-EXIT.
           COMPUTE CM-OVERHEAD ROUNDED =
               (CM-LABOR + CM-MATL) * OVERHEAD-PCT / 100.
           COMPUTE CM-BILLED = CM-LABOR + CM-MATL + CM-OVERHEAD.
           MOVE MMDDYY-WORK-9 TO CM-BILL-DATE-9 CM-LAST-DATE.
           MOVE "B" TO CM-STATUS.
           PERFORM FIND-INVOICE THRU FIND-INVOICE-EXIT.
           ADD 1 TO BILL-CT.
           IF IV-CT IS EQUAL TO 200
               DISPLAY "LKCLAM - INVOICE TABLE FULL"
               GO TO BILL-CLAIM-EXIT.
           ADD 1 TO IV-CT.
           MOVE CM-PARTY TO IV-PARTY (IV-CT).
           MOVE CM-LEAK TO IV-LEAK (IV-CT).
           MOVE CM-PARTY-NAME TO IV-PARTY-NAME (IV-CT).
           MOVE CM-ADDRESS TO IV-ADDRESS (IV-CT).
           MOVE LKT-DATE (LK-FOUND) TO IV-OPEN-DATE (IV-CT).
           MOVE CM-INVOICE TO IV-INVOICE (IV-CT).
           MOVE CM-LABOR-HRS TO IV-HRS (IV-CT).
           MOVE CM-LABOR TO IV-LABOR (IV-CT).
           MOVE CM-MATL TO IV-MATL (IV-CT).
           MOVE CM-OVERHEAD TO IV-OVERHEAD (IV-CT).
           MOVE CM-BILLED TO IV-BILLED (IV-CT).
       BILL-CLAIM-EXIT.
           EXIT.
       FIND-INVOICE.
           MOVE ZERO TO PT-FOUND.
           PERFORM SCAN-PARTY THRU SCAN-PARTY-EXIT
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB IS GREATER THAN PT-CT.
           IF PT-FOUND IS NOT EQUAL TO ZERO
               MOVE PTT-INVOICE (PT-FOUND) TO CM-INVOICE
               GO TO FIND-INVOICE-EXIT.
           ADD 1 TO IN-SEQ.
           MOVE INVOICE-NO TO CM-INVOICE.
           IF PT-CT IS LESS THAN 100
               ADD 1 TO PT-CT
               MOVE CM-PARTY TO PTT-PARTY (PT-CT)
               MOVE INVOICE-NO TO PTT-INVOICE (PT-CT).
       FIND-INVOICE-EXIT.
           EXIT.
       SCAN-PARTY.
           IF PTT-PARTY (PT-SUB) IS EQUAL TO CM-PARTY
               MOVE PT-SUB TO PT-FOUND.
       SCAN-PARTY-EXIT.
           EXIT.
      *
      *    ONE REGISTER LINE PER CLAIM WITH ITS AGE SINCE BILLING.
      *
       REGISTER-LINE.
           MOVE CM-LEAK TO RL-LEAK.
           MOVE CM-PARTY TO RL-PARTY.
           MOVE CM-PARTY-NAME TO RL-NAME.
           MOVE CM-STATUS TO RL-STATUS.
           MOVE CM-BILL-DATE-9 TO RL-BILL-DATE.
           MOVE CM-BILLED TO RL-BILLED.
           MOVE CM-COLLECTED TO RL-COLLECTED.
           MOVE CM-DISPUTED TO RL-DISPUTED.
           MOVE CM-WRITTEN-OFF TO RL-WRITTEN-OFF.
           MOVE SPACES TO RL-REMARK.
           MOVE ZERO TO RL-AGE.
           IF CM-STATUS IS EQUAL TO "O"
               COMPUTE WORK-AMOUNT = CM-LABOR + CM-MATL
               ADD WORK-AMOUNT TO RT-ACCRUED
               MOVE WORK-AMOUNT TO RL-BALANCE
               PERFORM UNBILLED-REMARK THRU UNBILLED-REMARK-EXIT
               GO TO REGISTER-WRITE.
           COMPUTE BALANCE = CM-BILLED - CM-COLLECTED
               - CM-WRITTEN-OFF.
           MOVE BALANCE TO RL-BALANCE.
           ADD CM-BILLED TO RT-BILLED.
           ADD CM-COLLECTED TO RT-COLLECTED.
           ADD CM-DISPUTED TO RT-DISPUTED.
           ADD CM-WRITTEN-OFF TO RT-WRITTEN-OFF.
           ADD BALANCE TO RT-BALANCE.
           IF CM-STATUS IS EQUAL TO "C"
               MOVE "PAID IN FULL" TO RL-REMARK
               GO TO REGISTER-WRITE.
           IF CM-STATUS IS EQUAL TO "W"
               MOVE "WRITTEN OFF" TO RL-REMARK
               GO TO REGISTER-WRITE.
           MOVE CM-BILL-YR TO WD-YR.
           MOVE CM-BILL-MO TO WD-MO.
           MOVE CM-BILL-DA TO WD-DA.
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT.
           MOVE ZERO TO AGE-DAYS.
           IF TODAY-NUMBER IS GREATER THAN DAY-NUMBER
               COMPUTE AGE-DAYS = TODAY-NUMBER - DAY-NUMBER.
           MOVE AGE-DAYS TO RL-AGE.
           MOVE 4 TO AGE-SUB.
           IF AGE-DAYS IS NOT GREATER THAN 90 MOVE 3 TO AGE-SUB.
           IF AGE-DAYS IS NOT GREATER THAN 60 MOVE 2 TO AGE-SUB.
           IF AGE-DAYS IS NOT GREATER THAN 30 MOVE 1 TO AGE-SUB.
           ADD 1 TO RT-AGE-CT (AGE-SUB).
           ADD BALANCE TO RT-AGE-BAL (AGE-SUB).
           IF CM-STATUS IS EQUAL TO "D"
               MOVE "IN DISPUTE" TO RL-REMARK.
           IF AGE-DAYS IS GREATER THAN LEGAL-DAYS
               MOVE "REFER TO LEGAL" TO RL-REMARK
               ADD 1 TO LEGAL-CT.
       REGISTER-WRITE.
           WRITE CLAIM-REGISTER-REC FROM REG-LINE AFTER ADVANCING 1.
       REGISTER-LINE-EXIT.
           EXIT.
       UNBILLED-REMARK.
           MOVE "ACCRUING" TO RL-REMARK.
           IF CM-PARTY IS EQUAL TO SPACES
               MOVE "NO PARTY NAMED" TO RL-REMARK
               GO TO UNBILLED-REMARK-EXIT.
           IF LK-FOUND IS NOT EQUAL TO ZERO
               IF LKT-STATUS (LK-FOUND) IS EQUAL TO SPACE
                   MOVE "LEAK OPEN" TO RL-REMARK.
       UNBILLED-REMARK-EXIT.
           EXIT.
       REGISTER-TOTALS.
           MOVE RT-BILLED TO RTL-BILLED.
           MOVE RT-COLLECTED TO RTL-COLLECTED.
           MOVE RT-DISPUTED TO RTL-DISPUTED.
           MOVE RT-WRITTEN-OFF TO RTL-WRITTEN-OFF.
           MOVE RT-BALANCE TO RTL-BALANCE.
           WRITE CLAIM-REGISTER-REC FROM REG-TOT-LINE
               AFTER ADVANCING 2.
           MOVE RT-ACCRUED TO ACL-ACCRUED.
           WRITE CLAIM-REGISTER-REC FROM ACCRUED-LINE
               AFTER ADVANCING 1.
           WRITE CLAIM-REGISTER-REC FROM AGE-HEAD AFTER ADVANCING 3.
           PERFORM PRINT-ONE-AGE THRU PRINT-ONE-AGE-EXIT
               VARYING AGE-SUB FROM 1 BY 1
               UNTIL AGE-SUB IS GREATER THAN 4.
           MOVE LEGAL-DAYS TO LGL-DAYS.
           MOVE LEGAL-CT TO LGL-CT.
           WRITE CLAIM-REGISTER-REC FROM LEGAL-LINE
               AFTER ADVANCING 2.
           WRITE CLAIM-REGISTER-REC FROM EXC-HEAD AFTER ADVANCING 3.
           PERFORM PRINT-ONE-REJECT THRU PRINT-ONE-REJECT-EXIT
               VARYING TX-SUB FROM 1 BY 1
               UNTIL TX-SUB IS GREATER THAN TX-CT.
           CLOSE CLAIM-REGISTER.
           GO TO PRINT-INVOICES.
       PRINT-ONE-AGE.
           MOVE AGE-NAME (AGE-SUB) TO AL-NAME.
           MOVE RT-AGE-CT (AGE-SUB) TO AL-CT.
           MOVE RT-AGE-BAL (AGE-SUB) TO AL-BAL.
           WRITE CLAIM-REGISTER-REC FROM AGE-LINE AFTER ADVANCING 1.
       PRINT-ONE-AGE-EXIT.
           EXIT.
       PRINT-ONE-REJECT.
           IF TXT-USED (TX-SUB) IS EQUAL TO "Y"
               GO TO PRINT-ONE-REJECT-EXIT.
           MOVE TXT-LEAK (TX-SUB) TO XL-LEAK.
           MOVE TXT-CODE (TX-SUB) TO XL-CODE.
           MOVE TXT-DATE (TX-SUB) TO XL-DATE.
           MOVE TXT-AMOUNT (TX-SUB) TO XL-AMOUNT.
           MOVE "NO CLAIM FOR THIS LEAK" TO XL-TEXT.
           IF TXT-USED (TX-SUB) IS EQUAL TO "E"
               MOVE "CLAIM NOT BILLED OR BAD CODE" TO XL-TEXT.
           WRITE CLAIM-REGISTER-REC FROM EXC-LINE AFTER ADVANCING 1.
           ADD 1 TO REJECT-CT.
       PRINT-ONE-REJECT-EXIT.
           EXIT.
      *
      *    ONE INVOICE PER RESPONSIBLE PARTY FOR THE CLAIMS BILLED
      *    THIS RUN.
      *
       PRINT-INVOICES.
           OPEN OUTPUT INVOICE-PRINT.
           PERFORM SORT-PASS THRU SORT-PASS-EXIT
               VARYING IV-SUB FROM 1 BY 1
               UNTIL IV-SUB IS NOT LESS THAN IV-CT.
           MOVE SPACES TO BRK-PARTY.
           PERFORM PRINT-ONE-ITEM THRU PRINT-ONE-ITEM-EXIT
               VARYING IV-SUB FROM 1 BY 1
               UNTIL IV-SUB IS GREATER THAN IV-CT.
           PERFORM INVOICE-TOTAL THRU INVOICE-TOTAL-EXIT.
           CLOSE INVOICE-PRINT.
           DISPLAY "LKCLAM CLAIMS IN-         " MST-IN-CT.
           DISPLAY "CLAIMS OUT-               " MST-OUT-CT.
           DISPLAY "CLAIMS OPENED-            " NEW-CT.
           DISPLAY "CLAIMS BILLED-            " BILL-CT.
           DISPLAY "CLAIMS CLOSED AND DROPPED-" PURGE-CT.
           DISPLAY "REFERRED TO LEGAL-        " LEGAL-CT.
           DISPLAY "TRANSACTIONS NOT POSTED-  " REJECT-CT.
           STOP RUN.
       SORT-PASS.
           PERFORM SORT-COMPARE THRU SORT-COMPARE-EXIT
               VARYING IV-SUB2 FROM IV-SUB BY 1
               UNTIL IV-SUB2 IS GREATER THAN IV-CT.
       SORT-PASS-EXIT.
           EXIT.
       SORT-COMPARE.
           IF IV-KEY (IV-SUB2) IS NOT LESS THAN IV-KEY (IV-SUB)
               GO TO SORT-COMPARE-EXIT.
           MOVE IV-ENTRY (IV-SUB) TO IV-HOLD.
           MOVE IV-ENTRY (IV-SUB2) TO IV-ENTRY (IV-SUB).
           MOVE IV-HOLD TO IV-ENTRY (IV-SUB2).
       SORT-COMPARE-EXIT.
           EXIT.
       PRINT-ONE-ITEM.
           IF IV-PARTY (IV-SUB) IS NOT EQUAL TO BRK-PARTY
               PERFORM INVOICE-TOTAL THRU INVOICE-TOTAL-EXIT
               PERFORM INVOICE-HEADING THRU INVOICE-HEADING-EXIT.
           MOVE IV-LEAK (IV-SUB) TO IL-LEAK.
           MOVE IV-OPEN-DATE (IV-SUB) TO IL-DATE.
           MOVE IV-ADDRESS (IV-SUB) TO IL-ADDRESS.
           MOVE IV-HRS (IV-SUB) TO IL-HRS.
           MOVE IV-LABOR (IV-SUB) TO IL-LABOR.
           MOVE IV-MATL (IV-SUB) TO IL-MATL.
           MOVE IV-OVERHEAD (IV-SUB) TO IL-OVERHEAD.
           MOVE IV-BILLED (IV-SUB) TO IL-BILLED.
           WRITE INVOICE-PRINT-REC FROM INV-LINE AFTER ADVANCING 1.
           ADD IV-BILLED (IV-SUB) TO INV-TOTAL.
       PRINT-ONE-ITEM-EXIT.
           EXIT.
       INVOICE-HEADING.
           MOVE IV-PARTY (IV-SUB) TO BRK-PARTY IH-PARTY.
           MOVE IV-INVOICE (IV-SUB) TO IH-INVOICE.
           MOVE MMDDYY-WORK-9 TO IH-DATE.
           MOVE IV-PARTY-NAME (IV-SUB) TO IH-NAME.
           MOVE ZERO TO INV-TOTAL.
           WRITE INVOICE-PRINT-REC FROM INV-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE INVOICE-PRINT-REC FROM INV-HEAD-2 AFTER ADVANCING 3.
           WRITE INVOICE-PRINT-REC FROM INV-HEAD-3 AFTER ADVANCING 2.
           WRITE INVOICE-PRINT-REC FROM INV-HEAD-4 AFTER ADVANCING 3.
           WRITE INVOICE-PRINT-REC FROM INV-HEAD-5 AFTER ADVANCING 2.
       INVOICE-HEADING-EXIT.
           EXIT.
       INVOICE-TOTAL.
           IF BRK-PARTY IS EQUAL TO SPACES
               GO TO INVOICE-TOTAL-EXIT.
           MOVE INV-TOTAL TO ITL-TOTAL.
           WRITE INVOICE-PRINT-REC FROM INV-TOT-LINE
               AFTER ADVANCING 2.
           MOVE LABOR-RATE TO IR-RATE.
           MOVE OVERHEAD-PCT TO IR-PCT.
           WRITE INVOICE-PRINT-REC FROM INV-RATE-LINE
               AFTER ADVANCING 3.
           WRITE INVOICE-PRINT-REC FROM INV-REMIT-LINE
               AFTER ADVANCING 1.
       INVOICE-TOTAL-EXIT.
           EXIT.
      *
      *    DAY COUNT FOR THE DATE IN WORK-DATE.
      *
       COMPUTE-DAY-NUMBER.
           DIVIDE WD-YR BY 4 GIVING LEAP-YEARS REMAINDER LEAP-REM.
           COMPUTE DAY-NUMBER = WD-YR * 365 + LEAP-YEARS
               + MC-DAYS (WD-MO) + WD-DA.
           IF LEAP-REM IS EQUAL TO ZERO AND WD-MO IS GREATER THAN 2
               ADD 1 TO DAY-NUMBER.
       COMPUTE-DAY-NUMBER-EXIT.
           EXIT.
