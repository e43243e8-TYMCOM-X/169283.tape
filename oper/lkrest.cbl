       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LKREST.
       REMARKS. STREET-OPENING AND PAVING RESTORATION BACKLOG.
           EVERY STREET OR WALK OPENING ON A REPAIR DESCRIPTION IN
           THE LEAK DETAIL BECOMES A CUT ON THE RESTORATION BACKLOG
           WITH ITS SQUARE FOOTAGE, SURFACE, OPEN DATE AND THE DATE
           THE CITY REQUIRES IT RESTORED BY.  PAVING CREW CARDS MARK
           CUTS RESTORED (CUT 00 RESTORES EVERY CUT ON THE LEAK).
           PRINTS THE OVERDUE CUTS BY DIVISION AND GENERAL FOREMAN
           AND THE SQUARE FEET RESTORED IN THE MONTH FOR CHECKING
           THE CITY PAVING INVOICE.  A RESTORED CUT STAYS ON THE
           BACKLOG UNTIL ITS MONTH HAS BEEN SUMMARIZED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DECSYSTEM-10.
       OBJECT-COMPUTER. DECSYSTEM-10.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAK-DETAIL, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT OPTIONAL REST-IN, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
           SELECT REST-OUT, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT REST-TRAN, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT REST-REPORT, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
       DATA DIVISION.
       FILE SECTION.
        FD  LEAK-DETAIL VALUE OF IDENTIFICATION IS "LKDET    "
                RECORD CONTAINS 60 CHARACTERS.
        01  LK-DETL   PIC X(60).
        01  LD-FIXED REDEFINES LK-DETL.
                02  LD-LEAK-NO   PIC X(7).
                02  LD-REC-TYPE   PIC X.
                02  LD-DIVISION   PIC X.
                02  LD-DISTRICT   PIC X.
                02  LD-GEN-FMAN   PIC XX.
                02  LD-FMAN   PIC XX.
                02  FILLER   PIC X(46).
        01  LD-ADDRESS REDEFINES LK-DETL.
                02  FILLER   PIC X(8).
                02  LD-ADDR-LINE   PIC X(24).
                02  FILLER   PIC X(28).
        01  LD-REPAIR REDEFINES LK-DETL.
                02  FILLER   PIC X(8).
                02  LD-REP-DATE.
                04  LD-REP-YR   PIC XX.
                04  LD-REP-MO   PIC XX.
                04  LD-REP-DA   PIC XX.
                02  FILLER   PIC XX.
                02  LD-REP-DTL OCCURS 3 TIMES.
                04  LD-S-OR-W   PIC X.
                04  LD-WIDTH   PIC XX.
                04  LD-LENGTH   PIC XX.
                04  LD-REPR-CODE   PIC X(4).
                04  FILLER   PIC X(4).
                02  FILLER   PIC X(5).
        FD  REST-IN VALUE OF IDENTIFICATION IS "RSTBKL   "
                RECORD CONTAINS 80 CHARACTERS.
        01  REST-IN-REC   PIC X(80).
        FD  REST-OUT VALUE OF IDENTIFICATION IS "RSTBKLNEW"
                RECORD CONTAINS 80 CHARACTERS.
        01  REST-OUT-REC   PIC X(80).
        FD  REST-TRAN VALUE OF IDENTIFICATION IS "RSTTRNDAT"
                RECORD CONTAINS 20 CHARACTERS.
        01  REST-TRAN-REC.
                02  RT-LEAK   PIC X(7).
                02  RT-CUT   PIC 99.
                02  RT-DATE.
                04  RT-MO   PIC 99.
                04  RT-DA   PIC 99.
                04  RT-YR   PIC 99.
                02  RT-CREW   PIC X(4).
                02  FILLER   PIC X.
        FD  REST-REPORT VALUE OF IDENTIFICATION IS "LKRSTRPT "
                RECORD CONTAINS 100 CHARACTERS.
        01  REST-REPORT-REC   PIC X(100).
       WORKING-STORAGE SECTION.
       77  STREET-DAYS   PIC 999 VALUE 30.
       77  WALK-DAYS   PIC 999 VALUE 30.
       77  CUT-CT   PIC 999 VALUE ZERO.
       77  CUT-SUB   PIC 999 VALUE ZERO.
       77  CUT-FOUND   PIC 999 VALUE ZERO.
       77  TRN-CT   PIC 999 VALUE ZERO.
       77  TRN-SUB   PIC 999 VALUE ZERO.
       77  OD-CT   PIC 999 VALUE ZERO.
       77  OD-SUB   PIC 999 VALUE ZERO.
       77  OD-SUB2   PIC 999 VALUE ZERO.
       77  REP-SUB   PIC 9 VALUE ZERO.
       77  DV-SUB   PIC 99 VALUE ZERO.
       77  HOLD-LEAK   PIC X(7) VALUE SPACES.
       77  HOLD-DIV   PIC X VALUE SPACE.
       77  HOLD-GEN-FMAN   PIC XX VALUE SPACES.
       77  HOLD-FMAN   PIC XX VALUE SPACES.
       77  HOLD-ADDR   PIC X(24) VALUE SPACES.
       77  HOLD-CUT   PIC 99 VALUE ZERO.
       77  BRK-DIV   PIC X VALUE SPACE.
       77  BRK-GEN-FMAN   PIC XX VALUE SPACES.
       77  BRK-CUTS   PIC 9(4) VALUE ZERO.
       77  BRK-SQ-FT   PIC 9(6) VALUE ZERO.
       77  MST-IN-CT   PIC 9(5) VALUE ZERO.
       77  MST-OUT-CT   PIC 9(5) VALUE ZERO.
       77  NEW-CT   PIC 9(5) VALUE ZERO.
       77  DUP-CT   PIC 9(5) VALUE ZERO.
       77  REST-CT   PIC 9(5) VALUE ZERO.
       77  PURGE-CT   PIC 9(5) VALUE ZERO.
       77  OPEN-CT   PIC 9(5) VALUE ZERO.
       77  OPEN-SQ-FT   PIC 9(7) VALUE ZERO.
       77  DAYS-LEFT   PIC 9(4) VALUE ZERO.
       77  DAYS-IN-MONTH   PIC 99 VALUE ZERO.
       77  DAY-NUMBER   PIC 9(6) VALUE ZERO.
       77  TODAY-NUMBER   PIC 9(6) VALUE ZERO.
       77  LEAP-YEARS   PIC 99 VALUE ZERO.
       77  LEAP-REM   PIC 9 VALUE ZERO.
       77  DAYS-OVER   PIC 9(4) VALUE ZERO.
       77  SUMMARY-MMYY   PIC X(4) VALUE SPACES.
       77  SIZE-VALUE   PIC 99 VALUE ZERO.
       01  BACKLOG-REC.
           02  RB-LEAK   PIC X(7).
           02  RB-CUT   PIC 99.
           02  RB-DIVISION   PIC X.
           02  RB-GEN-FMAN   PIC XX.
           02  RB-FMAN   PIC XX.
           02  RB-SURFACE   PIC X.
           02  RB-REPAIR-CODE   PIC X(4).
           02  RB-WIDTH   PIC 99.
           02  RB-LENGTH   PIC 99.
           02  RB-SQ-FT   PIC 9(4).
           02  RB-OPEN-DATE.
               03  RB-OPEN-MO   PIC 99.
               03  RB-OPEN-DA   PIC 99.
               03  RB-OPEN-YR   PIC 99.
           02  RB-DUE-DATE.
               03  RB-DUE-MO   PIC 99.
               03  RB-DUE-DA   PIC 99.
               03  RB-DUE-YR   PIC 99.
           02  RB-REST-DATE.
               03  RB-REST-MO   PIC 99.
               03  RB-REST-DA   PIC 99.
               03  RB-REST-YR   PIC 99.
           02  RB-CREW   PIC X(4).
           02  RB-ADDRESS   PIC X(24).
           02  FILLER   PIC X(7).
       01  TODAY-DATE.
           02  TODAY-YR   PIC 99.
           02  TODAY-MO   PIC 99.
           02  TODAY-DA   PIC 99.
       01  SUMMARY-YYMM.
           02  SUMMARY-YR   PIC 99.
           02  SUMMARY-MO   PIC 99.
       01  COMPARE-YYMMDD.
           02  CMP-YR   PIC 99.
           02  CMP-MO   PIC 99.
           02  CMP-DA   PIC 99.
       01  COMPARE-YYMM REDEFINES COMPARE-YYMMDD.
           02  CMP-YYMM   PIC X(4).
           02  FILLER   PIC XX.
       01  MMDDYY-WORK.
           02  MW-MO   PIC 99.
           02  MW-DA   PIC 99.
           02  MW-YR   PIC 99.
       01  MMDDYY-WORK-9 REDEFINES MMDDYY-WORK PIC 9(6).
       01  WORK-DATE.
           02  WD-YR   PIC 99.
           02  WD-MO   PIC 99.
           02  WD-DA   PIC 99.
       01  SIZE-WORK.
           02  SW-CHAR-1   PIC X.
           02  SW-CHAR-2   PIC X.
       01  SIZE-WORK-9 REDEFINES SIZE-WORK PIC 99.
       01  MONTH-DAYS-DATA.
           02  FILLER   PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-DAYS REDEFINES MONTH-DAYS-DATA.
           02  MD-DAYS   PIC 99 OCCURS 12 TIMES.
       01  MONTH-CUM-DATA.
           02  FILLER   PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  MONTH-CUM REDEFINES MONTH-CUM-DATA.
           02  MC-DAYS   PIC 999 OCCURS 12 TIMES.
       01  CUT-TABLE.
           02  CUT-ENTRY OCCURS 500 TIMES.
               03  CT-LEAK   PIC X(7).
               03  CT-CUT   PIC 99.
               03  CT-DIV   PIC X.
               03  CT-GEN-FMAN   PIC XX.
               03  CT-FMAN   PIC XX.
               03  CT-SURFACE   PIC X.
               03  CT-REPAIR-CODE   PIC X(4).
               03  CT-WIDTH   PIC 99.
               03  CT-LENGTH   PIC 99.
               03  CT-OPEN-DATE   PIC X(6).
               03  CT-ADDRESS   PIC X(24).
               03  CT-USED   PIC X.
       01  TRN-TABLE.
           02  TRN-ENTRY OCCURS 300 TIMES.
               03  TT-LEAK   PIC X(7).
               03  TT-CUT   PIC 99.
               03  TT-DATE   PIC X(6).
               03  TT-CREW   PIC X(4).
               03  TT-USED   PIC X.
       01  OD-TABLE.
           02  OD-ENTRY OCCURS 500 TIMES.
               03  OD-KEY.
                   04  OD-DIV   PIC X.
                   04  OD-GEN-FMAN   PIC XX.
                   04  OD-DUE-YYMMDD   PIC X(6).
                   04  OD-LEAK   PIC X(7).
                   04  OD-CUT   PIC 99.
               03  OD-FMAN   PIC XX.
               03  OD-SURFACE   PIC X.
               03  OD-SQ-FT   PIC 9(4).
               03  OD-OPEN-DATE   PIC 9(6).
               03  OD-DUE-DATE   PIC 9(6).
               03  OD-DAYS-OVER   PIC 9(4).
               03  OD-ADDRESS   PIC X(24).
       01  OD-HOLD   PIC X(67).
       01  DIV-SUMMARY.
           02  DV-ENTRY OCCURS 12 TIMES.
               03  DV-ST-CUTS   PIC 9(4).
               03  DV-ST-SQ-FT   PIC 9(6).
               03  DV-WK-CUTS   PIC 9(4).
               03  DV-WK-SQ-FT   PIC 9(6).
               03  DV-OPENED-SQ-FT   PIC 9(6).
       01  RPT-HEAD-1.
           02  FILLER   PIC X(20) VALUE SPACES.
           02  FILLER   PIC X(40) VALUE
               "STREET RESTORATION - OVERDUE CUTS AS OF ".
           02  RH-DATE   PIC 99/99/99.
       01  RPT-HEAD-2.
           02  FILLER   PIC X(10) VALUE " LEAK  CUT".
           02  FILLER   PIC X(6) VALUE " FMAN ".
           02  FILLER   PIC X(8) VALUE "SURFACE ".
           02  FILLER   PIC X(8) VALUE " SQ FT  ".
           02  FILLER   PIC X(10) VALUE "  OPENED  ".
           02  FILLER   PIC X(10) VALUE "    DUE   ".
           02  FILLER   PIC X(9) VALUE "DAYS OVER".
           02  FILLER   PIC X(10) VALUE "  ADDRESS ".
       01  GF-HEAD.
           02  FILLER   PIC X(10) VALUE " DIVISION ".
           02  GFH-DIV   PIC X.
           02  FILLER   PIC X(19) VALUE "   GENERAL FOREMAN ".
           02  GFH-GEN-FMAN   PIC XX.
       01  OD-LINE.
           02  FILLER   PIC X VALUE SPACE.
           02  ODL-LEAK   PIC X(7).
           02  FILLER   PIC X VALUE SPACE.
           02  ODL-CUT   PIC 99.
           02  FILLER   PIC XX VALUE SPACES.
           02  ODL-FMAN   PIC XX.
           02  FILLER   PIC XX VALUE SPACES.
           02  ODL-SURFACE   PIC X(6).
           02  FILLER   PIC XX VALUE SPACES.
           02  ODL-SQ-FT   PIC ZZZ9.
           02  FILLER   PIC XX VALUE SPACES.
           02  ODL-OPEN   PIC 99/99/99.
           02  FILLER   PIC XX VALUE SPACES.
           02  ODL-DUE   PIC 99/99/99.
           02  FILLER   PIC XXX VALUE SPACES.
           02  ODL-DAYS   PIC ZZZ9.
           02  FILLER   PIC XXX VALUE SPACES.
           02  ODL-ADDRESS   PIC X(24).
       01  GF-TOTAL.
           02  FILLER   PIC X(10) VALUE SPACES.
           02  FILLER   PIC X(14) VALUE "OVERDUE CUTS  ".
           02  GFT-CUTS   PIC ZZZ9.
           02  FILLER   PIC X(10) VALUE "    SQ FT ".
           02  GFT-SQ-FT   PIC ZZZ,ZZ9.
       01  SUM-HEAD-1.
           02  FILLER   PIC X(20) VALUE SPACES.
           02  FILLER   PIC X(40) VALUE
               "SQUARE FEET RESTORED FOR PAVING MONTH ".
           02  SH-MO   PIC 99.
           02  FILLER   PIC X VALUE "/".
           02  SH-YR   PIC 99.
       01  SUM-HEAD-2.
           02  FILLER   PIC X(10) VALUE " DIVISION ".
           02  FILLER   PIC X(20) VALUE "  STREET CUTS  SQ FT".
           02  FILLER   PIC X(20) VALUE "    WALK CUTS  SQ FT".
           02  FILLER   PIC X(20) VALUE "   TOTAL CUTS  SQ FT".
           02  FILLER   PIC X(20) VALUE "      OPENED  SQ FT".
       01  SUM-LINE.
           02  FILLER   PIC X(4) VALUE SPACES.
           02  SL-DIV   PIC X(5).
           02  FILLER   PIC X(5) VALUE SPACES.
           02  SL-ST-CUTS   PIC ZZZ9.
           02  FILLER   PIC XX VALUE SPACES.
           02  SL-ST-SQ-FT   PIC ZZZ,ZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  SL-WK-CUTS   PIC ZZZ9.
           02  FILLER   PIC XX VALUE SPACES.
           02  SL-WK-SQ-FT   PIC ZZZ,ZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  SL-TOT-CUTS   PIC ZZZ9.
           02  FILLER   PIC XX VALUE SPACES.
           02  SL-TOT-SQ-FT   PIC ZZZ,ZZ9.
           02  FILLER   PIC X(11) VALUE SPACES.
           02  SL-OPENED-SQ-FT   PIC ZZZ,ZZ9.
       01  OPEN-LINE.
           02  FILLER   PIC X(10) VALUE SPACES.
           02  FILLER   PIC X(24) VALUE "CUTS OPEN ON BACKLOG    ".
           02  OL-CUTS   PIC ZZ,ZZ9.
           02  FILLER   PIC X(10) VALUE "    SQ FT ".
           02  OL-SQ-FT   PIC Z,ZZZ,ZZ9.
       01  UNMATCHED-LINE.
           02  FILLER   PIC X(10) VALUE SPACES.
           02  FILLER   PIC X(28) VALUE
               "RESTORATION NOT ON BACKLOG  ".
           02  UL-LEAK   PIC X(7).
           02  FILLER   PIC X(5) VALUE "  CUT".
           02  UL-CUT   PIC ZZ9.
           02  FILLER   PIC X(8) VALUE "  CREW  ".
           02  UL-CREW   PIC X(4).
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT TODAY-DATE FROM DATE.
           DISPLAY "DAYS TO RESTORE STREET CUTS (999, BLANK=30): "
               WITH NO ADVANCING.
           ACCEPT STREET-DAYS.
           IF STREET-DAYS IS EQUAL TO ZERO MOVE 30 TO STREET-DAYS.
           DISPLAY "DAYS TO RESTORE WALK CUTS (999, BLANK=30): "
               WITH NO ADVANCING.
           ACCEPT WALK-DAYS.
           IF WALK-DAYS IS EQUAL TO ZERO MOVE 30 TO WALK-DAYS.
           DISPLAY "PAVING MONTH (MMYY, BLANK=LAST MONTH): "
               WITH NO ADVANCING.
           ACCEPT SUMMARY-MMYY.
           IF SUMMARY-MMYY IS EQUAL TO SPACES
               MOVE TODAY-YR TO SUMMARY-YR
               MOVE TODAY-MO TO SUMMARY-MO
               SUBTRACT 1 FROM SUMMARY-MO
               IF SUMMARY-MO IS EQUAL TO ZERO
                   MOVE 12 TO SUMMARY-MO
                   SUBTRACT 1 FROM SUMMARY-YR
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE SUMMARY-MMYY TO MMDDYY-WORK
               MOVE MW-MO TO SUMMARY-MO
               MOVE MW-DA TO SUMMARY-YR.
           MOVE TODAY-YR TO WD-YR.
           MOVE TODAY-MO TO WD-MO.
           MOVE TODAY-DA TO WD-DA.
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT.
           MOVE DAY-NUMBER TO TODAY-NUMBER.
           MOVE ZEROS TO DIV-SUMMARY.
           OPEN INPUT LEAK-DETAIL.
       LOAD-CUTS.
           READ LEAK-DETAIL AT END GO TO LOAD-CUTS-DONE.
           IF LD-LEAK-NO IS EQUAL TO "9999999" GO TO LOAD-CUTS.
           IF LD-LEAK-NO IS NOT EQUAL TO HOLD-LEAK
               MOVE LD-LEAK-NO TO HOLD-LEAK
               MOVE SPACES TO HOLD-DIV HOLD-GEN-FMAN HOLD-FMAN
                   HOLD-ADDR
               MOVE ZERO TO HOLD-CUT.
           IF LD-REC-TYPE IS EQUAL TO "0"
               MOVE LD-DIVISION TO HOLD-DIV
               MOVE LD-GEN-FMAN TO HOLD-GEN-FMAN
               MOVE LD-FMAN TO HOLD-FMAN
               GO TO LOAD-CUTS.
           IF LD-REC-TYPE IS EQUAL TO "2" OR "3"
               IF HOLD-ADDR IS EQUAL TO SPACES
                   MOVE LD-ADDR-LINE TO HOLD-ADDR
                   GO TO LOAD-CUTS
               ELSE
                   GO TO LOAD-CUTS.
           IF LD-REC-TYPE IS NOT EQUAL TO "7" GO TO LOAD-CUTS.
           PERFORM LOAD-ONE-CUT THRU LOAD-ONE-CUT-EXIT
               VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB IS GREATER THAN 3.
           GO TO LOAD-CUTS.
       LOAD-ONE-CUT.
           IF LD-S-OR-W (REP-SUB) IS NOT EQUAL TO "S"
               AND LD-S-OR-W (REP-SUB) IS NOT EQUAL TO "W"
               GO TO LOAD-ONE-CUT-EXIT.
           ADD 1 TO HOLD-CUT.
           IF CUT-CT IS EQUAL TO 500
               DISPLAY "LKREST - CUT TABLE FULL AT LEAK " LD-LEAK-NO
               GO TO LOAD-ONE-CUT-EXIT.
           ADD 1 TO CUT-CT.
           MOVE LD-LEAK-NO TO CT-LEAK (CUT-CT).
           MOVE HOLD-CUT TO CT-CUT (CUT-CT).
           MOVE HOLD-DIV TO CT-DIV (CUT-CT).
           MOVE HOLD-GEN-FMAN TO CT-GEN-FMAN (CUT-CT).
           MOVE HOLD-FMAN TO CT-FMAN (CUT-CT).
           MOVE LD-S-OR-W (REP-SUB) TO CT-SURFACE (CUT-CT).
           MOVE LD-REPR-CODE (REP-SUB) TO CT-REPAIR-CODE (CUT-CT).
           MOVE LD-WIDTH (REP-SUB) TO SIZE-WORK.
           PERFORM SIZE-TO-FEET THRU SIZE-TO-FEET-EXIT.
           MOVE SIZE-VALUE TO CT-WIDTH (CUT-CT).
           MOVE LD-LENGTH (REP-SUB) TO SIZE-WORK.
           PERFORM SIZE-TO-FEET THRU SIZE-TO-FEET-EXIT.
           MOVE SIZE-VALUE TO CT-LENGTH (CUT-CT).
           MOVE LD-REP-MO TO MW-MO.
           MOVE LD-REP-DA TO MW-DA.
           MOVE LD-REP-YR TO MW-YR.
           MOVE MMDDYY-WORK TO CT-OPEN-DATE (CUT-CT).
           MOVE HOLD-ADDR TO CT-ADDRESS (CUT-CT).
           MOVE "N" TO CT-USED (CUT-CT).
       LOAD-ONE-CUT-EXIT.
           EXIT.
       SIZE-TO-FEET.
           MOVE ZERO TO SIZE-VALUE.
           IF SW-CHAR-1 IS EQUAL TO SPACE MOVE "0" TO SW-CHAR-1.
           IF SW-CHAR-2 IS EQUAL TO SPACE
               MOVE SW-CHAR-1 TO SW-CHAR-2
               MOVE "0" TO SW-CHAR-1.
           IF SIZE-WORK-9 IS NUMERIC
               MOVE SIZE-WORK-9 TO SIZE-VALUE.
       SIZE-TO-FEET-EXIT.
           EXIT.
       LOAD-CUTS-DONE.
           CLOSE LEAK-DETAIL.
           OPEN INPUT REST-TRAN.
       LOAD-TRAN.
           READ REST-TRAN AT END GO TO LOAD-TRAN-DONE.
           IF TRN-CT IS EQUAL TO 300
               DISPLAY "LKREST - RESTORATION TABLE FULL"
               GO TO LOAD-TRAN-DONE.
           ADD 1 TO TRN-CT.
           MOVE RT-LEAK TO TT-LEAK (TRN-CT).
           MOVE RT-CUT TO TT-CUT (TRN-CT).
           MOVE RT-DATE TO TT-DATE (TRN-CT).
           MOVE RT-CREW TO TT-CREW (TRN-CT).
           MOVE "N" TO TT-USED (TRN-CT).
           GO TO LOAD-TRAN.
       LOAD-TRAN-DONE.
           CLOSE REST-TRAN.
           OPEN INPUT REST-IN OUTPUT REST-OUT.
       MERGE-READ.
           READ REST-IN AT END GO TO ADD-NEW-CUTS.
           ADD 1 TO MST-IN-CT.
           MOVE REST-IN-REC TO BACKLOG-REC.
           MOVE ZERO TO CUT-FOUND.
           PERFORM SCAN-CUT THRU SCAN-CUT-EXIT
               VARYING CUT-SUB FROM 1 BY 1
               UNTIL CUT-SUB IS GREATER THAN CUT-CT.
           IF CUT-FOUND IS NOT EQUAL TO ZERO
               MOVE "D" TO CT-USED (CUT-FOUND)
               ADD 1 TO DUP-CT.
           PERFORM POST-BACKLOG THRU POST-BACKLOG-EXIT.
           GO TO MERGE-READ.
       SCAN-CUT.
           IF CT-LEAK (CUT-SUB) IS EQUAL TO RB-LEAK
               AND CT-CUT (CUT-SUB) IS EQUAL TO RB-CUT
               MOVE CUT-SUB TO CUT-FOUND.
       SCAN-CUT-EXIT.
           EXIT.
       ADD-NEW-CUTS.
           PERFORM ADD-ONE-CUT THRU ADD-ONE-CUT-EXIT
               VARYING CUT-SUB FROM 1 BY 1
               UNTIL CUT-SUB IS GREATER THAN CUT-CT.
           CLOSE REST-IN, REST-OUT.
           GO TO PRINT-REPORT.
       ADD-ONE-CUT.
           IF CT-USED (CUT-SUB) IS NOT EQUAL TO "N"
               GO TO ADD-ONE-CUT-EXIT.
           MOVE SPACES TO BACKLOG-REC.
           MOVE CT-LEAK (CUT-SUB) TO RB-LEAK.
           MOVE CT-CUT (CUT-SUB) TO RB-CUT.
           MOVE CT-DIV (CUT-SUB) TO RB-DIVISION.
           MOVE CT-GEN-FMAN (CUT-SUB) TO RB-GEN-FMAN.
           MOVE CT-FMAN (CUT-SUB) TO RB-FMAN.
           MOVE CT-SURFACE (CUT-SUB) TO RB-SURFACE.
           MOVE CT-REPAIR-CODE (CUT-SUB) TO RB-REPAIR-CODE.
           MOVE CT-WIDTH (CUT-SUB) TO RB-WIDTH.
           MOVE CT-LENGTH (CUT-SUB) TO RB-LENGTH.
           COMPUTE RB-SQ-FT = RB-WIDTH * RB-LENGTH.
           MOVE CT-OPEN-DATE (CUT-SUB) TO RB-OPEN-DATE.
           MOVE CT-ADDRESS (CUT-SUB) TO RB-ADDRESS.
           MOVE ZEROS TO RB-REST-DATE.
           MOVE SPACES TO RB-CREW.
           IF RB-SURFACE IS EQUAL TO "S"
               MOVE STREET-DAYS TO DAYS-LEFT
           ELSE
               MOVE WALK-DAYS TO DAYS-LEFT.
           MOVE RB-OPEN-YR TO WD-YR.
           MOVE RB-OPEN-MO TO WD-MO.
           MOVE RB-OPEN-DA TO WD-DA.
           PERFORM ADVANCE-DATE THRU ADVANCE-DATE-EXIT.
           MOVE WD-YR TO RB-DUE-YR.
           MOVE WD-MO TO RB-DUE-MO.
           MOVE WD-DA TO RB-DUE-DA.
           ADD 1 TO NEW-CT.
           IF RB-OPEN-YR IS EQUAL TO SUMMARY-YR
               AND RB-OPEN-MO IS EQUAL TO SUMMARY-MO
               PERFORM FIND-DIVISION THRU FIND-DIVISION-EXIT
               ADD RB-SQ-FT TO DV-OPENED-SQ-FT (DV-SUB).
           PERFORM POST-BACKLOG THRU POST-BACKLOG-EXIT.
       ADD-ONE-CUT-EXIT.
           EXIT.
      *
      *    APPLY PAVING CREW CARDS, DROP CUTS WHOSE RESTORED MONTH
      *    HAS ALREADY BEEN SUMMARIZED, AND WRITE THE BACKLOG.
      *
       POST-BACKLOG.
           IF RB-REST-DATE IS EQUAL TO ZEROS
               PERFORM SCAN-TRAN THRU SCAN-TRAN-EXIT
                   VARYING TRN-SUB FROM 1 BY 1
                   UNTIL TRN-SUB IS GREATER THAN TRN-CT.
           IF RB-REST-DATE IS EQUAL TO ZEROS
               GO TO POST-OPEN-CUT.
           MOVE RB-REST-YR TO CMP-YR.
           MOVE RB-REST-MO TO CMP-MO.
           IF CMP-YYMM IS LESS THAN SUMMARY-YYMM
               ADD 1 TO PURGE-CT
               GO TO POST-BACKLOG-EXIT.
           IF CMP-YYMM IS EQUAL TO SUMMARY-YYMM
               PERFORM FIND-DIVISION THRU FIND-DIVISION-EXIT
               PERFORM ADD-RESTORED THRU ADD-RESTORED-EXIT.
           GO TO WRITE-BACKLOG.
       POST-OPEN-CUT.
           ADD 1 TO OPEN-CT.
           ADD RB-SQ-FT TO OPEN-SQ-FT.
           MOVE RB-DUE-YR TO CMP-YR.
           MOVE RB-DUE-MO TO CMP-MO.
           MOVE RB-DUE-DA TO CMP-DA.
           IF COMPARE-YYMMDD IS NOT LESS THAN TODAY-DATE
               GO TO WRITE-BACKLOG.
           IF OD-CT IS EQUAL TO 500
               DISPLAY "LKREST - OVERDUE TABLE FULL AT LEAK " RB-LEAK
               GO TO WRITE-BACKLOG.
           ADD 1 TO OD-CT.
           MOVE RB-DIVISION TO OD-DIV (OD-CT).
           MOVE RB-GEN-FMAN TO OD-GEN-FMAN (OD-CT).
           MOVE COMPARE-YYMMDD TO OD-DUE-YYMMDD (OD-CT).
           MOVE RB-LEAK TO OD-LEAK (OD-CT).
           MOVE RB-CUT TO OD-CUT (OD-CT).
           MOVE RB-FMAN TO OD-FMAN (OD-CT).
           MOVE RB-SURFACE TO OD-SURFACE (OD-CT).
           MOVE RB-SQ-FT TO OD-SQ-FT (OD-CT).
           MOVE RB-OPEN-DATE TO OD-OPEN-DATE (OD-CT).
           MOVE RB-DUE-DATE TO OD-DUE-DATE (OD-CT).
           MOVE RB-ADDRESS TO OD-ADDRESS (OD-CT).
           MOVE RB-DUE-YR TO WD-YR.
           MOVE RB-DUE-MO TO WD-MO.
           MOVE RB-DUE-DA TO WD-DA.
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT.
           SUBTRACT DAY-NUMBER FROM TODAY-NUMBER
               GIVING OD-DAYS-OVER (OD-CT).
       WRITE-BACKLOG.
           WRITE REST-OUT-REC FROM BACKLOG-REC.
           ADD 1 TO MST-OUT-CT.
       POST-BACKLOG-EXIT.
           EXIT.
       SCAN-TRAN.
           IF TT-LEAK (TRN-SUB) IS NOT EQUAL TO RB-LEAK
               GO TO SCAN-TRAN-EXIT.
           IF TT-CUT (TRN-SUB) IS NOT EQUAL TO RB-CUT
               AND TT-CUT (TRN-SUB) IS NOT EQUAL TO ZERO
               GO TO SCAN-TRAN-EXIT.
           IF RB-REST-DATE IS NOT EQUAL TO ZEROS
               GO TO SCAN-TRAN-EXIT.
           MOVE TT-DATE (TRN-SUB) TO RB-REST-DATE.
           MOVE TT-CREW (TRN-SUB) TO RB-CREW.
           MOVE "Y" TO TT-USED (TRN-SUB).
           ADD 1 TO REST-CT.
       SCAN-TRAN-EXIT.
           EXIT.
       FIND-DIVISION.
           MOVE 11 TO DV-SUB.
           IF RB-DIVISION IS NUMERIC
               MOVE RB-DIVISION TO DV-SUB
               ADD 1 TO DV-SUB.
       FIND-DIVISION-EXIT.
           EXIT.
       ADD-RESTORED.
           IF RB-SURFACE IS EQUAL TO "S"
               ADD 1 TO DV-ST-CUTS (DV-SUB)
               ADD RB-SQ-FT TO DV-ST-SQ-FT (DV-SUB)
           ELSE
               ADD 1 TO DV-WK-CUTS (DV-SUB)
               ADD RB-SQ-FT TO DV-WK-SQ-FT (DV-SUB).
       ADD-RESTORED-EXIT.
           EXIT.
      *
      *    DATE ARITHMETIC ON WORK-DATE.  ADVANCE-DATE MOVES THE DATE
      *    FORWARD DAYS-LEFT DAYS.  COMPUTE-DAY-NUMBER GIVES A DAY
      *    COUNT FOR SUBTRACTING ONE DATE FROM ANOTHER.
      *
       ADVANCE-DATE.
           MOVE MD-DAYS (WD-MO) TO DAYS-IN-MONTH.
           DIVIDE WD-YR BY 4 GIVING LEAP-YEARS REMAINDER LEAP-REM.
           IF WD-MO IS EQUAL TO 2 AND LEAP-REM IS EQUAL TO ZERO
               MOVE 29 TO DAYS-IN-MONTH.
           IF WD-DA + DAYS-LEFT IS NOT GREATER THAN DAYS-IN-MONTH
               ADD DAYS-LEFT TO WD-DA
               GO TO ADVANCE-DATE-EXIT.
           COMPUTE DAYS-LEFT = DAYS-LEFT - (DAYS-IN-MONTH - WD-DA) - 1.
           MOVE 1 TO WD-DA.
           ADD 1 TO WD-MO.
           IF WD-MO IS GREATER THAN 12
               MOVE 1 TO WD-MO
               ADD 1 TO WD-YR.
           GO TO ADVANCE-DATE.
       ADVANCE-DATE-EXIT.
           EXIT.
       COMPUTE-DAY-NUMBER.
           DIVIDE WD-YR BY 4 GIVING LEAP-YEARS REMAINDER LEAP-REM.
           COMPUTE DAY-NUMBER = WD-YR * 365 + LEAP-YEARS
               + MC-DAYS (WD-MO) + WD-DA.
           IF LEAP-REM IS EQUAL TO ZERO AND WD-MO IS GREATER THAN 2
               ADD 1 TO DAY-NUMBER.
       COMPUTE-DAY-NUMBER-EXIT.
           EXIT.
      *
      *    OVERDUE LIST BY DIVISION AND GENERAL FOREMAN, OLDEST DUE
      *    DATE FIRST, THEN THE PAVING MONTH SUMMARY.
      *
       PRINT-REPORT.
           PERFORM SORT-PASS THRU SORT-PASS-EXIT
               VARYING OD-SUB FROM 1 BY 1
               UNTIL OD-SUB IS NOT LESS THAN OD-CT.
           OPEN OUTPUT REST-REPORT.
           MOVE TODAY-MO TO MW-MO.
           MOVE TODAY-DA TO MW-DA.
           MOVE TODAY-YR TO MW-YR.
           MOVE MMDDYY-WORK-9 TO RH-DATE.
           WRITE REST-REPORT-REC FROM RPT-HEAD-1 AFTER ADVANCING 2.
           WRITE REST-REPORT-REC FROM RPT-HEAD-2 AFTER ADVANCING 2.
           MOVE HIGH-VALUES TO BRK-DIV BRK-GEN-FMAN.
           PERFORM PRINT-ONE-OVERDUE THRU PRINT-ONE-OVERDUE-EXIT
               VARYING OD-SUB FROM 1 BY 1
               UNTIL OD-SUB IS GREATER THAN OD-CT.
           PERFORM FOREMAN-TOTAL THRU FOREMAN-TOTAL-EXIT.
           MOVE OPEN-CT TO OL-CUTS.
           MOVE OPEN-SQ-FT TO OL-SQ-FT.
           WRITE REST-REPORT-REC FROM OPEN-LINE AFTER ADVANCING 2.
           PERFORM PRINT-UNMATCHED THRU PRINT-UNMATCHED-EXIT
               VARYING TRN-SUB FROM 1 BY 1
               UNTIL TRN-SUB IS GREATER THAN TRN-CT.
           MOVE SUMMARY-MO TO SH-MO.
           MOVE SUMMARY-YR TO SH-YR.
           WRITE REST-REPORT-REC FROM SUM-HEAD-1 AFTER ADVANCING 3.
           WRITE REST-REPORT-REC FROM SUM-HEAD-2 AFTER ADVANCING 2.
           PERFORM PRINT-ONE-DIVISION THRU PRINT-ONE-DIVISION-EXIT
               VARYING DV-SUB FROM 1 BY 1
               UNTIL DV-SUB IS GREATER THAN 11.
           MOVE ZEROS TO DV-ENTRY (12).
           PERFORM ADD-DIVISION THRU ADD-DIVISION-EXIT
               VARYING DV-SUB FROM 1 BY 1
               UNTIL DV-SUB IS GREATER THAN 11.
           MOVE 12 TO DV-SUB.
           MOVE "TOTAL" TO SL-DIV.
           PERFORM FORMAT-DIVISION THRU FORMAT-DIVISION-EXIT.
           WRITE REST-REPORT-REC FROM SUM-LINE AFTER ADVANCING 2.
           CLOSE REST-REPORT.
           DISPLAY "LKREST BACKLOG IN-      " MST-IN-CT.
           DISPLAY "LKREST BACKLOG OUT-     " MST-OUT-CT.
           DISPLAY "NEW CUTS-               " NEW-CT.
           DISPLAY "CUTS ALREADY ON FILE-   " DUP-CT.
           DISPLAY "CUTS RESTORED-          " REST-CT.
           DISPLAY "RESTORED CUTS PURGED-   " PURGE-CT.
           DISPLAY "OVERDUE CUTS-           " OD-CT.
           STOP RUN.
       SORT-PASS.
           PERFORM SORT-COMPARE THRU SORT-COMPARE-EXIT
               VARYING OD-SUB2 FROM OD-SUB BY 1
               UNTIL OD-SUB2 IS GREATER THAN OD-CT.
       SORT-PASS-EXIT.
           EXIT.
       SORT-COMPARE.
           IF OD-KEY (OD-SUB2) IS NOT LESS THAN OD-KEY (OD-SUB)
               GO TO SORT-COMPARE-EXIT.
           MOVE OD-ENTRY (OD-SUB) TO OD-HOLD.
           MOVE OD-ENTRY (OD-SUB2) TO OD-ENTRY (OD-SUB).
           MOVE OD-HOLD TO OD-ENTRY (OD-SUB2).
       SORT-COMPARE-EXIT.
           EXIT.
       PRINT-ONE-OVERDUE.
           IF OD-DIV (OD-SUB) IS NOT EQUAL TO BRK-DIV
               OR OD-GEN-FMAN (OD-SUB) IS NOT EQUAL TO BRK-GEN-FMAN
               PERFORM FOREMAN-TOTAL THRU FOREMAN-TOTAL-EXIT
               MOVE OD-DIV (OD-SUB) TO BRK-DIV GFH-DIV
               MOVE OD-GEN-FMAN (OD-SUB) TO BRK-GEN-FMAN GFH-GEN-FMAN
               WRITE REST-REPORT-REC FROM GF-HEAD AFTER ADVANCING 2.
           MOVE OD-LEAK (OD-SUB) TO ODL-LEAK.
           MOVE OD-CUT (OD-SUB) TO ODL-CUT.
           MOVE OD-FMAN (OD-SUB) TO ODL-FMAN.
           IF OD-SURFACE (OD-SUB) IS EQUAL TO "S"
               MOVE "STREET" TO ODL-SURFACE
           ELSE
               MOVE "WALK" TO ODL-SURFACE.
           MOVE OD-SQ-FT (OD-SUB) TO ODL-SQ-FT.
           MOVE OD-OPEN-DATE (OD-SUB) TO ODL-OPEN.
           MOVE OD-DUE-DATE (OD-SUB) TO ODL-DUE.
           MOVE OD-DAYS-OVER (OD-SUB) TO ODL-DAYS.
           MOVE OD-ADDRESS (OD-SUB) TO ODL-ADDRESS.
           WRITE REST-REPORT-REC FROM OD-LINE AFTER ADVANCING 1.
           ADD 1 TO BRK-CUTS.
           ADD OD-SQ-FT (OD-SUB) TO BRK-SQ-FT.
       PRINT-ONE-OVERDUE-EXIT.
           EXIT.
       FOREMAN-TOTAL.
           IF BRK-CUTS IS EQUAL TO ZERO
               GO TO FOREMAN-TOTAL-EXIT.
           MOVE BRK-CUTS TO GFT-CUTS.
           MOVE BRK-SQ-FT TO GFT-SQ-FT.
           WRITE REST-REPORT-REC FROM GF-TOTAL AFTER ADVANCING 1.
           MOVE ZERO TO BRK-CUTS BRK-SQ-FT.
       FOREMAN-TOTAL-EXIT.
           EXIT.
       PRINT-UNMATCHED.
           IF TT-USED (TRN-SUB) IS EQUAL TO "Y"
               GO TO PRINT-UNMATCHED-EXIT.
           MOVE TT-LEAK (TRN-SUB) TO UL-LEAK.
           MOVE TT-CUT (TRN-SUB) TO UL-CUT.
           MOVE TT-CREW (TRN-SUB) TO UL-CREW.
           WRITE REST-REPORT-REC FROM UNMATCHED-LINE
               AFTER ADVANCING 1.
       PRINT-UNMATCHED-EXIT.
           EXIT.
       PRINT-ONE-DIVISION.
           IF DV-ST-CUTS (DV-SUB) IS EQUAL TO ZERO
               AND DV-WK-CUTS (DV-SUB) IS EQUAL TO ZERO
               AND DV-OPENED-SQ-FT (DV-SUB) IS EQUAL TO ZERO
               GO TO PRINT-ONE-DIVISION-EXIT.
           MOVE SPACES TO SL-DIV.
           IF DV-SUB IS EQUAL TO 11
               MOVE "OTHER" TO SL-DIV
           ELSE
               SUBTRACT 1 FROM DV-SUB GIVING REP-SUB
               MOVE REP-SUB TO SL-DIV.
           PERFORM FORMAT-DIVISION THRU FORMAT-DIVISION-EXIT.
           WRITE REST-REPORT-REC FROM SUM-LINE AFTER ADVANCING 1.
       PRINT-ONE-DIVISION-EXIT.
           EXIT.
       ADD-DIVISION.
           ADD DV-ST-CUTS (DV-SUB) TO DV-ST-CUTS (12).
           ADD DV-ST-SQ-FT (DV-SUB) TO DV-ST-SQ-FT (12).
           ADD DV-WK-CUTS (DV-SUB) TO DV-WK-CUTS (12).
           ADD DV-WK-SQ-FT (DV-SUB) TO DV-WK-SQ-FT (12).
           ADD DV-OPENED-SQ-FT (DV-SUB) TO DV-OPENED-SQ-FT (12).
       ADD-DIVISION-EXIT.
           EXIT.
       FORMAT-DIVISION.
           MOVE DV-ST-CUTS (DV-SUB) TO SL-ST-CUTS.
           MOVE DV-ST-SQ-FT (DV-SUB) TO SL-ST-SQ-FT.
           MOVE DV-WK-CUTS (DV-SUB) TO SL-WK-CUTS.
           MOVE DV-WK-SQ-FT (DV-SUB) TO SL-WK-SQ-FT.
           COMPUTE SL-TOT-CUTS = DV-ST-CUTS (DV-SUB)
               + DV-WK-CUTS (DV-SUB).
           COMPUTE SL-TOT-SQ-FT = DV-ST-SQ-FT (DV-SUB)
               + DV-WK-SQ-FT (DV-SUB).
           MOVE DV-OPENED-SQ-FT (DV-SUB) TO SL-OPENED-SQ-FT.
       FORMAT-DIVISION-EXIT.
           EXIT.
