       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSSA43.
       REMARKS. COMPARABLE STORE SALES VERSUS LAST YEAR ON THE 4-5-4
                RETAIL CALENDAR. THIS YEAR COMES FROM THE DAILY SALES
                MASTER, LAST YEAR FROM THE PRIOR YEAR GENERATION OF
                THE SAME MASTER. THE RETAIL CALENDAR FILE GIVES THE
                FIRST AND LAST DAY OF EACH RETAIL WEEK FOR BOTH YEARS.
                STORES OPEN LESS THAN A FULL YEAR AT THE AS-OF DATE ARE
                LEFT OUT OF THE COMPARABLE STORE TOTALS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO NCR682-106.
           SELECT RETCAL ASSIGN TO NCR682-107.
           SELECT STOREFILE ASSIGN TO NCR682-108.
           SELECT DSMMASTER ASSIGN TO NCR633-119.
           SELECT LYMASTER ASSIGN TO NCR633-119.
           SELECT COMPRPT ASSIGN TO NCR640-200.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           LABEL RECORD IS OMITTED.
       01  PARM-REC.
           03  PARM-THRU-WEEK  PIC 99.
           03  PARM-PCT        PIC 999.
           03  PARM-AS-OF      PIC 9(8).
           03  FILLER          PIC X(67).
       FD  RETCAL
           LABEL RECORD IS OMITTED.
       01  CAL-REC.
           03  CAL-YEAR        PIC XX.
           03  CAL-WEEK        PIC 99.
           03  CAL-PERIOD      PIC 99.
           03  CAL-QTR         PIC 9.
           03  CAL-SEASON      PIC X.
           03  CAL-FIRST       PIC 999.
           03  CAL-LAST        PIC 999.
           03  CAL-WEEK-END    PIC 9(8).
           03  FILLER          PIC X(58).
       FD  STOREFILE
           LABEL RECORD IS OMITTED.
       01  STORE-CARD.
           03  SC-STORE        PIC 99.
           03  SC-OPEN-DATE    PIC 9(8).
           03  SC-NAME         PIC X(20).
           03  FILLER          PIC X(50).
       FD  DSMMASTER
           LABEL RECORD IS STANDARD.
       01  TRANS-REC.
           03  T-COMP.
               05  STORE           PIC 99.
               05  MERCH-GRP       PIC 99.
               05  DEPT            PIC 999.
           03  T-LY OCCURS 366 TIMES.
               05  TY-ID           PIC S9(5)       COMP-3.
               05  TY-AMT          PIC S9(7)V99    COMP-3.
           03  FILLER          PIC X(315).
       FD  LYMASTER
           LABEL RECORD IS STANDARD.
       01  LY-REC.
           03  L-COMP.
               05  L-STORE         PIC 99.
               05  L-MERCH-GRP     PIC 99.
               05  L-DEPT          PIC 999.
           03  L-LY OCCURS 366 TIMES.
               05  LY-ID           PIC S9(5)       COMP-3.
               05  LY-AMT          PIC S9(7)V99    COMP-3.
           03  FILLER          PIC X(315).
       FD  COMPRPT
           LABEL RECORD IS OMITTED.
       01  COMP-PRT            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WK-SUB              PIC 99 VALUE ZERO.
       01  PD-SUB              PIC 99 VALUE ZERO.
       01  BK-SUB              PIC 9 VALUE ZERO.
       01  DAY-SUB             PIC 999 VALUE ZERO.
       01  DAY-FROM            PIC 999 VALUE ZERO.
       01  DAY-TO              PIC 999 VALUE ZERO.
       01  DAY-SPAN            PIC 999 VALUE ZERO.
       01  CAL-CT              PIC 999 VALUE ZERO.
       01  CAL-ERR-CT          PIC 999 VALUE ZERO.
       01  OS-CT               PIC 99 VALUE ZERO.
       01  OS-SUB              PIC 99 VALUE ZERO.
       01  OS-FOUND            PIC 99 VALUE ZERO.
       01  CD-CT               PIC 999 VALUE ZERO.
       01  CD-SUB              PIC 999 VALUE ZERO.
       01  CD-FOUND            PIC 999 VALUE ZERO.
       01  STORE-CT            PIC 99 VALUE ZERO.
       01  COMP-CT             PIC 99 VALUE ZERO.
       01  CUR-PERIOD          PIC 99 VALUE ZERO.
       01  CUR-QTR             PIC 9 VALUE ZERO.
       01  CUR-SEASON          PIC X VALUE SPACE.
       01  EXP-WEEKS           PIC 9 VALUE ZERO.
       01  EXP-QTR             PIC 9 VALUE ZERO.
       01  EXP-SEASON          PIC X VALUE SPACE.
       01  ANNIV-DATE          PIC 9(8) VALUE ZERO.
       01  TY-KEY              PIC X(7) VALUE SPACES.
       01  LY-KEY              PIC X(7) VALUE SPACES.
       01  CUR-KEY.
           03  CK-STORE        PIC 99.
           03  CK-MG           PIC 99.
           03  CK-DEPT         PIC 999.
       01  CUR-KEY-X REDEFINES CUR-KEY PIC X(7).
       01  PREV-STORE          PIC XX VALUE LOW-VALUES.
       01  STORE-COMP          PIC X VALUE 'N'.
       01  WEEK-AMT            PIC S9(9)V99 VALUE ZERO.
       01  PCT-CHG             PIC S9(5)V9 VALUE ZERO.
       01  PCT-BEHIND          PIC S9(5)V9 VALUE ZERO.
       01  LINE-FLAG           PIC X VALUE 'N'.
       01  CAL-TY-TABLE.
           03  CT-ENTRY OCCURS 53 TIMES.
               05  CT-LOADED   PIC X.
               05  CT-PERIOD   PIC 99.
               05  CT-QTR      PIC 9.
               05  CT-SEASON   PIC X.
               05  CT-FIRST    PIC 999.
               05  CT-LAST     PIC 999.
               05  CT-WEEK-END PIC 9(8).
       01  CAL-LY-TABLE.
           03  CL-ENTRY OCCURS 53 TIMES.
               05  CL-LOADED   PIC X.
               05  CL-FIRST    PIC 999.
               05  CL-LAST     PIC 999.
       01  PD-TABLE.
           03  PD-WEEKS OCCURS 12 TIMES PIC 99.
       01  OS-TABLE.
           03  OS-ENTRY OCCURS 50 TIMES.
               05  OS-STORE    PIC 99.
               05  OS-OPEN     PIC 9(8).
               05  OS-NAME     PIC X(20).
       01  DEPT-BK.
           03  DB-ENTRY OCCURS 4 TIMES.
               05  DB-TY       PIC S9(9)V99.
               05  DB-LY       PIC S9(9)V99.
       01  STORE-BK.
           03  SB-ENTRY OCCURS 4 TIMES.
               05  SB-TY       PIC S9(9)V99.
               05  SB-LY       PIC S9(9)V99.
       01  ALL-BK.
           03  AB-ENTRY OCCURS 4 TIMES.
               05  AB-TY       PIC S9(9)V99.
               05  AB-LY       PIC S9(9)V99.
       01  COMP-BK.
           03  CB-ENTRY OCCURS 4 TIMES.
               05  CB-TY       PIC S9(9)V99.
               05  CB-LY       PIC S9(9)V99.
       01  PRT-BK.
           03  PB-ENTRY OCCURS 4 TIMES.
               05  PB-TY       PIC S9(9)V99.
               05  PB-LY       PIC S9(9)V99.
       01  CD-TABLE.
           03  CD-ENTRY OCCURS 300 TIMES.
               05  CD-MG       PIC 99.
               05  CD-DEPT     PIC 999.
               05  CD-PRINTED  PIC X.
               05  CD-BK OCCURS 4 TIMES.
                   07  CD-TY   PIC S9(9)V99.
                   07  CD-LY   PIC S9(9)V99.
       01  BEST-KEY.
           03  BK-MG           PIC 99.
           03  BK-DEPT         PIC 999.
       01  CD-KEY.
           03  CK-CD-MG        PIC 99.
           03  CK-CD-DEPT      PIC 999.
       01  COMP-HEAD.
           03  FILLER  PIC X(30) VALUE SPACES.
           03  FILLER  PIC X(50) VALUE
               'COMPARABLE STORE SALES - 4-5-4 RETAIL CALENDAR'.
       01  WEEK-HEAD.
           03  FILLER  PIC X(14) VALUE ' THROUGH WEEK '.
           03  WH-WEEK     PIC Z9.
           03  FILLER  PIC X(9) VALUE '  ENDING '.
           03  WH-WEEK-END PIC 9(8).
           03  FILLER  PIC X(9) VALUE '  PERIOD '.
           03  WH-PERIOD   PIC Z9.
           03  FILLER  PIC X(10) VALUE '  QUARTER '.
           03  WH-QTR      PIC 9.
           03  FILLER  PIC X(9) VALUE '  SEASON '.
           03  WH-SEASON   PIC X.
           03  FILLER  PIC X(9) VALUE '  AS OF '.
           03  WH-AS-OF    PIC 9(8).
           03  FILLER  PIC X(19) VALUE '  FLAG WHEN BEHIND '.
           03  WH-PCT      PIC ZZ9.
           03  FILLER  PIC X(5) VALUE ' PCT '.
       01  COL-HEAD-1.
           03  FILLER  PIC X(10) VALUE SPACES.
           03  FILLER  PIC X(29) VALUE
               '            WEEK             '.
           03  FILLER  PIC X(29) VALUE
               '       PERIOD-TO-DATE        '.
           03  FILLER  PIC X(29) VALUE
               '       QUARTER-TO-DATE       '.
           03  FILLER  PIC X(29) VALUE
               '       SEASON-TO-DATE        '.
       01  COL-HEAD-2.
           03  FILLER  PIC X(10) VALUE 'ST MG DPT '.
           03  COL-HEAD-2-BK OCCURS 4 TIMES.
               05  FILLER  PIC X(29) VALUE
                   '  THIS YEAR  LAST YEAR  PCT  '.
       01  STORE-HEAD.
           03  FILLER  PIC X(7) VALUE ' STORE '.
           03  SH-STORE    PIC 99.
           03  FILLER  PIC XX VALUE SPACES.
           03  SH-NAME     PIC X(20).
           03  FILLER  PIC X(8) VALUE ' OPENED '.
           03  SH-OPEN     PIC 9(8).
           03  FILLER  PIC XX VALUE SPACES.
           03  SH-COMP     PIC X(45).
       01  DET-LINE.
           03  DL-KEY          PIC X(10).
           03  DL-BK OCCURS 4 TIMES.
               05  DL-TY       PIC ZZZZZZZZ9-.
               05  FILLER      PIC X.
               05  DL-LY       PIC ZZZZZZZZ9-.
               05  FILLER      PIC X.
               05  DL-PCT      PIC ZZZ9-.
               05  FILLER      PIC XX.
           03  DL-FLAG         PIC X(6).
       01  DL-KEY-EDIT.
           03  DK-STORE        PIC XX.
           03  FILLER          PIC X VALUE SPACE.
           03  DK-MG           PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  DK-DEPT         PIC 999.
           03  FILLER          PIC X VALUE SPACE.
       01  RECAP-HEAD.
           03  FILLER  PIC X(30) VALUE SPACES.
           03  FILLER  PIC X(50) VALUE
               'COMPARABLE STORES - DEPARTMENT RECAP'.
       01  CAL-ERR-LINE.
           03  FILLER      PIC X(22) VALUE ' RETAIL CALENDAR CARD '.
           03  CE-CARD     PIC X(25).
           03  FILLER      PIC XX VALUE SPACES.
           03  CE-MSG      PIC X(40).
       PROCEDURE DIVISION.
       HOUSEKEEP.
           OPEN INPUT PARMFILE.
           READ PARMFILE AT END
               DISPLAY 'WSSA43 PARM CARD MISSING'
               STOP RUN.
           CLOSE PARMFILE.
           IF PARM-THRU-WEEK NOT NUMERIC OR PARM-PCT NOT NUMERIC
               OR PARM-AS-OF NOT NUMERIC
               DISPLAY 'WSSA43 PARM CARD NOT NUMERIC'
               STOP RUN.
           IF PARM-THRU-WEEK EQUAL ZERO OR PARM-THRU-WEEK GREATER 53
               DISPLAY 'WSSA43 BAD THROUGH WEEK ON PARM CARD'
               STOP RUN.
           OPEN OUTPUT COMPRPT.
           WRITE COMP-PRT FROM COMP-HEAD AFTER ADVANCING 2.
           PERFORM INIT-CAL THRU INIT-CAL-EXIT
               VARYING WK-SUB FROM 1 BY 1
               UNTIL WK-SUB GREATER 53.
           MOVE ZERO TO PD-TABLE.
           OPEN INPUT RETCAL.
       LOAD-CAL.
           READ RETCAL AT END GO TO CHECK-CAL.
           ADD 1 TO CAL-CT.
           IF CAL-YEAR NOT EQUAL 'TY' AND CAL-YEAR NOT EQUAL 'LY'
               MOVE 'YEAR MUST BE TY OR LY' TO CE-MSG
               GO TO CAL-REJECT.
           IF CAL-WEEK NOT NUMERIC OR CAL-FIRST NOT NUMERIC
               OR CAL-LAST NOT NUMERIC
               MOVE 'WEEK OR DAYS NOT NUMERIC' TO CE-MSG
               GO TO CAL-REJECT.
           IF CAL-WEEK EQUAL ZERO OR CAL-WEEK GREATER 53
               MOVE 'WEEK NOT 01 THRU 53' TO CE-MSG
               GO TO CAL-REJECT.
           IF CAL-FIRST EQUAL ZERO OR CAL-FIRST GREATER 366
               OR CAL-LAST EQUAL ZERO OR CAL-LAST GREATER 366
               MOVE 'DAY NOT 001 THRU 366' TO CE-MSG
               GO TO CAL-REJECT.
           IF CAL-LAST LESS CAL-FIRST
               COMPUTE DAY-SPAN = CAL-LAST + 367 - CAL-FIRST
           ELSE
               COMPUTE DAY-SPAN = CAL-LAST + 1 - CAL-FIRST.
           IF DAY-SPAN NOT EQUAL 7
               MOVE 'WEEK IS NOT SEVEN DAYS' TO CE-MSG
               GO TO CAL-REJECT.
           MOVE CAL-WEEK TO WK-SUB.
           IF CAL-YEAR EQUAL 'LY' GO TO LOAD-CAL-LY.
           IF CT-LOADED (WK-SUB) EQUAL 'Y'
               MOVE 'DUPLICATE WEEK' TO CE-MSG
               GO TO CAL-REJECT.
           IF CAL-PERIOD NOT NUMERIC OR CAL-QTR NOT NUMERIC
               MOVE 'PERIOD OR QUARTER NOT NUMERIC' TO CE-MSG
               GO TO CAL-REJECT.
           IF CAL-PERIOD EQUAL ZERO OR CAL-PERIOD GREATER 12
               MOVE 'PERIOD NOT 01 THRU 12' TO CE-MSG
               GO TO CAL-REJECT.
           COMPUTE EXP-QTR = (CAL-PERIOD + 2) / 3.
           IF CAL-PERIOD GREATER 6
               MOVE 'F' TO EXP-SEASON
           ELSE
               MOVE 'S' TO EXP-SEASON.
           IF CAL-QTR NOT EQUAL EXP-QTR
               MOVE 'QUARTER DOES NOT MATCH PERIOD' TO CE-MSG
               GO TO CAL-REJECT.
           IF CAL-SEASON NOT EQUAL EXP-SEASON
               MOVE 'SEASON DOES NOT MATCH PERIOD' TO CE-MSG
               GO TO CAL-REJECT.
           MOVE 'Y' TO CT-LOADED (WK-SUB).
           MOVE CAL-PERIOD TO CT-PERIOD (WK-SUB).
           MOVE CAL-QTR TO CT-QTR (WK-SUB).
           MOVE CAL-SEASON TO CT-SEASON (WK-SUB).
           MOVE CAL-FIRST TO CT-FIRST (WK-SUB).
           MOVE CAL-LAST TO CT-LAST (WK-SUB).
           MOVE CAL-WEEK-END TO CT-WEEK-END (WK-SUB).
           MOVE CAL-PERIOD TO PD-SUB.
           ADD 1 TO PD-WEEKS (PD-SUB).
           GO TO LOAD-CAL.
       LOAD-CAL-LY.
           IF CL-LOADED (WK-SUB) EQUAL 'Y'
               MOVE 'DUPLICATE WEEK' TO CE-MSG
               GO TO CAL-REJECT.
           MOVE 'Y' TO CL-LOADED (WK-SUB).
           MOVE CAL-FIRST TO CL-FIRST (WK-SUB).
           MOVE CAL-LAST TO CL-LAST (WK-SUB).
           GO TO LOAD-CAL.
       CAL-REJECT.
           ADD 1 TO CAL-ERR-CT.
           MOVE CAL-REC TO CE-CARD.
           WRITE COMP-PRT FROM CAL-ERR-LINE AFTER ADVANCING 1.
           GO TO LOAD-CAL.
       INIT-CAL.
           MOVE 'N' TO CT-LOADED (WK-SUB) CL-LOADED (WK-SUB).
           MOVE ZERO TO CT-PERIOD (WK-SUB) CT-QTR (WK-SUB).
           MOVE SPACE TO CT-SEASON (WK-SUB).
           MOVE ZERO TO CT-FIRST (WK-SUB) CT-LAST (WK-SUB).
           MOVE ZERO TO CT-WEEK-END (WK-SUB).
           MOVE ZERO TO CL-FIRST (WK-SUB) CL-LAST (WK-SUB).
       INIT-CAL-EXIT.
           EXIT.
       CHECK-CAL.
           CLOSE RETCAL.
           MOVE SPACES TO CE-CARD.
           PERFORM CHECK-454 THRU CHECK-454-EXIT
               VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB GREATER 12.
           MOVE PARM-THRU-WEEK TO WK-SUB.
           IF CT-LOADED (WK-SUB) NOT EQUAL 'Y'
               MOVE 'THROUGH WEEK NOT ON CALENDAR' TO CE-MSG
               ADD 1 TO CAL-ERR-CT
               WRITE COMP-PRT FROM CAL-ERR-LINE AFTER ADVANCING 1.
           IF CAL-ERR-CT NOT EQUAL ZERO
               CLOSE COMPRPT
               DISPLAY 'WSSA43 RETAIL CALENDAR IN ERROR - ' CAL-ERR-CT
               STOP RUN.
           MOVE CT-PERIOD (WK-SUB) TO CUR-PERIOD.
           MOVE CT-QTR (WK-SUB) TO CUR-QTR.
           MOVE CT-SEASON (WK-SUB) TO CUR-SEASON.
           MOVE PARM-THRU-WEEK TO WH-WEEK.
           MOVE CT-WEEK-END (WK-SUB) TO WH-WEEK-END.
           MOVE CUR-PERIOD TO WH-PERIOD.
           MOVE CUR-QTR TO WH-QTR.
           MOVE CUR-SEASON TO WH-SEASON.
           MOVE PARM-AS-OF TO WH-AS-OF.
           MOVE PARM-PCT TO WH-PCT.
           WRITE COMP-PRT FROM WEEK-HEAD AFTER ADVANCING 1.
           GO TO LOAD-STORES.
       CHECK-454.
           MOVE 4 TO EXP-WEEKS.
           IF PD-SUB EQUAL 2 OR PD-SUB EQUAL 5 OR PD-SUB EQUAL 8
               OR PD-SUB EQUAL 11
               MOVE 5 TO EXP-WEEKS.
           IF PD-SUB EQUAL 12 AND PD-WEEKS (PD-SUB) EQUAL 5
               AND CT-LOADED (53) EQUAL 'Y'
               MOVE 5 TO EXP-WEEKS.
           IF PD-WEEKS (PD-SUB) EQUAL ZERO
               OR PD-WEEKS (PD-SUB) EQUAL EXP-WEEKS
               GO TO CHECK-454-EXIT.
           MOVE PD-SUB TO CE-CARD.
           MOVE 'PERIOD WEEKS DO NOT FOLLOW 4-5-4' TO CE-MSG.
           ADD 1 TO CAL-ERR-CT.
           WRITE COMP-PRT FROM CAL-ERR-LINE AFTER ADVANCING 1.
       CHECK-454-EXIT.
           EXIT.
       LOAD-STORES.
           OPEN INPUT STOREFILE.
       LOAD-STORES-READ.
           READ STOREFILE AT END GO TO OPEN-MASTERS.
           IF SC-STORE NOT NUMERIC OR SC-OPEN-DATE NOT NUMERIC
               DISPLAY 'WSSA43 STORE CARD NOT NUMERIC ' STORE-CARD
               GO TO LOAD-STORES-READ.
           IF OS-CT EQUAL 50
               DISPLAY 'WSSA43 STORE TABLE FULL ' SC-STORE
               GO TO LOAD-STORES-READ.
           ADD 1 TO OS-CT.
           MOVE SC-STORE TO OS-STORE (OS-CT).
           MOVE SC-OPEN-DATE TO OS-OPEN (OS-CT).
           MOVE SC-NAME TO OS-NAME (OS-CT).
           GO TO LOAD-STORES-READ.
       OPEN-MASTERS.
           CLOSE STOREFILE.
           MOVE ZERO TO ALL-BK COMP-BK.
           OPEN INPUT DSMMASTER LYMASTER.
           PERFORM READ-TY THRU READ-TY-EXIT.
           PERFORM READ-LY THRU READ-LY-EXIT.
       MATCH-KEYS.
           IF TY-KEY EQUAL HIGH-VALUES AND LY-KEY EQUAL HIGH-VALUES
               GO TO END-MASTERS.
           IF TY-KEY LESS LY-KEY
               MOVE TY-KEY TO CUR-KEY-X
           ELSE
               MOVE LY-KEY TO CUR-KEY-X.
           IF CK-STORE NOT EQUAL PREV-STORE
               PERFORM STORE-BREAK THRU STORE-BREAK-EXIT.
           MOVE ZERO TO DEPT-BK.
           IF TY-KEY EQUAL CUR-KEY-X
               PERFORM ACCUM-TY-WEEK THRU ACCUM-TY-WEEK-EXIT
                   VARYING WK-SUB FROM 1 BY 1
                   UNTIL WK-SUB GREATER PARM-THRU-WEEK
               PERFORM READ-TY THRU READ-TY-EXIT.
           IF LY-KEY EQUAL CUR-KEY-X
               PERFORM ACCUM-LY-WEEK THRU ACCUM-LY-WEEK-EXIT
                   VARYING WK-SUB FROM 1 BY 1
                   UNTIL WK-SUB GREATER PARM-THRU-WEEK
               PERFORM READ-LY THRU READ-LY-EXIT.
           MOVE CK-STORE TO DK-STORE.
           MOVE CK-MG TO DK-MG.
           MOVE CK-DEPT TO DK-DEPT.
           MOVE DL-KEY-EDIT TO DL-KEY.
           MOVE DEPT-BK TO PRT-BK.
           PERFORM PRINT-LINE THRU PRINT-LINE-EXIT.
           PERFORM ADD-DEPT THRU ADD-DEPT-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB GREATER 4.
           IF STORE-COMP EQUAL 'Y'
               PERFORM POST-COMP-DEPT THRU POST-COMP-DEPT-EXIT.
           GO TO MATCH-KEYS.
       READ-TY.
           READ DSMMASTER AT END
               MOVE HIGH-VALUES TO TY-KEY
               GO TO READ-TY-EXIT.
           IF T-COMP NOT NUMERIC GO TO READ-TY.
           MOVE T-COMP TO TY-KEY.
       READ-TY-EXIT.
           EXIT.
       READ-LY.
           READ LYMASTER AT END
               MOVE HIGH-VALUES TO LY-KEY
               GO TO READ-LY-EXIT.
           IF L-COMP NOT NUMERIC GO TO READ-LY.
           MOVE L-COMP TO LY-KEY.
       READ-LY-EXIT.
           EXIT.
       ACCUM-TY-WEEK.
           MOVE ZERO TO WEEK-AMT.
           IF CT-LOADED (WK-SUB) NOT EQUAL 'Y'
               GO TO ACCUM-TY-WEEK-EXIT.
           MOVE CT-FIRST (WK-SUB) TO DAY-FROM.
           MOVE CT-LAST (WK-SUB) TO DAY-TO.
           IF DAY-TO LESS DAY-FROM
               PERFORM SUM-TY-DAY THRU SUM-TY-DAY-EXIT
                   VARYING DAY-SUB FROM DAY-FROM BY 1
                   UNTIL DAY-SUB GREATER 366
               MOVE 1 TO DAY-FROM.
           PERFORM SUM-TY-DAY THRU SUM-TY-DAY-EXIT
               VARYING DAY-SUB FROM DAY-FROM BY 1
               UNTIL DAY-SUB GREATER DAY-TO.
           IF WK-SUB EQUAL PARM-THRU-WEEK
               ADD WEEK-AMT TO DB-TY (1).
           IF CT-PERIOD (WK-SUB) EQUAL CUR-PERIOD
               ADD WEEK-AMT TO DB-TY (2).
           IF CT-QTR (WK-SUB) EQUAL CUR-QTR
               ADD WEEK-AMT TO DB-TY (3).
           IF CT-SEASON (WK-SUB) EQUAL CUR-SEASON
               ADD WEEK-AMT TO DB-TY (4).
       ACCUM-TY-WEEK-EXIT.
           EXIT.
       SUM-TY-DAY.
           ADD TY-AMT (DAY-SUB) TO WEEK-AMT.
       SUM-TY-DAY-EXIT.
           EXIT.
       ACCUM-LY-WEEK.
           MOVE ZERO TO WEEK-AMT.
           IF CT-LOADED (WK-SUB) NOT EQUAL 'Y'
               OR CL-LOADED (WK-SUB) NOT EQUAL 'Y'
               GO TO ACCUM-LY-WEEK-EXIT.
           MOVE CL-FIRST (WK-SUB) TO DAY-FROM.
           MOVE CL-LAST (WK-SUB) TO DAY-TO.
           IF DAY-TO LESS DAY-FROM
               PERFORM SUM-LY-DAY THRU SUM-LY-DAY-EXIT
                   VARYING DAY-SUB FROM DAY-FROM BY 1
                   UNTIL DAY-SUB GREATER 366
               MOVE 1 TO DAY-FROM.
           PERFORM SUM-LY-DAY THRU SUM-LY-DAY-EXIT
               VARYING DAY-SUB FROM DAY-FROM BY 1
               UNTIL DAY-SUB GREATER DAY-TO.
           IF WK-SUB EQUAL PARM-THRU-WEEK
               ADD WEEK-AMT TO DB-LY (1).
           IF CT-PERIOD (WK-SUB) EQUAL CUR-PERIOD
               ADD WEEK-AMT TO DB-LY (2).
           IF CT-QTR (WK-SUB) EQUAL CUR-QTR
               ADD WEEK-AMT TO DB-LY (3).
           IF CT-SEASON (WK-SUB) EQUAL CUR-SEASON
               ADD WEEK-AMT TO DB-LY (4).
       ACCUM-LY-WEEK-EXIT.
           EXIT.
       SUM-LY-DAY.
           ADD LY-AMT (DAY-SUB) TO WEEK-AMT.
       SUM-LY-DAY-EXIT.
           EXIT.
       ADD-DEPT.
           ADD DB-TY (BK-SUB) TO SB-TY (BK-SUB) AB-TY (BK-SUB).
           ADD DB-LY (BK-SUB) TO SB-LY (BK-SUB) AB-LY (BK-SUB).
           IF STORE-COMP EQUAL 'Y'
               ADD DB-TY (BK-SUB) TO CB-TY (BK-SUB)
               ADD DB-LY (BK-SUB) TO CB-LY (BK-SUB).
       ADD-DEPT-EXIT.
           EXIT.
       STORE-BREAK.
           IF PREV-STORE NOT EQUAL LOW-VALUES
               PERFORM STORE-TOTAL THRU STORE-TOTAL-EXIT.
           MOVE CK-STORE TO PREV-STORE.
           MOVE ZERO TO STORE-BK.
           ADD 1 TO STORE-CT.
           MOVE ZERO TO OS-FOUND.
           PERFORM SCAN-STORE THRU SCAN-STORE-EXIT
               VARYING OS-SUB FROM 1 BY 1
               UNTIL OS-SUB GREATER OS-CT.
           MOVE CK-STORE TO SH-STORE.
           MOVE 'N' TO STORE-COMP.
           IF OS-FOUND EQUAL ZERO
               MOVE SPACES TO SH-NAME
               MOVE ZERO TO SH-OPEN
               MOVE 'NO OPEN DATE ON FILE - NOT COMPARABLE'
                   TO SH-COMP
               GO TO STORE-BREAK-HEAD.
           MOVE OS-NAME (OS-FOUND) TO SH-NAME.
           MOVE OS-OPEN (OS-FOUND) TO SH-OPEN.
           COMPUTE ANNIV-DATE = OS-OPEN (OS-FOUND) + 10000.
           IF ANNIV-DATE GREATER PARM-AS-OF
               MOVE 'OPEN LESS THAN ONE YEAR - NOT COMPARABLE'
                   TO SH-COMP
               GO TO STORE-BREAK-HEAD.
           MOVE 'Y' TO STORE-COMP.
           MOVE 'COMPARABLE STORE' TO SH-COMP.
           ADD 1 TO COMP-CT.
       STORE-BREAK-HEAD.
           WRITE COMP-PRT FROM STORE-HEAD AFTER ADVANCING 3.
           WRITE COMP-PRT FROM COL-HEAD-1 AFTER ADVANCING 2.
           WRITE COMP-PRT FROM COL-HEAD-2 AFTER ADVANCING 1.
       STORE-BREAK-EXIT.
           EXIT.
       SCAN-STORE.
           IF OS-STORE (OS-SUB) EQUAL CK-STORE
               MOVE OS-SUB TO OS-FOUND.
       SCAN-STORE-EXIT.
           EXIT.
       STORE-TOTAL.
           MOVE ' STORE TOT' TO DL-KEY.
           MOVE STORE-BK TO PRT-BK.
           PERFORM PRINT-LINE THRU PRINT-LINE-EXIT.
       STORE-TOTAL-EXIT.
           EXIT.
       POST-COMP-DEPT.
           MOVE CK-MG TO CK-CD-MG.
           MOVE CK-DEPT TO CK-CD-DEPT.
           MOVE ZERO TO CD-FOUND.
           PERFORM SCAN-CD THRU SCAN-CD-EXIT
               VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB GREATER CD-CT.
           IF CD-FOUND EQUAL ZERO
               IF CD-CT LESS 300
                   ADD 1 TO CD-CT
                   MOVE CD-CT TO CD-FOUND
                   MOVE CK-MG TO CD-MG (CD-FOUND)
                   MOVE CK-DEPT TO CD-DEPT (CD-FOUND)
                   MOVE 'N' TO CD-PRINTED (CD-FOUND)
                   PERFORM INIT-CD THRU INIT-CD-EXIT
                       VARYING BK-SUB FROM 1 BY 1
                       UNTIL BK-SUB GREATER 4
               ELSE
                   DISPLAY 'WSSA43 DEPT RECAP TABLE FULL ' CUR-KEY
                   GO TO POST-COMP-DEPT-EXIT.
           PERFORM ADD-CD THRU ADD-CD-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB GREATER 4.
       POST-COMP-DEPT-EXIT.
           EXIT.
       SCAN-CD.
           IF CD-MG (CD-SUB) EQUAL CK-MG
               AND CD-DEPT (CD-SUB) EQUAL CK-DEPT
               MOVE CD-SUB TO CD-FOUND.
       SCAN-CD-EXIT.
           EXIT.
       INIT-CD.
           MOVE ZERO TO CD-TY (CD-FOUND, BK-SUB).
           MOVE ZERO TO CD-LY (CD-FOUND, BK-SUB).
       INIT-CD-EXIT.
           EXIT.
       ADD-CD.
           ADD DB-TY (BK-SUB) TO CD-TY (CD-FOUND, BK-SUB).
           ADD DB-LY (BK-SUB) TO CD-LY (CD-FOUND, BK-SUB).
       ADD-CD-EXIT.
           EXIT.
       PRINT-LINE.
           MOVE 'N' TO LINE-FLAG.
           PERFORM EDIT-BK THRU EDIT-BK-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB GREATER 4.
           MOVE SPACES TO DL-FLAG.
           IF LINE-FLAG EQUAL 'Y'
               MOVE 'BEHIND' TO DL-FLAG.
           WRITE COMP-PRT FROM DET-LINE AFTER ADVANCING 1.
       PRINT-LINE-EXIT.
           EXIT.
       EDIT-BK.
           MOVE SPACES TO DL-BK (BK-SUB).
           MOVE PB-TY (BK-SUB) TO DL-TY (BK-SUB).
           MOVE PB-LY (BK-SUB) TO DL-LY (BK-SUB).
           IF PB-LY (BK-SUB) NOT GREATER ZERO
               GO TO EDIT-BK-EXIT.
           COMPUTE PCT-CHG ROUNDED =
               (PB-TY (BK-SUB) - PB-LY (BK-SUB)) * 100
               / PB-LY (BK-SUB).
           MOVE PCT-CHG TO DL-PCT (BK-SUB).
           IF BK-SUB NOT EQUAL 4 OR PCT-CHG NOT LESS ZERO
               GO TO EDIT-BK-EXIT.
           SUBTRACT PCT-CHG FROM ZERO GIVING PCT-BEHIND.
           IF PCT-BEHIND GREATER PARM-PCT
               MOVE 'Y' TO LINE-FLAG.
       EDIT-BK-EXIT.
           EXIT.
       END-MASTERS.
           CLOSE DSMMASTER LYMASTER.
           IF PREV-STORE NOT EQUAL LOW-VALUES
               PERFORM STORE-TOTAL THRU STORE-TOTAL-EXIT.
           WRITE COMP-PRT FROM COL-HEAD-1 AFTER ADVANCING 3.
           WRITE COMP-PRT FROM COL-HEAD-2 AFTER ADVANCING 1.
           MOVE 'ALL STORES' TO DL-KEY.
           MOVE ALL-BK TO PRT-BK.
           PERFORM PRINT-LINE THRU PRINT-LINE-EXIT.
           MOVE 'COMP STORE' TO DL-KEY.
           MOVE COMP-BK TO PRT-BK.
           PERFORM PRINT-LINE THRU PRINT-LINE-EXIT.
           WRITE COMP-PRT FROM RECAP-HEAD AFTER ADVANCING 3.
           WRITE COMP-PRT FROM COL-HEAD-1 AFTER ADVANCING 2.
           WRITE COMP-PRT FROM COL-HEAD-2 AFTER ADVANCING 1.
       RECAP-LOOP.
           MOVE ZERO TO CD-FOUND.
           MOVE HIGH-VALUES TO BEST-KEY.
           PERFORM FIND-LOW-CD THRU FIND-LOW-CD-EXIT
               VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB GREATER CD-CT.
           IF CD-FOUND EQUAL ZERO GO TO WRAP-UP.
           MOVE SPACES TO DK-STORE.
           MOVE CD-MG (CD-FOUND) TO DK-MG.
           MOVE CD-DEPT (CD-FOUND) TO DK-DEPT.
           MOVE DL-KEY-EDIT TO DL-KEY.
           PERFORM MOVE-CD THRU MOVE-CD-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB GREATER 4.
           PERFORM PRINT-LINE THRU PRINT-LINE-EXIT.
           MOVE 'Y' TO CD-PRINTED (CD-FOUND).
           GO TO RECAP-LOOP.
       FIND-LOW-CD.
           MOVE CD-MG (CD-SUB) TO CK-CD-MG.
           MOVE CD-DEPT (CD-SUB) TO CK-CD-DEPT.
           IF CD-PRINTED (CD-SUB) EQUAL 'N'
               AND CD-KEY LESS BEST-KEY
               MOVE CD-SUB TO CD-FOUND
               MOVE CD-KEY TO BEST-KEY.
       FIND-LOW-CD-EXIT.
           EXIT.
       MOVE-CD.
           MOVE CD-TY (CD-FOUND, BK-SUB) TO PB-TY (BK-SUB).
           MOVE CD-LY (CD-FOUND, BK-SUB) TO PB-LY (BK-SUB).
       MOVE-CD-EXIT.
           EXIT.
       WRAP-UP.
           CLOSE COMPRPT.
           DISPLAY 'WSSA43 COMP SALES COMPLETE - STORES ' STORE-CT
               ' COMPARABLE ' COMP-CT.
           STOP RUN.
