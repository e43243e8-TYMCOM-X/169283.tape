       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LKPLAT.
       REMARKS. LEAK DENSITY BY MAP PLATE FOR MAIN REPLACEMENT.
           LEAKS ON THE CUMULATIVE LEAK HISTORY ARE COUNTED BY MAP
           PLATE AND LEAK SOURCE FOR THE LAST ONE, THREE AND FIVE
           YEARS FROM THE DATE THE LEAK WAS FIRST REPORTED.  THE
           COST PER LEAK FILE FROM LKCOST IS SUMMED TO THE PLATE.
           A PLATE WHOSE FIVE YEAR LEAK COUNT OR COST PER LEAK
           REACHES THE LIMITS ENTERED AT THE CONSOLE IS RANKED AS A
           MAIN REPLACEMENT CANDIDATE, WITH THE LEAKS AND STREET
           ADDRESSES ON THE PLATE LISTED FOR THE FIELD SURVEY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DECSYSTEM-10.
       OBJECT-COMPUTER. DECSYSTEM-10.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-IN, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT COST-FILE, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT PLAT-REPORT, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
       DATA DIVISION.
       FILE SECTION.
        FD  HIST-IN VALUE OF IDENTIFICATION IS "LKHIST   "
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-IN-REC.
                02  LH-LEAK   PIC X(7).
                02  LH-TYPE   PIC X.
                02  LH-FIRST-DATE.
                    03  LH-FIRST-MO   PIC 99.
                    03  LH-FIRST-DA   PIC 99.
                    03  LH-FIRST-YR   PIC 99.
                02  LH-LAST-DATE   PIC X(6).
                02  LH-STATUS   PIC X.
                02  LH-SOURCE   PIC XX.
                02  LH-CLASS   PIC X.
                02  FILLER   PIC X(56).
                02  LH-PLATE   PIC X(3).
                02  LH-ADDRESS   PIC X(24).
                02  FILLER   PIC X(3).
        FD  COST-FILE VALUE OF IDENTIFICATION IS "LKCSTDAT "
                RECORD CONTAINS 40 CHARACTERS.
        01  COST-FILE-REC.
                02  CF-LEAK   PIC X(7).
                02  CF-CLASS   PIC X.
                02  CF-DIV   PIC X.
                02  CF-LABOR   PIC 9(7)V99.
                02  CF-MATL   PIC 9(7)V99.
                02  CF-TOTAL   PIC 9(8)V99.
                02  FILLER   PIC XXX.
        FD  PLAT-REPORT VALUE OF IDENTIFICATION IS "LKPLTRPT "
                RECORD CONTAINS 100 CHARACTERS.
        01  PLAT-REPORT-REC   PIC X(100).
       WORKING-STORAGE SECTION.
       77  REPEAT-LIMIT   PIC 99 VALUE ZERO.
       77  COST-LIMIT   PIC 9(6) VALUE ZERO.
       77  AGE-DAYS   PIC S9(5) VALUE ZERO.
       77  LT-CT   PIC 9(4) VALUE ZERO.
       77  LT-SUB   PIC 9(4) VALUE ZERO.
       77  LT-FOUND   PIC 9(4) VALUE ZERO.
       77  PS-CT   PIC 999 VALUE ZERO.
       77  PS-SUB   PIC 999 VALUE ZERO.
       77  PS-SUB2   PIC 999 VALUE ZERO.
       77  PS-FOUND   PIC 999 VALUE ZERO.
       77  PL-CT   PIC 999 VALUE ZERO.
       77  PL-SUB   PIC 999 VALUE ZERO.
       77  PL-SUB2   PIC 999 VALUE ZERO.
       77  PL-FOUND   PIC 999 VALUE ZERO.
       77  CAND-CT   PIC 999 VALUE ZERO.
       77  HIST-CT   PIC 9(5) VALUE ZERO.
       77  OLD-CT   PIC 9(5) VALUE ZERO.
       77  NO-PLATE-CT   PIC 9(5) VALUE ZERO.
       77  COST-CT   PIC 9(5) VALUE ZERO.
       77  BRK-PLATE   PIC X(3) VALUE SPACES.
       01  RUN-DATE   PIC 9(6) VALUE ZERO.
       01  RUN-DATE-X REDEFINES RUN-DATE.
           02  RUN-YR   PIC 99.
           02  RUN-MO   PIC 99.
           02  RUN-DA   PIC 99.
       01  MMDDYY-WORK.
           02  MW-MO   PIC 99.
           02  MW-DA   PIC 99.
           02  MW-YR   PIC 99.
       01  MMDDYY-WORK-9 REDEFINES MMDDYY-WORK   PIC 9(6).
      *
      *    LEAKS FIRST REPORTED IN THE LAST FIVE YEARS, BY PLATE.
      *
       01  LT-TABLE.
           02  LT-ENTRY OCCURS 1000 TIMES.
               03  LT-PLATE   PIC X(3).
               03  LT-LEAK   PIC X(7).
               03  LT-DATE   PIC X(6).
               03  LT-SOURCE   PIC XX.
               03  LT-CLASS   PIC X.
               03  LT-STATUS   PIC X.
               03  LT-ADDRESS   PIC X(24).
               03  LT-COST   PIC 9(8)V99.
      *
      *    LEAK COUNTS BY PLATE AND SOURCE.
      *
       01  PS-TABLE.
           02  PS-ENTRY OCCURS 400 TIMES.
               03  PS-KEY.
                   04  PS-PLATE   PIC X(3).
                   04  PS-SOURCE   PIC XX.
               03  PS-1-YR   PIC 9(4).
               03  PS-3-YR   PIC 9(4).
               03  PS-5-YR   PIC 9(4).
       01  PS-HOLD   PIC X(17).
      *
      *    PLATE TOTALS.  PL-RANK SORTS CANDIDATES FIRST, MOST LEAKS
      *    AND THEN HIGHEST COST PER LEAK AT THE TOP.
      *
       01  PL-TABLE.
           02  PL-ENTRY OCCURS 200 TIMES.
               03  PL-RANK.
                   04  PL-RANK-CAND   PIC X.
                   04  PL-RANK-COUNT   PIC 9(4).
                   04  PL-RANK-COST   PIC 9(7)V99.
                   04  PL-PLATE   PIC X(3).
               03  PL-1-YR   PIC 9(4).
               03  PL-3-YR   PIC 9(4).
               03  PL-5-YR   PIC 9(4).
               03  PL-COST   PIC 9(9)V99.
               03  PL-PER-LEAK   PIC 9(7)V99.
               03  PL-REASON   PIC X(15).
       01  PL-HOLD   PIC X(64).
       01  RPT-HEAD-1.
           02  FILLER   PIC X(12) VALUE SPACES.
           02  FILLER   PIC X(44) VALUE
               "LEAK DENSITY BY MAP PLATE AND LEAK SOURCE".
           02  FILLER   PIC X(9) VALUE "RUN DATE ".
           02  RH-DATE   PIC 99/99/99.
       01  RPT-HEAD-2.
           02  FILLER   PIC X(8) VALUE " PLATE  ".
           02  FILLER   PIC X(8) VALUE "SOURCE  ".
           02  FILLER   PIC X(10) VALUE "  1 YEAR  ".
           02  FILLER   PIC X(10) VALUE " 3 YEARS  ".
           02  FILLER   PIC X(10) VALUE " 5 YEARS  ".
           02  FILLER   PIC X(14) VALUE "  5 YEAR COST ".
           02  FILLER   PIC X(12) VALUE "  PER LEAK  ".
       01  PS-LINE.
           02  FILLER   PIC XX VALUE SPACES.
           02  PSL-PLATE   PIC X(3).
           02  FILLER   PIC X(5) VALUE SPACES.
           02  PSL-SOURCE   PIC XX.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  PSL-1-YR   PIC ZZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  PSL-3-YR   PIC ZZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  PSL-5-YR   PIC ZZZ9.
       01  PT-LINE.
           02  FILLER   PIC X(8) VALUE SPACES.
           02  FILLER   PIC X(10) VALUE "TOTAL     ".
           02  PTL-1-YR   PIC ZZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  PTL-3-YR   PIC ZZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  PTL-5-YR   PIC ZZZ9.
           02  FILLER   PIC XX VALUE SPACES.
           02  PTL-COST   PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER   PIC X VALUE SPACE.
           02  PTL-PER-LEAK   PIC ZZZZ,ZZ9.99.
       01  CAND-HEAD-1.
           02  FILLER   PIC X(12) VALUE SPACES.
           02  FILLER   PIC X(36) VALUE
               "MAIN REPLACEMENT CANDIDATES".
       01  CAND-HEAD-2.
           02  FILLER   PIC X(12) VALUE SPACES.
           02  FILLER   PIC X(12) VALUE "FIVE YEARS, ".
           02  CH-REPEAT   PIC Z9.
           02  FILLER   PIC X(28) VALUE
               " OR MORE LEAKS, OR COST PER ".
           02  FILLER   PIC X(9) VALUE "LEAK OF $".
           02  CH-COST   PIC ZZZ,ZZ9.
           02  FILLER   PIC X(8) VALUE " OR MORE".
       01  CAND-HEAD-3.
           02  FILLER   PIC X(6) VALUE " RANK ".
           02  FILLER   PIC X(8) VALUE " PLATE  ".
           02  FILLER   PIC X(10) VALUE "  1 YEAR  ".
           02  FILLER   PIC X(10) VALUE " 3 YEARS  ".
           02  FILLER   PIC X(10) VALUE " 5 YEARS  ".
           02  FILLER   PIC X(14) VALUE "  5 YEAR COST ".
           02  FILLER   PIC X(12) VALUE "  PER LEAK  ".
           02  FILLER   PIC X(6) VALUE "REASON".
       01  CAND-LINE.
           02  FILLER   PIC X VALUE SPACE.
           02  CL-RANK   PIC ZZZ9.
           02  FILLER   PIC XXX VALUE SPACES.
           02  CL-PLATE   PIC X(3).
           02  FILLER   PIC X(5) VALUE SPACES.
           02  CL-1-YR   PIC ZZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  CL-3-YR   PIC ZZZ9.
           02  FILLER   PIC X(6) VALUE SPACES.
           02  CL-5-YR   PIC ZZZ9.
           02  FILLER   PIC XX VALUE SPACES.
           02  CL-COST   PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER   PIC X VALUE SPACE.
           02  CL-PER-LEAK   PIC ZZZZ,ZZ9.99.
           02  FILLER   PIC XX VALUE SPACES.
           02  CL-REASON   PIC X(15).
       01  LEAK-LINE.
           02  FILLER   PIC X(10) VALUE SPACES.
           02  LL-LEAK   PIC X(7).
           02  FILLER   PIC XX VALUE SPACES.
           02  LL-DATE   PIC 99/99/99.
           02  FILLER   PIC XX VALUE SPACES.
           02  LL-SOURCE   PIC XX.
           02  FILLER   PIC X(3) VALUE SPACES.
           02  LL-CLASS   PIC X.
           02  FILLER   PIC X(3) VALUE SPACES.
           02  LL-STATUS   PIC X.
           02  FILLER   PIC XX VALUE SPACES.
           02  LL-COST   PIC ZZZZ,ZZ9.99.
           02  FILLER   PIC XX VALUE SPACES.
           02  LL-ADDRESS   PIC X(24).
       01  LEAK-HEAD.
           02  FILLER   PIC X(10) VALUE SPACES.
           02  FILLER   PIC X(9) VALUE "LEAK     ".
           02  FILLER   PIC X(10) VALUE "REPORTED  ".
           02  FILLER   PIC X(5) VALUE "SRC  ".
           02  FILLER   PIC X(4) VALUE "CL  ".
           02  FILLER   PIC X(3) VALUE "ST ".
           02  FILLER   PIC X(13) VALUE "        COST ".
           02  FILLER   PIC X(7) VALUE "ADDRESS".
       01  NO-CAND-LINE.
           02  FILLER   PIC X(12) VALUE SPACES.
           02  FILLER   PIC X(30) VALUE
               "NO PLATE REACHED THE LIMITS".
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE.
           DISPLAY "REPEAT LEAKS ON PLATE IN 5 YEARS (99, BLANK=3): "
               WITH NO ADVANCING.
           ACCEPT REPEAT-LIMIT.
           IF REPEAT-LIMIT IS EQUAL TO ZERO MOVE 3 TO REPEAT-LIMIT.
           DISPLAY "COST PER LEAK LIMIT (999999, BLANK=2500): "
               WITH NO ADVANCING.
           ACCEPT COST-LIMIT.
           IF COST-LIMIT IS EQUAL TO ZERO MOVE 2500 TO COST-LIMIT.
           OPEN INPUT HIST-IN.
      *
      *    LOAD THE MASTERS REPORTED IN THE LAST FIVE YEARS AND COUNT
      *    THEM BY PLATE AND SOURCE.  AGE IS FIGURED ON A 360 DAY
      *    YEAR AS IN THE RE-INSPECTION SCHEDULE.
      *
       LOAD-HIST.
           READ HIST-IN AT END GO TO LOAD-HIST-DONE.
           IF LH-TYPE IS NOT EQUAL TO "M" GO TO LOAD-HIST.
           ADD 1 TO HIST-CT.
           IF LH-PLATE IS EQUAL TO SPACES
               ADD 1 TO NO-PLATE-CT
               GO TO LOAD-HIST.
           IF LH-FIRST-DATE IS NOT NUMERIC
               ADD 1 TO OLD-CT
               GO TO LOAD-HIST.
           COMPUTE AGE-DAYS =
               ((RUN-YR - LH-FIRST-YR) * 360)
               + ((RUN-MO - LH-FIRST-MO) * 30)
               + (RUN-DA - LH-FIRST-DA).
           IF LH-FIRST-YR IS GREATER THAN RUN-YR
               ADD 36000 TO AGE-DAYS.
           IF AGE-DAYS IS NOT LESS THAN 1800
               ADD 1 TO OLD-CT
               GO TO LOAD-HIST.
           IF LT-CT IS EQUAL TO 1000
               DISPLAY "LKPLAT - LEAK TABLE FULL"
               GO TO LOAD-HIST-DONE.
           ADD 1 TO LT-CT.
           MOVE LH-PLATE TO LT-PLATE (LT-CT).
           MOVE LH-LEAK TO LT-LEAK (LT-CT).
           MOVE LH-FIRST-DATE TO LT-DATE (LT-CT).
           MOVE LH-SOURCE TO LT-SOURCE (LT-CT).
           MOVE LH-CLASS TO LT-CLASS (LT-CT).
           MOVE LH-STATUS TO LT-STATUS (LT-CT).
           MOVE LH-ADDRESS TO LT-ADDRESS (LT-CT).
           MOVE ZERO TO LT-COST (LT-CT).
           PERFORM POST-SOURCE THRU POST-SOURCE-EXIT.
           PERFORM POST-PLATE THRU POST-PLATE-EXIT.
           GO TO LOAD-HIST.
       POST-SOURCE.
           MOVE ZERO TO PS-FOUND.
           PERFORM SCAN-SOURCE THRU SCAN-SOURCE-EXIT
               VARYING PS-SUB FROM 1 BY 1
               UNTIL PS-SUB IS GREATER THAN PS-CT.
           IF PS-FOUND IS EQUAL TO ZERO
               IF PS-CT IS EQUAL TO 400
                   DISPLAY "LKPLAT - PLATE SOURCE TABLE FULL"
                   GO TO POST-SOURCE-EXIT
               ELSE
                   ADD 1 TO PS-CT
                   MOVE PS-CT TO PS-FOUND
                   MOVE LH-PLATE TO PS-PLATE (PS-FOUND)
                   MOVE LH-SOURCE TO PS-SOURCE (PS-FOUND)
                   MOVE ZERO TO PS-1-YR (PS-FOUND)
                   MOVE ZERO TO PS-3-YR (PS-FOUND)
                   MOVE ZERO TO PS-5-YR (PS-FOUND).
           ADD 1 TO PS-5-YR (PS-FOUND).
           IF AGE-DAYS IS LESS THAN 1080
               ADD 1 TO PS-3-YR (PS-FOUND).
           IF AGE-DAYS IS LESS THAN 360
               ADD 1 TO PS-1-YR (PS-FOUND).
       POST-SOURCE-EXIT.
           EXIT.
       SCAN-SOURCE.
           IF PS-PLATE (PS-SUB) IS EQUAL TO LH-PLATE
               AND PS-SOURCE (PS-SUB) IS EQUAL TO LH-SOURCE
               MOVE PS-SUB TO PS-FOUND.
       SCAN-SOURCE-EXIT.
           EXIT.
       POST-PLATE.
           MOVE LH-PLATE TO BRK-PLATE.
           PERFORM FIND-PLATE THRU FIND-PLATE-EXIT.
           IF PL-FOUND IS EQUAL TO ZERO
               IF PL-CT IS EQUAL TO 200
                   DISPLAY "LKPLAT - PLATE TABLE FULL"
                   GO TO POST-PLATE-EXIT
               ELSE
                   ADD 1 TO PL-CT
                   MOVE PL-CT TO PL-FOUND
                   MOVE SPACES TO PL-ENTRY (PL-FOUND)
                   MOVE LH-PLATE TO PL-PLATE (PL-FOUND)
                   MOVE ZERO TO PL-1-YR (PL-FOUND)
                   MOVE ZERO TO PL-3-YR (PL-FOUND)
                   MOVE ZERO TO PL-5-YR (PL-FOUND)
                   MOVE ZERO TO PL-COST (PL-FOUND).
           ADD 1 TO PL-5-YR (PL-FOUND).
           IF AGE-DAYS IS LESS THAN 1080
               ADD 1 TO PL-3-YR (PL-FOUND).
           IF AGE-DAYS IS LESS THAN 360
               ADD 1 TO PL-1-YR (PL-FOUND).
       POST-PLATE-EXIT.
           EXIT.
       FIND-PLATE.
           MOVE ZERO TO PL-FOUND.
           PERFORM SCAN-PLATE THRU SCAN-PLATE-EXIT
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB IS GREATER THAN PL-CT.
       FIND-PLATE-EXIT.
           EXIT.
       SCAN-PLATE.
           IF PL-PLATE (PL-SUB) IS EQUAL TO BRK-PLATE
               MOVE PL-SUB TO PL-FOUND.
       SCAN-PLATE-EXIT.
           EXIT.
      *
      *    COST PER LEAK FROM LKCOST, POSTED TO THE LEAK AND PLATE.
      *
       LOAD-HIST-DONE.
           CLOSE HIST-IN.
           OPEN INPUT COST-FILE.
       COST-LOOP.
           READ COST-FILE AT END GO TO COST-DONE.
           MOVE ZERO TO LT-FOUND.
           PERFORM SCAN-LEAK THRU SCAN-LEAK-EXIT
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB IS GREATER THAN LT-CT.
           IF LT-FOUND IS EQUAL TO ZERO GO TO COST-LOOP.
           ADD 1 TO COST-CT.
           ADD CF-TOTAL TO LT-COST (LT-FOUND).
           MOVE LT-PLATE (LT-FOUND) TO BRK-PLATE.
           PERFORM FIND-PLATE THRU FIND-PLATE-EXIT.
           IF PL-FOUND IS NOT EQUAL TO ZERO
               ADD CF-TOTAL TO PL-COST (PL-FOUND).
           GO TO COST-LOOP.
       SCAN-LEAK.
           IF LT-LEAK (LT-SUB) IS EQUAL TO CF-LEAK
               MOVE LT-SUB TO LT-FOUND.
       SCAN-LEAK-EXIT.
           EXIT.
       COST-DONE.
           CLOSE COST-FILE.
           PERFORM RANK-PLATE THRU RANK-PLATE-EXIT
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB IS GREATER THAN PL-CT.
           PERFORM PS-SORT-PASS THRU PS-SORT-PASS-EXIT
               VARYING PS-SUB FROM 1 BY 1
               UNTIL PS-SUB IS NOT LESS THAN PS-CT.
           PERFORM PL-SORT-PASS THRU PL-SORT-PASS-EXIT
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB IS NOT LESS THAN PL-CT.
           GO TO PRINT-REPORT.
      *
      *    SET THE COST PER LEAK, THE CANDIDATE REASON AND THE RANK
      *    KEY.  THE COUNT AND COST ARE CARRIED AS COMPLEMENTS SO THE
      *    LARGEST SORTS FIRST.
      *
       RANK-PLATE.
           COMPUTE PL-PER-LEAK (PL-SUB) ROUNDED =
               PL-COST (PL-SUB) / PL-5-YR (PL-SUB).
           MOVE SPACES TO PL-REASON (PL-SUB).
           MOVE "2" TO PL-RANK-CAND (PL-SUB).
           IF PL-5-YR (PL-SUB) IS NOT LESS THAN REPEAT-LIMIT
               MOVE "1" TO PL-RANK-CAND (PL-SUB)
               MOVE "REPEAT LEAKS" TO PL-REASON (PL-SUB).
           IF PL-PER-LEAK (PL-SUB) IS NOT LESS THAN COST-LIMIT
               MOVE "1" TO PL-RANK-CAND (PL-SUB)
               IF PL-REASON (PL-SUB) IS EQUAL TO SPACES
                   MOVE "COST PER LEAK" TO PL-REASON (PL-SUB)
               ELSE
                   MOVE "REPEAT AND COST" TO PL-REASON (PL-SUB).
           IF PL-RANK-CAND (PL-SUB) IS EQUAL TO "1"
               ADD 1 TO CAND-CT.
           COMPUTE PL-RANK-COUNT (PL-SUB) = 9999 - PL-5-YR (PL-SUB).
           COMPUTE PL-RANK-COST (PL-SUB) =
               9999999.99 - PL-PER-LEAK (PL-SUB).
       RANK-PLATE-EXIT.
           EXIT.
       PS-SORT-PASS.
           PERFORM PS-SORT-COMPARE THRU PS-SORT-COMPARE-EXIT
               VARYING PS-SUB2 FROM PS-SUB BY 1
               UNTIL PS-SUB2 IS GREATER THAN PS-CT.
       PS-SORT-PASS-EXIT.
           EXIT.
       PS-SORT-COMPARE.
           IF PS-KEY (PS-SUB2) IS NOT LESS THAN PS-KEY (PS-SUB)
               GO TO PS-SORT-COMPARE-EXIT.
           MOVE PS-ENTRY (PS-SUB) TO PS-HOLD.
           MOVE PS-ENTRY (PS-SUB2) TO PS-ENTRY (PS-SUB).
           MOVE PS-HOLD TO PS-ENTRY (PS-SUB2).
       PS-SORT-COMPARE-EXIT.
           EXIT.
       PL-SORT-PASS.
           PERFORM PL-SORT-COMPARE THRU PL-SORT-COMPARE-EXIT
               VARYING PL-SUB2 FROM PL-SUB BY 1
               UNTIL PL-SUB2 IS GREATER THAN PL-CT.
       PL-SORT-PASS-EXIT.
           EXIT.
       PL-SORT-COMPARE.
           IF PL-RANK (PL-SUB2) IS NOT LESS THAN PL-RANK (PL-SUB)
               GO TO PL-SORT-COMPARE-EXIT.
           MOVE PL-ENTRY (PL-SUB) TO PL-HOLD.
           MOVE PL-ENTRY (PL-SUB2) TO PL-ENTRY (PL-SUB).
           MOVE PL-HOLD TO PL-ENTRY (PL-SUB2).
       PL-SORT-COMPARE-EXIT.
           EXIT.
      *
      *    DENSITY BY PLATE AND SOURCE WITH PLATE TOTALS, THEN THE
      *    RANKED CANDIDATES WITH THE LEAKS ON EACH PLATE.
      *
       PRINT-REPORT.
           OPEN OUTPUT PLAT-REPORT.
           MOVE RUN-MO TO MW-MO.
           MOVE RUN-DA TO MW-DA.
           MOVE RUN-YR TO MW-YR.
           MOVE MMDDYY-WORK-9 TO RH-DATE.
           WRITE PLAT-REPORT-REC FROM RPT-HEAD-1 AFTER ADVANCING 2.
           WRITE PLAT-REPORT-REC FROM RPT-HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO BRK-PLATE.
           PERFORM PRINT-ONE-SOURCE THRU PRINT-ONE-SOURCE-EXIT
               VARYING PS-SUB FROM 1 BY 1
               UNTIL PS-SUB IS GREATER THAN PS-CT.
           PERFORM PLATE-TOTAL THRU PLATE-TOTAL-EXIT.
           WRITE PLAT-REPORT-REC FROM CAND-HEAD-1 AFTER ADVANCING 3.
           MOVE REPEAT-LIMIT TO CH-REPEAT.
           MOVE COST-LIMIT TO CH-COST.
           WRITE PLAT-REPORT-REC FROM CAND-HEAD-2 AFTER ADVANCING 1.
           IF CAND-CT IS EQUAL TO ZERO
               WRITE PLAT-REPORT-REC FROM NO-CAND-LINE
                   AFTER ADVANCING 2
               GO TO WRAP-UP.
           WRITE PLAT-REPORT-REC FROM CAND-HEAD-3 AFTER ADVANCING 2.
           PERFORM PRINT-ONE-CAND THRU PRINT-ONE-CAND-EXIT
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB IS GREATER THAN CAND-CT.
           GO TO WRAP-UP.
       PRINT-ONE-SOURCE.
           IF PS-PLATE (PS-SUB) IS NOT EQUAL TO BRK-PLATE
               PERFORM PLATE-TOTAL THRU PLATE-TOTAL-EXIT
               MOVE PS-PLATE (PS-SUB) TO BRK-PLATE PSL-PLATE
           ELSE
               MOVE SPACES TO PSL-PLATE.
           MOVE PS-SOURCE (PS-SUB) TO PSL-SOURCE.
           MOVE PS-1-YR (PS-SUB) TO PSL-1-YR.
           MOVE PS-3-YR (PS-SUB) TO PSL-3-YR.
           MOVE PS-5-YR (PS-SUB) TO PSL-5-YR.
           WRITE PLAT-REPORT-REC FROM PS-LINE AFTER ADVANCING 1.
       PRINT-ONE-SOURCE-EXIT.
           EXIT.
       PLATE-TOTAL.
           IF BRK-PLATE IS EQUAL TO SPACES GO TO PLATE-TOTAL-EXIT.
           PERFORM FIND-PLATE THRU FIND-PLATE-EXIT.
           IF PL-FOUND IS EQUAL TO ZERO GO TO PLATE-TOTAL-EXIT.
           MOVE PL-1-YR (PL-FOUND) TO PTL-1-YR.
           MOVE PL-3-YR (PL-FOUND) TO PTL-3-YR.
           MOVE PL-5-YR (PL-FOUND) TO PTL-5-YR.
           MOVE PL-COST (PL-FOUND) TO PTL-COST.
           MOVE PL-PER-LEAK (PL-FOUND) TO PTL-PER-LEAK.
           WRITE PLAT-REPORT-REC FROM PT-LINE AFTER ADVANCING 1.
           MOVE SPACES TO PLAT-REPORT-REC.
           WRITE PLAT-REPORT-REC AFTER ADVANCING 1.
       PLATE-TOTAL-EXIT.
           EXIT.
       PRINT-ONE-CAND.
           MOVE PL-SUB TO CL-RANK.
           MOVE PL-PLATE (PL-SUB) TO CL-PLATE.
           MOVE PL-1-YR (PL-SUB) TO CL-1-YR.
           MOVE PL-3-YR (PL-SUB) TO CL-3-YR.
           MOVE PL-5-YR (PL-SUB) TO CL-5-YR.
           MOVE PL-COST (PL-SUB) TO CL-COST.
           MOVE PL-PER-LEAK (PL-SUB) TO CL-PER-LEAK.
           MOVE PL-REASON (PL-SUB) TO CL-REASON.
           WRITE PLAT-REPORT-REC FROM CAND-LINE AFTER ADVANCING 2.
           WRITE PLAT-REPORT-REC FROM LEAK-HEAD AFTER ADVANCING 1.
           PERFORM PRINT-ONE-LEAK THRU PRINT-ONE-LEAK-EXIT
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB IS GREATER THAN LT-CT.
       PRINT-ONE-CAND-EXIT.
           EXIT.
       PRINT-ONE-LEAK.
           IF LT-PLATE (LT-SUB) IS NOT EQUAL TO PL-PLATE (PL-SUB)
               GO TO PRINT-ONE-LEAK-EXIT.
           MOVE LT-LEAK (LT-SUB) TO LL-LEAK.
           MOVE LT-DATE (LT-SUB) TO MMDDYY-WORK.
           MOVE MMDDYY-WORK-9 TO LL-DATE.
           MOVE LT-SOURCE (LT-SUB) TO LL-SOURCE.
           MOVE LT-CLASS (LT-SUB) TO LL-CLASS.
           MOVE LT-STATUS (LT-SUB) TO LL-STATUS.
           MOVE LT-COST (LT-SUB) TO LL-COST.
           MOVE LT-ADDRESS (LT-SUB) TO LL-ADDRESS.
           WRITE PLAT-REPORT-REC FROM LEAK-LINE AFTER ADVANCING 1.
       PRINT-ONE-LEAK-EXIT.
           EXIT.
       WRAP-UP.
           CLOSE PLAT-REPORT.
           DISPLAY "LKPLAT MASTERS READ-      " HIST-CT.
           DISPLAY "LEAKS IN FIVE YEARS-      " LT-CT.
           DISPLAY "OLDER THAN FIVE YEARS-    " OLD-CT.
           DISPLAY "NO MAP PLATE-             " NO-PLATE-CT.
           DISPLAY "LEAKS COSTED-             " COST-CT.
           DISPLAY "PLATES-                   " PL-CT.
           DISPLAY "REPLACEMENT CANDIDATES-   " CAND-CT.
           STOP RUN.
