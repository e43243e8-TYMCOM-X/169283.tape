IDENTIFICATION DIVISION.
PROGRAM-ID. PAYACR.
AUTHOR. WK SELPH.
DATE-WRITTEN. APR 2, 1975.
REMARKS. MONTH-END PAYROLL ACCRUAL.  THE CONTROL CARD GIVES
    THE YEAR AND MONTH BEING CLOSED, THE WORK DAYS OF THE LAST
    PAY PERIOD THAT FALL AFTER ITS PAY DATE AND INSIDE THE
    MONTH (UNPAID DAYS), THE WORK DAYS IN A PAY PERIOD AND THE
    ACCRUED WAGES AND ACCRUED BURDEN LIABILITY ACCOUNTS.  THE
    LAST PERIOD MARKED RUN ON THE PAY CALENDAR IS FOUND AND ITS
    LABOR DISTRIBUTION (GROSS, EMPLOYER FICA AND BURDEN BY
    DEPT) IS PRORATED BY UNPAID DAYS / PERIOD DAYS.  THE
    ACCRUAL IS APPENDED TO THE JOURNAL INTERFACE FIJRNLDAT FOR
    GLPOST DATED THE LAST DAY OF THE MONTH, AND THE REVERSING
    ENTRY (ACCOUNTS SWAPPED) IS WRITTEN AT THE SAME TIME DATED
    THE FIRST DAY OF THE NEXT MONTH.  JOURNAL AMOUNTS ARE WHOLE
    DOLLARS, ROUNDED.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. DECSYSTEM-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT ACRCTL ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT PAYCAL ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT LABDIST ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT JRNL ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT ACRRPT ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT RUNLOG ASSIGN TO DSK
        RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD ACRCTL
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "ACRCTLDAT".
01 ACR-CARD.
   03 AC-YEAR          PIC 9(4).
   03 AC-MONTH         PIC 99.
   03 AC-DAYS-UNPAID   PIC 99.
   03 AC-DAYS-IN-PD    PIC 99.
   03 AC-WAGE-LIAB     PIC X(6).
   03 AC-BURDEN-LIAB   PIC X(6).
   03 FILLER           PIC X(58).
FD PAYCAL
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "PAYCALDAT".
01 PAYCAL-REC.
   03 PC-PERIOD-NO  PIC 9(4).
   03 PC-PAY-DATE   PIC X(20).
   03 PC-RUN-FLAG   PIC X.
   03 PC-RUN-DATE   PIC 9(6).
FD LABDIST
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "LABDISTDAT".
01 LABDIST-REC.
   03 LD-DEPT-NO    PIC 9999.
   03 LD-ACCT-NO    PIC 9(6).
   03 LD-PERIOD     PIC X(20).
   03 LD-GROSS      PIC S9(6)V99.
   03 LD-FIT        PIC S9(6)V99.
   03 LD-FICA       PIC S9(6)V99.
   03 LD-INS        PIC S9(6)V99.
   03 LD-NET        PIC S9(6)V99.
   03 LD-TYPE       PIC X.
FD JRNL
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "FIJRNLDAT".
01 JRNL-REC.
   03 JR-LOCATION-NO   PIC 9(4).
   03 JR-PERIOD        PIC X(10).
   03 JR-EXPENSE-ACCT  PIC X(6).
   03 JR-EXPENSE-AMT   PIC 9(9).
   03 JR-RESERVE-ACCT  PIC X(6).
   03 JR-CONTRA-AMT    PIC S9(9) SIGN LEADING.
FD ACRRPT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "ACRRPTDAT".
01 ACRRPT-REC    PIC X(100).
FD RUNLOG
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "RUNLOGDAT".
01 RUNLOG-REC.
   03 RL-PROGRAM      PIC X(9).
   03 RL-DATE         PIC 9(6).
   03 RL-START-TIME   PIC 9(8).
   03 RL-END-TIME     PIC 9(8).
   03 RL-RECS-READ    PIC 9(7).
   03 RL-RECS-WRITTEN PIC 9(7).
   03 RL-STATUS       PIC X(6).
WORKING-STORAGE SECTION.
77 RL-SAVE-DATE        PIC 9(6)   VALUE ZERO.
77 RL-SAVE-START-TIME  PIC 9(8)   VALUE ZERO.
77 ACR-PAY-DATE        PIC X(20)  VALUE SPACES.
77 ACR-PERIOD-NO       PIC 9(4)   VALUE ZERO.
77 ACR-LAST-DAY        PIC 99     VALUE ZERO.
77 ACR-NEXT-YEAR       PIC 9(4)   VALUE ZERO.
77 ACR-NEXT-MONTH      PIC 99     VALUE ZERO.
77 ACR-LEAP-QUOT       PIC 9(4)   VALUE ZERO.
77 ACR-LEAP-REM        PIC 9      VALUE ZERO.
77 ACR-FACTOR          PIC 9V9(5) VALUE ZERO.
77 CAL-IN-COUNT     PIC 9(7)   VALUE ZERO.
77 LD-IN-COUNT      PIC 9(7)   VALUE ZERO.
77 LD-USED-COUNT    PIC 9(7)   VALUE ZERO.
77 JR-OUT-COUNT     PIC 9(7)   VALUE ZERO.
77 DPT-COUNT        PIC 99     VALUE ZERO.
77 DPT-SUB          PIC 99     VALUE ZERO.
77 DPT-FOUND        PIC 99     VALUE ZERO.
77 ENTRY-AMT        PIC 9(9)   VALUE ZERO.
77 ENTRY-DR-ACCT    PIC X(6)   VALUE SPACES.
77 ENTRY-CR-ACCT    PIC X(6)   VALUE SPACES.
77 ENTRY-PERIOD     PIC X(10)  VALUE SPACES.
77 JR-ACCRUE-DOLLARS   PIC 9(9)   VALUE ZERO.
77 JR-REVERSE-DOLLARS  PIC 9(9)   VALUE ZERO.
01 DEPT-TABLE.
   03 DPT-ENTRY OCCURS 50 TIMES.
      04 DPT-NO         PIC 9999.
      04 DPT-ACCT       PIC 9(6).
      04 DPT-GROSS      PIC S9(7)V99.
      04 DPT-MATCH      PIC S9(7)V99.
      04 DPT-BURDEN     PIC S9(7)V99.
      04 DPT-ACR-WAGES  PIC S9(7)V99.
      04 DPT-ACR-BURDEN PIC S9(7)V99.
01 TOTAL-AMOUNTS.
   03 TOT-GROSS        PIC S9(8)V99.
   03 TOT-MATCH        PIC S9(8)V99.
   03 TOT-BURDEN       PIC S9(8)V99.
   03 TOT-ACR-WAGES    PIC S9(8)V99.
   03 TOT-ACR-BURDEN   PIC S9(8)V99.
01 MONTH-DAYS.
   03 FILLER PIC X(24) VALUE "312831303130313130313031".
01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS.
   03 MONTH-DAY-COUNT PIC 99  OCCURS 12 TIMES.
01 ACCRUE-PERIOD.
   03 AP-MONTH      PIC 99.
   03 FILLER        PIC X      VALUE "/".
   03 AP-DAY        PIC 99.
   03 FILLER        PIC X      VALUE "/".
   03 AP-YEAR       PIC 9(4).
01 REVERSE-PERIOD.
   03 RP-MONTH      PIC 99.
   03 FILLER        PIC X(4)   VALUE "/01/".
   03 RP-YEAR       PIC 9(4).
01 ACR-HEAD-1.
   03 FILLER    PIC X(20)   VALUE SPACES.
   03 FILLER    PIC X(32)   VALUE
       "MONTH-END PAYROLL ACCRUAL AS OF ".
   03 ACR-H-PERIOD PIC X(10).
01 ACR-HEAD-2.
   03 FILLER    PIC X(20)   VALUE SPACES.
   03 FILLER    PIC X(16)   VALUE "FROM PAY PERIOD ".
   03 ACR-H-PAY-DATE PIC X(20).
   03 FILLER    PIC X(8)    VALUE "  DAYS ".
   03 ACR-H-UNPAID PIC Z9.
   03 FILLER    PIC X(4)    VALUE " OF ".
   03 ACR-H-IN-PD PIC Z9.
01 ACR-HEAD-3.
   03 FILLER    PIC X(6)    VALUE " DEPT ".
   03 FILLER    PIC X(8)    VALUE "  ACCT  ".
   03 FILLER    PIC X(14)   VALUE "    PAID GROSS".
   03 FILLER    PIC X(14)   VALUE "     EMPL FICA".
   03 FILLER    PIC X(14)   VALUE "        BURDEN".
   03 FILLER    PIC X(14)   VALUE "  ACCRUE WAGES".
   03 FILLER    PIC X(14)   VALUE " ACCRUE BURDEN".
01 ACR-LINE.
   03 FILLER    PIC X       VALUE SPACE.
   03 AL-DEPT   PIC X(5).
   03 FILLER    PIC X       VALUE SPACE.
   03 AL-ACCT   PIC X(6).
   03 FILLER    PIC X       VALUE SPACE.
   03 AL-GROSS  PIC ZZ,ZZZ,ZZ9.99-.
   03 AL-MATCH  PIC ZZ,ZZZ,ZZ9.99-.
   03 AL-BURDEN PIC ZZ,ZZZ,ZZ9.99-.
   03 AL-ACR-WAGES  PIC ZZ,ZZZ,ZZ9.99-.
   03 AL-ACR-BURDEN PIC ZZ,ZZZ,ZZ9.99-.
01 JRN-HEAD.
   03 FILLER    PIC X(6)    VALUE SPACES.
   03 FILLER    PIC X(40)   VALUE
       "JOURNAL ENTRIES WRITTEN TO FIJRNLDAT".
01 JRN-LINE.
   03 FILLER    PIC X(6)    VALUE SPACES.
   03 JL-LABEL  PIC X(12).
   03 FILLER    PIC X(8)    VALUE " PERIOD ".
   03 JL-PERIOD PIC X(10).
   03 FILLER    PIC X(10)   VALUE "  ENTRIES ".
   03 JL-COUNT  PIC ZZZ9.
   03 FILLER    PIC X(10)   VALUE "  DOLLARS ".
   03 JL-AMT    PIC ZZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
1-OPEN.
        OPEN EXTEND RUNLOG.
        ACCEPT RL-SAVE-DATE FROM DATE.
        ACCEPT RL-SAVE-START-TIME FROM TIME.
        MOVE ZERO TO TOTAL-AMOUNTS.
        OPEN INPUT ACRCTL.
        READ ACRCTL AT END
            DISPLAY "PAYACR - NO CONTROL CARD - RUN REFUSED"
            CLOSE ACRCTL
            GO TO 98-REFUSE.
        CLOSE ACRCTL.
        IF AC-YEAR IS NOT NUMERIC
                OR AC-MONTH IS NOT NUMERIC
                OR AC-DAYS-UNPAID IS NOT NUMERIC
                OR AC-DAYS-IN-PD IS NOT NUMERIC
            DISPLAY "PAYACR - CONTROL CARD NOT NUMERIC - REFUSED"
            GO TO 98-REFUSE.
        IF AC-MONTH IS LESS THAN 1
                OR AC-MONTH IS GREATER THAN 12
            DISPLAY "PAYACR - MONTH MUST BE 1-12 - REFUSED"
            GO TO 98-REFUSE.
        IF AC-DAYS-IN-PD IS EQUAL TO ZERO
                OR AC-DAYS-UNPAID IS GREATER THAN AC-DAYS-IN-PD
            DISPLAY "PAYACR - UNPAID DAYS EXCEED PERIOD DAYS"
            GO TO 98-REFUSE.
        IF AC-WAGE-LIAB IS EQUAL TO SPACES
            DISPLAY "PAYACR - NO ACCRUED WAGES ACCOUNT - REFUSED"
            GO TO 98-REFUSE.
        IF AC-BURDEN-LIAB IS EQUAL TO SPACES
            MOVE AC-WAGE-LIAB TO AC-BURDEN-LIAB.
        PERFORM 11-SET-PERIODS THRU 11-X.
        COMPUTE ACR-FACTOR ROUNDED =
            AC-DAYS-UNPAID / AC-DAYS-IN-PD.
        OPEN INPUT PAYCAL.
2-READ-CAL.
        READ PAYCAL AT END GO TO 3-CAL-DONE.
        ADD 1 TO CAL-IN-COUNT.
        IF PC-RUN-FLAG IS NOT EQUAL TO "Y", GO TO 2-READ-CAL.
        IF PC-PERIOD-NO IS LESS THAN ACR-PERIOD-NO
            GO TO 2-READ-CAL.
        MOVE PC-PERIOD-NO TO ACR-PERIOD-NO.
        MOVE PC-PAY-DATE TO ACR-PAY-DATE.
        GO TO 2-READ-CAL.
3-CAL-DONE.
        CLOSE PAYCAL.
        IF ACR-PAY-DATE IS EQUAL TO SPACES
            DISPLAY "PAYACR - NO PAY PERIOD RUN ON CALENDAR"
            GO TO 98-REFUSE.
        OPEN INPUT LABDIST.
4-READ-LABDIST.
        READ LABDIST AT END GO TO 5-LABDIST-DONE.
        ADD 1 TO LD-IN-COUNT.
        IF LD-PERIOD IS NOT EQUAL TO ACR-PAY-DATE
            GO TO 4-READ-LABDIST.
        PERFORM 12-FIND-DEPT THRU 12-X.
        IF DPT-FOUND IS EQUAL TO ZERO, GO TO 4-READ-LABDIST.
        ADD 1 TO LD-USED-COUNT.
        IF LD-TYPE IS EQUAL TO "E"
            ADD LD-GROSS TO DPT-GROSS (DPT-FOUND), TOT-GROSS
            GO TO 4-READ-LABDIST.
        IF LD-TYPE IS EQUAL TO "M"
            ADD LD-GROSS TO DPT-MATCH (DPT-FOUND), TOT-MATCH
            GO TO 4-READ-LABDIST.
        IF LD-TYPE IS EQUAL TO "B"
            ADD LD-GROSS TO DPT-BURDEN (DPT-FOUND), TOT-BURDEN
            GO TO 4-READ-LABDIST.
        DISPLAY "PAYACR - UNKNOWN LABDIST TYPE " LD-TYPE
            " DEPT " LD-DEPT-NO.
        GO TO 4-READ-LABDIST.
5-LABDIST-DONE.
        CLOSE LABDIST.
        IF LD-USED-COUNT IS EQUAL TO ZERO
            DISPLAY "PAYACR - NO LABOR DISTRIBUTION FOR "
                ACR-PAY-DATE
            GO TO 98-REFUSE.
        OPEN EXTEND JRNL.
        OPEN OUTPUT ACRRPT.
        MOVE ACCRUE-PERIOD TO ACR-H-PERIOD.
        MOVE ACR-PAY-DATE TO ACR-H-PAY-DATE.
        MOVE AC-DAYS-UNPAID TO ACR-H-UNPAID.
        MOVE AC-DAYS-IN-PD TO ACR-H-IN-PD.
        WRITE ACRRPT-REC FROM ACR-HEAD-1 AFTER ADVANCING PAGE.
        WRITE ACRRPT-REC FROM ACR-HEAD-2 AFTER ADVANCING 1.
        WRITE ACRRPT-REC FROM ACR-HEAD-3 AFTER ADVANCING 2.
        PERFORM 6-ACCRUE-DEPT THRU 6-X
            VARYING DPT-SUB FROM 1 BY 1
            UNTIL DPT-SUB IS GREATER THAN DPT-COUNT.
        MOVE " TOTAL" TO AL-DEPT.
        MOVE SPACES TO AL-ACCT.
        MOVE TOT-GROSS TO AL-GROSS.
        MOVE TOT-MATCH TO AL-MATCH.
        MOVE TOT-BURDEN TO AL-BURDEN.
        MOVE TOT-ACR-WAGES TO AL-ACR-WAGES.
        MOVE TOT-ACR-BURDEN TO AL-ACR-BURDEN.
        WRITE ACRRPT-REC FROM ACR-LINE AFTER ADVANCING 2.
        WRITE ACRRPT-REC FROM JRN-HEAD AFTER ADVANCING 3.
        MOVE "ACCRUAL" TO JL-LABEL.
        MOVE ACCRUE-PERIOD TO JL-PERIOD.
        DIVIDE JR-OUT-COUNT BY 2 GIVING JL-COUNT.
        MOVE JR-ACCRUE-DOLLARS TO JL-AMT.
        WRITE ACRRPT-REC FROM JRN-LINE AFTER ADVANCING 2.
        MOVE "REVERSAL" TO JL-LABEL.
        MOVE REVERSE-PERIOD TO JL-PERIOD.
        MOVE JR-REVERSE-DOLLARS TO JL-AMT.
        WRITE ACRRPT-REC FROM JRN-LINE AFTER ADVANCING 1.
        CLOSE JRNL, ACRRPT.
        DISPLAY "PAYACR - ACCRUAL FOR " ACCRUE-PERIOD
            " FROM PAY PERIOD " ACR-PAY-DATE.
        DISPLAY "PAYACR - JOURNAL RECORDS WRITTEN "
            JR-OUT-COUNT.
        DISPLAY "PAYACR - REVERSAL DATED " REVERSE-PERIOD.
        GO TO 99-END.
6-ACCRUE-DEPT.
        COMPUTE DPT-ACR-WAGES (DPT-SUB) ROUNDED =
            DPT-GROSS (DPT-SUB) * ACR-FACTOR.
        COMPUTE DPT-ACR-BURDEN (DPT-SUB) ROUNDED =
            (DPT-MATCH (DPT-SUB) + DPT-BURDEN (DPT-SUB))
            * ACR-FACTOR.
        ADD DPT-ACR-WAGES (DPT-SUB) TO TOT-ACR-WAGES.
        ADD DPT-ACR-BURDEN (DPT-SUB) TO TOT-ACR-BURDEN.
        MOVE DPT-NO (DPT-SUB) TO AL-DEPT.
        MOVE DPT-ACCT (DPT-SUB) TO AL-ACCT.
        MOVE DPT-GROSS (DPT-SUB) TO AL-GROSS.
        MOVE DPT-MATCH (DPT-SUB) TO AL-MATCH.
        MOVE DPT-BURDEN (DPT-SUB) TO AL-BURDEN.
        MOVE DPT-ACR-WAGES (DPT-SUB) TO AL-ACR-WAGES.
        MOVE DPT-ACR-BURDEN (DPT-SUB) TO AL-ACR-BURDEN.
        WRITE ACRRPT-REC FROM ACR-LINE AFTER ADVANCING 1.
        COMPUTE ENTRY-AMT ROUNDED = DPT-ACR-WAGES (DPT-SUB).
        MOVE AC-WAGE-LIAB TO ENTRY-CR-ACCT.
        PERFORM 7-WRITE-PAIR THRU 7-X.
        COMPUTE ENTRY-AMT ROUNDED = DPT-ACR-BURDEN (DPT-SUB).
        MOVE AC-BURDEN-LIAB TO ENTRY-CR-ACCT.
        PERFORM 7-WRITE-PAIR THRU 7-X.
6-X.    EXIT.
7-WRITE-PAIR.
        IF ENTRY-AMT IS EQUAL TO ZERO, GO TO 7-X.
        MOVE DPT-ACCT (DPT-SUB) TO ENTRY-DR-ACCT.
        MOVE ACCRUE-PERIOD TO ENTRY-PERIOD.
        PERFORM 8-WRITE-JRNL THRU 8-X.
        ADD ENTRY-AMT TO JR-ACCRUE-DOLLARS.
        MOVE ENTRY-CR-ACCT TO ENTRY-DR-ACCT.
        MOVE DPT-ACCT (DPT-SUB) TO ENTRY-CR-ACCT.
        MOVE REVERSE-PERIOD TO ENTRY-PERIOD.
        PERFORM 8-WRITE-JRNL THRU 8-X.
        ADD ENTRY-AMT TO JR-REVERSE-DOLLARS.
7-X.    EXIT.
8-WRITE-JRNL.
        MOVE DPT-NO (DPT-SUB) TO JR-LOCATION-NO.
        MOVE ENTRY-PERIOD TO JR-PERIOD.
        MOVE ENTRY-DR-ACCT TO JR-EXPENSE-ACCT.
        MOVE ENTRY-AMT TO JR-EXPENSE-AMT.
        MOVE ENTRY-CR-ACCT TO JR-RESERVE-ACCT.
        COMPUTE JR-CONTRA-AMT = ZERO - ENTRY-AMT.
        WRITE JRNL-REC.
        ADD 1 TO JR-OUT-COUNT.
8-X.    EXIT.
11-SET-PERIODS.
        MOVE MONTH-DAY-COUNT (AC-MONTH) TO ACR-LAST-DAY.
        IF AC-MONTH IS NOT EQUAL TO 2, GO TO 11-NEXT.
        DIVIDE AC-YEAR BY 4 GIVING ACR-LEAP-QUOT
            REMAINDER ACR-LEAP-REM.
        IF ACR-LEAP-REM IS EQUAL TO ZERO
            MOVE 29 TO ACR-LAST-DAY.
11-NEXT.
        MOVE AC-YEAR TO ACR-NEXT-YEAR.
        COMPUTE ACR-NEXT-MONTH = AC-MONTH + 1.
        IF ACR-NEXT-MONTH IS GREATER THAN 12
            MOVE 1 TO ACR-NEXT-MONTH
            ADD 1 TO ACR-NEXT-YEAR.
        MOVE AC-MONTH TO AP-MONTH.
        MOVE ACR-LAST-DAY TO AP-DAY.
        MOVE AC-YEAR TO AP-YEAR.
        MOVE ACR-NEXT-MONTH TO RP-MONTH.
        MOVE ACR-NEXT-YEAR TO RP-YEAR.
11-X.   EXIT.
12-FIND-DEPT.
        MOVE ZERO TO DPT-FOUND.
        PERFORM 12-SCAN THRU 12-SCAN-X
            VARYING DPT-SUB FROM 1 BY 1
            UNTIL DPT-SUB IS GREATER THAN DPT-COUNT
            OR DPT-FOUND IS NOT EQUAL TO ZERO.
        IF DPT-FOUND IS NOT EQUAL TO ZERO, GO TO 12-X.
        IF DPT-COUNT IS EQUAL TO 50
            DISPLAY "PAYACR - DEPT TABLE FULL - DEPT "
                LD-DEPT-NO " SKIPPED"
            GO TO 12-X.
        ADD 1 TO DPT-COUNT.
        MOVE DPT-COUNT TO DPT-FOUND.
        MOVE LD-DEPT-NO TO DPT-NO (DPT-FOUND).
        MOVE LD-ACCT-NO TO DPT-ACCT (DPT-FOUND).
        MOVE ZERO TO DPT-GROSS (DPT-FOUND),
            DPT-MATCH (DPT-FOUND), DPT-BURDEN (DPT-FOUND),
            DPT-ACR-WAGES (DPT-FOUND),
            DPT-ACR-BURDEN (DPT-FOUND).
12-X.   EXIT.
12-SCAN.
        IF DPT-NO (DPT-SUB) IS EQUAL TO LD-DEPT-NO
                AND DPT-ACCT (DPT-SUB) IS EQUAL TO LD-ACCT-NO
            MOVE DPT-SUB TO DPT-FOUND.
12-SCAN-X.
        EXIT.
98-REFUSE.
        MOVE "REFUSE" TO RL-STATUS.
        GO TO 99-LOG.
99-END.
        MOVE "NORMAL" TO RL-STATUS.
99-LOG.
        MOVE "PAYACR   " TO RL-PROGRAM.
        MOVE RL-SAVE-DATE TO RL-DATE.
        MOVE RL-SAVE-START-TIME TO RL-START-TIME.
        ACCEPT RL-END-TIME FROM TIME.
        COMPUTE RL-RECS-READ = CAL-IN-COUNT + LD-IN-COUNT.
        MOVE JR-OUT-COUNT TO RL-RECS-WRITTEN.
        WRITE RUNLOG-REC.
        CLOSE RUNLOG.
        STOP RUN.
