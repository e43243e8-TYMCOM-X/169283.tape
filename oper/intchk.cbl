IDENTIFICATION DIVISION.

PROGRAM-ID. INTCHK.

AUTHOR. TYMSHARE TASC.

DATE-WRITTEN. SEPTEMBER, 1976.

REMARKS. NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY CHECK DRIVEN BY
        INTRULDAT.  EACH RULE NAMES A CHILD FILE, THE POSITION AND
        LENGTH OF ITS KEY, AND THE PARENT FILE AND POSITION OF THE
        MATCHING KEY.  CHILD KEYS NOT FOUND ON THE PARENT ARE
        ORPHANS; THE FIRST RU-SHOW OF THEM ARE PRINTED.  KEYS MUST BE
        DISPLAY FIELDS.  BLANK OR ZERO CHILD KEYS ARE NOT CHECKED.
        RUNS AS A SEQNCR STEP.  RUNLOG STATUS IS ORPHAN WHEN A RULE
        OF SEVERITY F FINDS ORPHANS, BADRUL WHEN A RULE CANNOT BE
        APPLIED, SO THAT DEPENDENT STEPS ARE HELD.  SEVERITY W RULES
        ARE REPORTED ONLY.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.
SOURCE-COMPUTER. PDP-10.
OBJECT-COMPUTER. PDP-10.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT RULES ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT CHILD ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT PARENT ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT INTRPT ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT RUNLOG ASSIGN TO DSK
        RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

FD RULES
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "INTRULDAT".
01 RULE-REC.
   03 RU-RULE-ID      PIC X(6).
   03 RU-CHILD-FILE   PIC X(9).
   03 RU-CHILD-POS    PIC 999.
   03 RU-KEY-LEN      PIC 99.
   03 RU-PARENT-FILE  PIC X(9).
   03 RU-PARENT-POS   PIC 999.
   03 RU-SEVERITY     PIC X.
   03 RU-SHOW         PIC 99.
   03 RU-DESC         PIC X(30).
   03 FILLER          PIC X(15).

FD CHILD
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS CHILD-ID.
01 CHILD-REC.
   03 CHILD-CHAR OCCURS 256 TIMES PIC X.

FD PARENT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS PARENT-ID.
01 PARENT-REC.
   03 PARENT-CHAR OCCURS 256 TIMES PIC X.

FD INTRPT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "INTCHKRPT".
01 INTRPT-LINE        PIC X(80).

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
01 TONIGHT         PIC 9(6)   VALUE ZERO.
77 NOW-TIME        PIC 9(8)   VALUE ZERO.
77 END-TIME        PIC 9(8)   VALUE ZERO.
77 CHILD-ID        PIC X(9)   VALUE SPACES.
77 PARENT-ID       PIC X(9)   VALUE SPACES.
77 RULE-CT         PIC 999    VALUE ZERO.
77 PK-CT           PIC 9(4)   VALUE ZERO.
77 PK-LO           PIC 9(4)   VALUE ZERO.
77 PK-HI           PIC 9(4)   VALUE ZERO.
77 PK-MID          PIC 9(4)   VALUE ZERO.
77 PK-SUB          PIC 9(4)   VALUE ZERO.
77 PK-FOUND-SW     PIC X      VALUE "N".
77 KEY-POS         PIC 999    VALUE ZERO.
77 KEY-SUB         PIC 99     VALUE ZERO.
77 SHOW-MAX        PIC 99     VALUE ZERO.
77 CHILD-CT        PIC 9(7)   VALUE ZERO.
77 CHECK-CT        PIC 9(7)   VALUE ZERO.
77 BLANK-CT        PIC 9(7)   VALUE ZERO.
77 ORPHAN-CT       PIC 9(7)   VALUE ZERO.
77 TOT-CHILD-CT    PIC 9(7)   VALUE ZERO.
77 TOT-ORPHAN-CT   PIC 9(7)   VALUE ZERO.
77 RUN-STATUS      PIC X(6)   VALUE "NORMAL".
77 FAIL-CT         PIC 999    VALUE ZERO.
77 SUM-SUB         PIC 999    VALUE ZERO.

01 KEY-WORK.
   03 KW-CHAR OCCURS 20 TIMES PIC X.

01 PARENT-TABLE.
   03 PK-ENT OCCURS 3000 TIMES PIC X(20).

01 SUM-TABLE.
   03 SUM-ENT OCCURS 100 TIMES.
      05 SM-RULE-ID   PIC X(6).
      05 SM-CHILD     PIC X(9).
      05 SM-PARENT    PIC X(9).
      05 SM-CHECKED   PIC 9(7).
      05 SM-ORPHANS   PIC 9(7).
      05 SM-STATE     PIC X(8).

01 IR-HEAD.
   03 FILLER          PIC X(34)
      VALUE "CROSS-FILE INTEGRITY CHECK        ".
   03 IH-DATE         PIC 9(6).
   03 FILLER          PIC X(40)  VALUE SPACES.

01 IR-RULE.
   03 FILLER          PIC X(6)   VALUE " RULE ".
   03 IU-RULE-ID      PIC X(6).
   03 FILLER          PIC XX     VALUE SPACES.
   03 IU-DESC         PIC X(30).
   03 FILLER          PIC X(11)  VALUE " SEVERITY  ".
   03 IU-SEVERITY     PIC X.
   03 FILLER          PIC X(24)  VALUE SPACES.

01 IR-FILES.
   03 FILLER          PIC X(9)   VALUE "   CHILD ".
   03 IF-CHILD        PIC X(9).
   03 FILLER          PIC X(8)   VALUE " KEY AT ".
   03 IF-CHILD-POS    PIC ZZ9.
   03 FILLER          PIC X(5)   VALUE " LEN ".
   03 IF-KEY-LEN      PIC Z9.
   03 FILLER          PIC X(9)   VALUE "  PARENT ".
   03 IF-PARENT       PIC X(9).
   03 FILLER          PIC X(8)   VALUE " KEY AT ".
   03 IF-PARENT-POS   PIC ZZ9.
   03 FILLER          PIC X(15)  VALUE SPACES.

01 IR-ORPHAN.
   03 FILLER          PIC X(14)  VALUE "   ORPHAN REC ".
   03 IO-REC-NO       PIC Z(6)9.
   03 FILLER          PIC X(5)   VALUE " KEY ".
   03 IO-KEY          PIC X(20).
   03 FILLER          PIC X      VALUE SPACE.
   03 IO-TEXT         PIC X(33).

01 IR-COUNTS.
   03 FILLER          PIC X(9)   VALUE "   READ  ".
   03 IC-READ         PIC Z(6)9.
   03 FILLER          PIC X(9)   VALUE "  CHECKED".
   03 IC-CHECKED      PIC Z(6)9.
   03 FILLER          PIC X(7)   VALUE "  BLANK".
   03 IC-BLANK        PIC Z(6)9.
   03 FILLER          PIC X(9)   VALUE "  ORPHANS".
   03 IC-ORPHANS      PIC Z(6)9.
   03 FILLER          PIC X(10)  VALUE "  PARENTS ".
   03 IC-PARENTS      PIC ZZZ9.
   03 FILLER          PIC X(4)   VALUE SPACES.

01 IR-BAD.
   03 FILLER          PIC X(23)
      VALUE "   RULE NOT APPLIED -  ".
   03 IB-REASON       PIC X(40).
   03 FILLER          PIC X(17)  VALUE SPACES.

01 IR-SUM-HEAD.
   03 FILLER          PIC X(40)
      VALUE "SUMMARY BY RULE                         ".
   03 FILLER          PIC X(40)  VALUE SPACES.

01 IR-SUM-COLS.
   03 FILLER          PIC X(40)
      VALUE " RULE    CHILD      PARENT     CHECKED  ".
   03 FILLER          PIC X(40)
      VALUE "ORPHANS  RESULT                         ".

01 IR-SUM.
   03 FILLER          PIC X      VALUE SPACE.
   03 IS-RULE-ID      PIC X(6).
   03 FILLER          PIC XX     VALUE SPACES.
   03 IS-CHILD        PIC X(9).
   03 FILLER          PIC XX     VALUE SPACES.
   03 IS-PARENT       PIC X(9).
   03 FILLER          PIC XX     VALUE SPACES.
   03 IS-CHECKED      PIC Z(6)9.
   03 FILLER          PIC XX     VALUE SPACES.
   03 IS-ORPHANS      PIC Z(6)9.
   03 FILLER          PIC XX     VALUE SPACES.
   03 IS-STATE        PIC X(8).
   03 FILLER          PIC X(23)  VALUE SPACES.

01 IR-TOT.
   03 FILLER          PIC X(7)   VALUE " RULES ".
   03 IT-RULES        PIC ZZ9.
   03 FILLER          PIC X(9)   VALUE "  FAILED ".
   03 IT-FAILED       PIC ZZ9.
   03 FILLER          PIC X(10)  VALUE "  ORPHANS ".
   03 IT-ORPHANS      PIC Z(6)9.
   03 FILLER          PIC X(10)  VALUE "  STATUS  ".
   03 IT-STATUS       PIC X(6).
   03 FILLER          PIC X(25)  VALUE SPACES.

01 BLANK-LINE         PIC X(80)  VALUE SPACES.

PROCEDURE DIVISION.
HOUSEKEEP.
        OPEN INPUT RULES.
        OPEN OUTPUT INTRPT.
        ACCEPT TONIGHT FROM DATE.
        ACCEPT NOW-TIME FROM TIME.
        MOVE TONIGHT TO IH-DATE.
        WRITE INTRPT-LINE FROM IR-HEAD.

NEXT-RULE.
        READ RULES AT END GO TO PRINT-SUMMARY.
        IF RU-RULE-ID = SPACES GO TO NEXT-RULE.
        IF RULE-CT = 100
            DISPLAY "RULE TABLE FULL - RULE " RU-RULE-ID " IGNORED"
            GO TO NEXT-RULE.
        ADD 1 TO RULE-CT.
        MOVE RU-RULE-ID TO SM-RULE-ID (RULE-CT).
        MOVE RU-CHILD-FILE TO SM-CHILD (RULE-CT).
        MOVE RU-PARENT-FILE TO SM-PARENT (RULE-CT).
        MOVE ZERO TO SM-CHECKED (RULE-CT), SM-ORPHANS (RULE-CT).
        MOVE ZERO TO CHILD-CT, CHECK-CT, BLANK-CT, ORPHAN-CT, PK-CT.
        IF RU-SEVERITY NOT = "W" MOVE "F" TO RU-SEVERITY.
        MOVE 5 TO SHOW-MAX.
        IF RU-SHOW NUMERIC
            IF RU-SHOW NOT = ZERO MOVE RU-SHOW TO SHOW-MAX.
        WRITE INTRPT-LINE FROM BLANK-LINE.
        MOVE RU-RULE-ID TO IU-RULE-ID.
        MOVE RU-DESC TO IU-DESC.
        MOVE RU-SEVERITY TO IU-SEVERITY.
        WRITE INTRPT-LINE FROM IR-RULE.
        MOVE RU-CHILD-FILE TO IF-CHILD.
        MOVE RU-CHILD-POS TO IF-CHILD-POS.
        MOVE RU-KEY-LEN TO IF-KEY-LEN.
        MOVE RU-PARENT-FILE TO IF-PARENT.
        MOVE RU-PARENT-POS TO IF-PARENT-POS.
        WRITE INTRPT-LINE FROM IR-FILES.
        IF RU-CHILD-FILE = SPACES OR RU-PARENT-FILE = SPACES
            MOVE "CHILD OR PARENT FILE NOT NAMED" TO IB-REASON
            GO TO BAD-RULE.
        IF RU-CHILD-POS NOT NUMERIC OR RU-PARENT-POS NOT NUMERIC
            OR RU-KEY-LEN NOT NUMERIC
            MOVE "KEY POSITION OR LENGTH NOT NUMERIC" TO IB-REASON
            GO TO BAD-RULE.
        IF RU-KEY-LEN = 0 OR RU-KEY-LEN > 20
            MOVE "KEY LENGTH MUST BE 1 TO 20" TO IB-REASON
            GO TO BAD-RULE.
        IF RU-CHILD-POS = 0 OR RU-PARENT-POS = 0
            MOVE "KEY POSITION MUST BE 1 OR MORE" TO IB-REASON
            GO TO BAD-RULE.
        IF RU-CHILD-POS + RU-KEY-LEN > 257
            OR RU-PARENT-POS + RU-KEY-LEN > 257
            MOVE "KEY EXTENDS PAST POSITION 256" TO IB-REASON
            GO TO BAD-RULE.
        MOVE RU-PARENT-FILE TO PARENT-ID.
        OPEN INPUT PARENT.

LOAD-PARENT.
        MOVE SPACES TO PARENT-REC.
        READ PARENT AT END GO TO LOAD-PARENT-DONE.
        MOVE RU-PARENT-POS TO KEY-POS.
        MOVE SPACES TO KEY-WORK.
        MOVE 0 TO KEY-SUB.
PARENT-KEY-LOOP.
        ADD 1 TO KEY-SUB.
        IF KEY-SUB > RU-KEY-LEN GO TO PARENT-KEY-DONE.
        MOVE PARENT-CHAR (KEY-POS) TO KW-CHAR (KEY-SUB).
        ADD 1 TO KEY-POS.
        GO TO PARENT-KEY-LOOP.
PARENT-KEY-DONE.
        PERFORM SEARCH-PARENT THRU SEARCH-PARENT-EXIT.
        IF PK-FOUND-SW = "Y" GO TO LOAD-PARENT.
        IF PK-CT = 3000
            CLOSE PARENT
            MOVE "PARENT KEY TABLE FULL AT 3000 KEYS" TO IB-REASON
            GO TO BAD-RULE.
        PERFORM INSERT-PARENT THRU INSERT-PARENT-EXIT.
        GO TO LOAD-PARENT.
LOAD-PARENT-DONE.
        CLOSE PARENT.
        MOVE RU-CHILD-FILE TO CHILD-ID.
        OPEN INPUT CHILD.

CHECK-CHILD.
        MOVE SPACES TO CHILD-REC.
        READ CHILD AT END GO TO CHECK-CHILD-DONE.
        ADD 1 TO CHILD-CT.
        MOVE RU-CHILD-POS TO KEY-POS.
        MOVE SPACES TO KEY-WORK.
        MOVE 0 TO KEY-SUB.
CHILD-KEY-LOOP.
        ADD 1 TO KEY-SUB.
        IF KEY-SUB > RU-KEY-LEN GO TO CHILD-KEY-DONE.
        MOVE CHILD-CHAR (KEY-POS) TO KW-CHAR (KEY-SUB).
        ADD 1 TO KEY-POS.
        GO TO CHILD-KEY-LOOP.
CHILD-KEY-DONE.
        IF KEY-WORK = SPACES
            ADD 1 TO BLANK-CT
            GO TO CHECK-CHILD.
        MOVE RU-KEY-LEN TO KEY-SUB.
        PERFORM ZERO-KEY-TEST THRU ZERO-KEY-TEST-EXIT.
        IF KEY-SUB = 0
            ADD 1 TO BLANK-CT
            GO TO CHECK-CHILD.
        ADD 1 TO CHECK-CT.
        PERFORM SEARCH-PARENT THRU SEARCH-PARENT-EXIT.
        IF PK-FOUND-SW = "Y" GO TO CHECK-CHILD.
        ADD 1 TO ORPHAN-CT.
        IF ORPHAN-CT > SHOW-MAX GO TO CHECK-CHILD.
        MOVE CHILD-CT TO IO-REC-NO.
        MOVE KEY-WORK TO IO-KEY.
        MOVE CHILD-REC TO IO-TEXT.
        WRITE INTRPT-LINE FROM IR-ORPHAN.
        GO TO CHECK-CHILD.
CHECK-CHILD-DONE.
        CLOSE CHILD.
        MOVE CHILD-CT TO IC-READ.
        MOVE CHECK-CT TO IC-CHECKED.
        MOVE BLANK-CT TO IC-BLANK.
        MOVE ORPHAN-CT TO IC-ORPHANS.
        MOVE PK-CT TO IC-PARENTS.
        WRITE INTRPT-LINE FROM IR-COUNTS.
        ADD CHILD-CT TO TOT-CHILD-CT.
        ADD ORPHAN-CT TO TOT-ORPHAN-CT.
        MOVE CHECK-CT TO SM-CHECKED (RULE-CT).
        MOVE ORPHAN-CT TO SM-ORPHANS (RULE-CT).
        MOVE "OK      " TO SM-STATE (RULE-CT).
        IF ORPHAN-CT = 0 GO TO NEXT-RULE.
        IF RU-SEVERITY = "W"
            MOVE "WARNING " TO SM-STATE (RULE-CT)
            GO TO NEXT-RULE.
        MOVE "FAILED  " TO SM-STATE (RULE-CT).
        ADD 1 TO FAIL-CT.
        IF RUN-STATUS = "NORMAL" MOVE "ORPHAN" TO RUN-STATUS.
        DISPLAY "INTEGRITY RULE " RU-RULE-ID " FAILED - " ORPHAN-CT
            " ORPHANS IN " RU-CHILD-FILE.
        GO TO NEXT-RULE.

BAD-RULE.
        WRITE INTRPT-LINE FROM IR-BAD.
        MOVE "BAD RULE" TO SM-STATE (RULE-CT).
        ADD 1 TO FAIL-CT.
        MOVE "BADRUL" TO RUN-STATUS.
        DISPLAY "INTEGRITY RULE " RU-RULE-ID " NOT APPLIED - "
            IB-REASON.
        GO TO NEXT-RULE.

ZERO-KEY-TEST.
        IF KW-CHAR (KEY-SUB) NOT = "0" GO TO ZERO-KEY-TEST-EXIT.
        SUBTRACT 1 FROM KEY-SUB.
        IF KEY-SUB > 0 GO TO ZERO-KEY-TEST.
ZERO-KEY-TEST-EXIT.
        EXIT.

SEARCH-PARENT.
        MOVE "N" TO PK-FOUND-SW.
        MOVE 1 TO PK-LO.
        MOVE PK-CT TO PK-HI.
SEARCH-PARENT-LOOP.
        IF PK-LO > PK-HI GO TO SEARCH-PARENT-EXIT.
        COMPUTE PK-MID = (PK-LO + PK-HI) / 2.
        IF PK-ENT (PK-MID) = KEY-WORK
            MOVE "Y" TO PK-FOUND-SW
            GO TO SEARCH-PARENT-EXIT.
        IF PK-ENT (PK-MID) < KEY-WORK
            COMPUTE PK-LO = PK-MID + 1
        ELSE
            COMPUTE PK-HI = PK-MID - 1.
        IF PK-HI = 0 GO TO SEARCH-PARENT-EXIT.
        GO TO SEARCH-PARENT-LOOP.
SEARCH-PARENT-EXIT.
        EXIT.

INSERT-PARENT.
        MOVE PK-CT TO PK-SUB.
        ADD 1 TO PK-CT.
INSERT-SHIFT.
        IF PK-SUB = 0 GO TO INSERT-PLACE.
        IF PK-ENT (PK-SUB) < KEY-WORK GO TO INSERT-PLACE.
        MOVE PK-ENT (PK-SUB) TO PK-ENT (PK-SUB + 1).
        SUBTRACT 1 FROM PK-SUB.
        GO TO INSERT-SHIFT.
INSERT-PLACE.
        MOVE KEY-WORK TO PK-ENT (PK-SUB + 1).
INSERT-PARENT-EXIT.
        EXIT.

PRINT-SUMMARY.
        CLOSE RULES.
        WRITE INTRPT-LINE FROM BLANK-LINE.
        WRITE INTRPT-LINE FROM IR-SUM-HEAD.
        WRITE INTRPT-LINE FROM IR-SUM-COLS.
        MOVE 0 TO SUM-SUB.
PRINT-SUMMARY-LOOP.
        ADD 1 TO SUM-SUB.
        IF SUM-SUB > RULE-CT GO TO WRAP-UP.
        MOVE SM-RULE-ID (SUM-SUB) TO IS-RULE-ID.
        MOVE SM-CHILD (SUM-SUB) TO IS-CHILD.
        MOVE SM-PARENT (SUM-SUB) TO IS-PARENT.
        MOVE SM-CHECKED (SUM-SUB) TO IS-CHECKED.
        MOVE SM-ORPHANS (SUM-SUB) TO IS-ORPHANS.
        MOVE SM-STATE (SUM-SUB) TO IS-STATE.
        WRITE INTRPT-LINE FROM IR-SUM.
        GO TO PRINT-SUMMARY-LOOP.

WRAP-UP.
        WRITE INTRPT-LINE FROM BLANK-LINE.
        MOVE RULE-CT TO IT-RULES.
        MOVE FAIL-CT TO IT-FAILED.
        MOVE TOT-ORPHAN-CT TO IT-ORPHANS.
        MOVE RUN-STATUS TO IT-STATUS.
        WRITE INTRPT-LINE FROM IR-TOT.
        CLOSE INTRPT.
        OPEN EXTEND RUNLOG.
        ACCEPT END-TIME FROM TIME.
        MOVE "INTCHK" TO RL-PROGRAM.
        MOVE TONIGHT TO RL-DATE.
        MOVE NOW-TIME TO RL-START-TIME.
        MOVE END-TIME TO RL-END-TIME.
        MOVE TOT-CHILD-CT TO RL-RECS-READ.
        MOVE TOT-ORPHAN-CT TO RL-RECS-WRITTEN.
        MOVE RUN-STATUS TO RL-STATUS.
        WRITE RUNLOG-REC.
        CLOSE RUNLOG.
        DISPLAY "END OF INTEGRITY CHECK - " FAIL-CT " RULES FAILED".
        STOP RUN.
