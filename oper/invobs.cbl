IDENTIFICATION DIVISION.
PROGRAM-ID. INVOBS.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. FEBRUARY, 1977.
REMARKS. SLOW-MOVING AND OBSOLETE INVENTORY WITH A VALUATION
    RESERVE.  USAGE FOR EACH ITEM IS SUMMED FROM THE PARTVEL
    TWELVE MONTH HISTORY (FIRST THREE DIGITS OF THE PART ID ARE
    THE ITEM NUMBER).  STOCK ON HAND AND IN TRANSIT AT ALL THE
    WAREHOUSES IS TAKEN TOGETHER.  EACH ITEM IS RANKED BY MONTHS
    SINCE LAST ISSUE AND MONTHS OF SUPPLY ON HAND, AND CLASSED
    OBSOLETE OR SLOW-MOVING BY THE THRESHOLDS ON THE PARAMETER
    CARD, WHICH ALSO GIVES THE RESERVE PERCENT FOR EACH CLASS.
    THE REPORT TOTALS EXTENDED VALUE AND RESERVE BY CLASS.  THE
    CHANGE FROM THE RESERVE BOOKED LAST RUN GOES TO THE JOURNAL
    INTERFACE FILE FOR GLPOST, AND THE NEW RESERVE IS SAVED.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT OBSPRM ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT INVENTORY-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT HISTIN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT OBSRES ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT OBSRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT JRNL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD OBSPRM
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "OBSPRMDAT".
01 OBSPRM-REC.
     05 OP-MONTH PIC 99.
     05 OP-SLOW-MONTHS PIC 99.
     05 OP-OBS-MONTHS PIC 99.
     05 OP-SLOW-SUPPLY PIC 9(3).
     05 OP-SLOW-PCT PIC 9(3).
     05 OP-OBS-PCT PIC 9(3).
     05 OP-EXP-ACCT PIC X(6).
     05 OP-RES-ACCT PIC X(6).
     05 OP-PERIOD PIC X(10).
     05 FILLER PIC X(43).
FD INVENTORY-FILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "NVNTRY   ".
01 INVENTORY-REC.
     05 ITEM-NUMBER PIC 999.
     05 QTY-ON-HAND PIC 9(4).
     05 MINIMUM-QTY PIC 999.
     05 REORDER-QTY PIC 9(4).
     05 ITEM-STD-COST PIC 9(3)V99.
     05 ITEM-WHSE PIC XX.
     05 QTY-ALLOCATED PIC 9(4).
     05 QTY-ON-ORDER PIC 9(4).
     05 QTY-IN-TRANSIT PIC 9(4).
FD HISTIN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "PARTHIST ".
01 HIST-REC.
     05 PH-PART-NO.
        10 PH-PART-ITEM PIC 999.
        10 FILLER PIC X(11).
     05 PH-BUCKET OCCURS 12 TIMES.
        10 PH-UNITS PIC S9(5).
        10 PH-DOLLARS PIC S9(7)V99.
     05 FILLER PIC X(6).
FD OBSRES
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "OBSRESDAT".
01 OBSRES-REC.
     05 OR-RESERVE PIC 9(9).
     05 OR-DATE PIC 9(6).
     05 OR-PERIOD PIC X(10).
FD OBSRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "INVOBSRPT".
01 OBSRPT-REC PIC X(100).
FD JRNL
     VALUE OF IDENTIFICATION IS 'FIJRNLDAT'
     RECORD CONTAINS 44 CHARACTERS
     LABEL RECORDS ARE STANDARD
     DATA RECORD IS JRNL-REC.
01 JRNL-REC.
     05 JR-LOCATION-NO PIC 9(4).
     05 JR-PERIOD PIC X(10).
     05 JR-EXPENSE-ACCT PIC X(6).
     05 JR-EXPENSE-AMT PIC 9(9).
     05 JR-RESERVE-ACCT PIC X(6).
     05 JR-CONTRA-AMT PIC S9(9) SIGN LEADING.
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
77 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
77 IN-CT PIC 9(5) VALUE ZERO.
77 HIST-CT PIC 9(5) VALUE ZERO.
77 ITM-CT PIC 9(3) VALUE ZERO.
77 ITM-SUB PIC 9(3) VALUE ZERO.
77 ITM-SUB2 PIC 9(3) VALUE ZERO.
77 ITM-FOUND PIC 9(3) VALUE ZERO.
77 MO-SUB PIC 99 VALUE ZERO.
77 MO-BACK PIC 99 VALUE ZERO.
77 CLS-SUB PIC 9 VALUE ZERO.
77 YEAR-UNITS PIC S9(7) VALUE ZERO.
77 AVG-UNITS PIC S9(5)V99 VALUE ZERO.
77 EXT-VALUE PIC 9(8)V99 VALUE ZERO.
77 OWNED-QTY PIC 9(5) VALUE ZERO.
77 NEW-RESERVE PIC 9(9)V99 VALUE ZERO.
77 NEW-RESERVE-WHOLE PIC 9(9) VALUE ZERO.
77 PRIOR-RESERVE PIC 9(9) VALUE ZERO.
77 RES-CHANGE PIC S9(9) VALUE ZERO.
77 RES-CHANGE-ABS PIC 9(9) VALUE ZERO.
01 ITM-TABLE.
     05 ITM-TBL OCCURS 300 TIMES.
        10 IT-KEY.
           15 IT-SINCE PIC 99.
           15 IT-SUPPLY PIC 9(3).
           15 IT-ITEM PIC 999.
        10 IT-QTY PIC 9(5).
        10 IT-COST PIC 9(3)V99.
        10 IT-CLASS PIC 9.
        10 IT-UNITS OCCURS 12 TIMES PIC S9(6).
01 ITM-HOLD PIC X(91).
01 CLS-TOTALS.
     05 CLS-TOT OCCURS 3 TIMES.
        10 CT-CT PIC 9(5).
        10 CT-VALUE PIC 9(9)V99.
        10 CT-RESERVE PIC 9(9)V99.
        10 CT-PCT PIC 9(3).
01 CLS-NAMES.
     05 FILLER PIC X(12) VALUE "ACTIVE".
     05 FILLER PIC X(12) VALUE "SLOW-MOVING".
     05 FILLER PIC X(12) VALUE "OBSOLETE".
01 CLS-NAME-TBL REDEFINES CLS-NAMES.
     05 CLS-NAME PIC X(12) OCCURS 3 TIMES.
01 OBS-HEAD-1.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FILLER PIC X(40) VALUE
         "SLOW-MOVING AND OBSOLETE INVENTORY".
     05 FILLER PIC X(7) VALUE "PERIOD ".
     05 OH-PERIOD PIC X(10).
01 OBS-HEAD-2.
     05 FILLER PIC X(40) VALUE
         " ITEM  ON HAND  STD COST   EXT VALUE  MO".
     05 FILLER PIC X(27) VALUE
         "S IDLE  MOS SUPPLY  CLASS  ".
     05 FILLER PIC X(19) VALUE
         "      PCT   RESERVE".
01 OBS-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 OL-ITEM PIC 999.
     05 FILLER PIC XXX VALUE SPACES.
     05 OL-QTY PIC ZZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 OL-COST PIC ZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 OL-VALUE PIC ZZ,ZZZ,ZZ9.99.
     05 FILLER PIC XXXX VALUE SPACES.
     05 OL-SINCE PIC Z9.
     05 FILLER PIC X(7) VALUE SPACES.
     05 OL-SUPPLY PIC ZZ9.
     05 FILLER PIC XXX VALUE SPACES.
     05 OL-CLASS PIC X(12).
     05 OL-PCT PIC ZZ9.
     05 FILLER PIC X VALUE SPACE.
     05 OL-RESERVE PIC Z,ZZZ,ZZ9.99.
01 CLS-LINE.
     05 FILLER PIC X(5) VALUE SPACES.
     05 CL-NAME PIC X(12).
     05 CL-CT PIC ZZZZ9.
     05 FILLER PIC X(8) VALUE " ITEMS  ".
     05 FILLER PIC X(7) VALUE "VALUE  ".
     05 CL-VALUE PIC ZZZ,ZZZ,ZZ9.99.
     05 FILLER PIC X(11) VALUE "  RESERVE  ".
     05 CL-RESERVE PIC ZZZ,ZZZ,ZZ9.99.
01 RES-LINE.
     05 FILLER PIC X(5) VALUE SPACES.
     05 RS-TEXT PIC X(30).
     05 RS-AMT PIC ZZZ,ZZZ,ZZ9-.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     OPEN INPUT OBSPRM.
     READ OBSPRM AT END
        DISPLAY 'INVOBS - PARAMETER CARD MISSING'
        CLOSE OBSPRM
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     CLOSE OBSPRM.
     IF OP-MONTH LESS THAN 1 OR OP-MONTH GREATER THAN 12
        OR OP-SLOW-MONTHS EQUAL ZERO
        OR OP-OBS-MONTHS NOT GREATER THAN OP-SLOW-MONTHS
        OR OP-EXP-ACCT EQUAL SPACES OR OP-RES-ACCT EQUAL SPACES
        DISPLAY 'INVOBS - BAD PARAMETER CARD'
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     MOVE ZERO TO CLS-TOTALS.
     MOVE ZERO TO CT-PCT (1).
     MOVE OP-SLOW-PCT TO CT-PCT (2).
     MOVE OP-OBS-PCT TO CT-PCT (3).
     OPEN INPUT INVENTORY-FILE.
LOAD-INV.
     READ INVENTORY-FILE AT END CLOSE INVENTORY-FILE,
        GO TO LOAD-HIST-START.
     ADD 1 TO IN-CT.
     ADD QTY-ON-HAND, QTY-IN-TRANSIT GIVING OWNED-QTY.
     IF OWNED-QTY EQUAL ZERO GO TO LOAD-INV.
     IF ITM-CT NOT EQUAL ZERO
        IF IT-ITEM (ITM-CT) EQUAL ITEM-NUMBER
           ADD OWNED-QTY TO IT-QTY (ITM-CT)
           GO TO LOAD-INV.
     IF ITM-CT EQUAL 300
        DISPLAY 'INVOBS - ITEM TABLE FULL'
        CLOSE INVENTORY-FILE, GO TO LOAD-HIST-START.
     ADD 1 TO ITM-CT.
     MOVE ITEM-NUMBER TO IT-ITEM (ITM-CT).
     MOVE OWNED-QTY TO IT-QTY (ITM-CT).
     MOVE ITEM-STD-COST TO IT-COST (ITM-CT).
     MOVE ZERO TO IT-SINCE (ITM-CT), IT-SUPPLY (ITM-CT),
        IT-CLASS (ITM-CT).
     PERFORM ZERO-UNITS THRU ZERO-UNITS-EXIT
        VARYING MO-SUB FROM 1 BY 1 UNTIL MO-SUB GREATER THAN 12.
     GO TO LOAD-INV.
ZERO-UNITS.
     MOVE ZERO TO IT-UNITS (ITM-CT, MO-SUB).
ZERO-UNITS-EXIT.
     EXIT.
LOAD-HIST-START.
     OPEN INPUT HISTIN.
LOAD-HIST.
     READ HISTIN AT END CLOSE HISTIN, GO TO RATE-ITEMS.
     ADD 1 TO HIST-CT.
     IF PH-PART-ITEM NOT NUMERIC GO TO LOAD-HIST.
     MOVE ZERO TO ITM-FOUND.
     PERFORM FIND-ITEM THRU FIND-ITEM-EXIT
        VARYING ITM-SUB FROM 1 BY 1
        UNTIL ITM-SUB GREATER THAN ITM-CT.
     IF ITM-FOUND EQUAL ZERO GO TO LOAD-HIST.
     PERFORM ADD-UNITS THRU ADD-UNITS-EXIT
        VARYING MO-SUB FROM 1 BY 1 UNTIL MO-SUB GREATER THAN 12.
     GO TO LOAD-HIST.
FIND-ITEM.
     IF IT-ITEM (ITM-SUB) EQUAL PH-PART-ITEM
        MOVE ITM-SUB TO ITM-FOUND.
FIND-ITEM-EXIT.
     EXIT.
ADD-UNITS.
     ADD PH-UNITS (MO-SUB) TO IT-UNITS (ITM-FOUND, MO-SUB).
ADD-UNITS-EXIT.
     EXIT.
RATE-ITEMS.
     PERFORM RATE-ONE THRU RATE-ONE-EXIT
        VARYING ITM-SUB FROM 1 BY 1
        UNTIL ITM-SUB GREATER THAN ITM-CT.
     PERFORM SORT-PASS THRU SORT-PASS-EXIT
        VARYING ITM-SUB FROM 1 BY 1
        UNTIL ITM-SUB NOT LESS THAN ITM-CT.
     OPEN OUTPUT OBSRPT.
     MOVE OP-PERIOD TO OH-PERIOD.
     WRITE OBSRPT-REC FROM OBS-HEAD-1 AFTER ADVANCING PAGE.
     WRITE OBSRPT-REC FROM OBS-HEAD-2 AFTER ADVANCING 2.
     PERFORM PRINT-ITEM THRU PRINT-ITEM-EXIT
        VARYING ITM-SUB FROM 1 BY 1
        UNTIL ITM-SUB GREATER THAN ITM-CT.
     PERFORM PRINT-CLASS THRU PRINT-CLASS-EXIT
        VARYING CLS-SUB FROM 1 BY 1
        UNTIL CLS-SUB GREATER THAN 3.
     GO TO BOOK-RESERVE.
RATE-ONE.
     MOVE ZERO TO YEAR-UNITS.
     MOVE 99 TO IT-SINCE (ITM-SUB).
     MOVE OP-MONTH TO MO-SUB.
     MOVE ZERO TO MO-BACK.
     PERFORM SCAN-MONTH THRU SCAN-MONTH-EXIT 12 TIMES.
     COMPUTE AVG-UNITS ROUNDED = YEAR-UNITS / 12.
     IF AVG-UNITS NOT GREATER THAN ZERO
        MOVE 999 TO IT-SUPPLY (ITM-SUB)
     ELSE
        COMPUTE IT-SUPPLY (ITM-SUB) ROUNDED =
           IT-QTY (ITM-SUB) / AVG-UNITS
           ON SIZE ERROR MOVE 999 TO IT-SUPPLY (ITM-SUB).
     MOVE 1 TO IT-CLASS (ITM-SUB).
     IF IT-SINCE (ITM-SUB) NOT LESS THAN OP-SLOW-MONTHS
        MOVE 2 TO IT-CLASS (ITM-SUB).
     IF OP-SLOW-SUPPLY NOT EQUAL ZERO
        AND IT-SUPPLY (ITM-SUB) NOT LESS THAN OP-SLOW-SUPPLY
        MOVE 2 TO IT-CLASS (ITM-SUB).
     IF IT-SINCE (ITM-SUB) NOT LESS THAN OP-OBS-MONTHS
        MOVE 3 TO IT-CLASS (ITM-SUB).
RATE-ONE-EXIT.
     EXIT.
SCAN-MONTH.
     ADD IT-UNITS (ITM-SUB, MO-SUB) TO YEAR-UNITS.
     IF IT-UNITS (ITM-SUB, MO-SUB) NOT EQUAL ZERO
        AND IT-SINCE (ITM-SUB) EQUAL 99
        MOVE MO-BACK TO IT-SINCE (ITM-SUB).
     ADD 1 TO MO-BACK.
     SUBTRACT 1 FROM MO-SUB.
     IF MO-SUB LESS THAN 1 MOVE 12 TO MO-SUB.
SCAN-MONTH-EXIT.
     EXIT.
SORT-PASS.
     PERFORM SORT-COMPARE THRU SORT-COMPARE-EXIT
        VARYING ITM-SUB2 FROM ITM-SUB BY 1
        UNTIL ITM-SUB2 GREATER THAN ITM-CT.
SORT-PASS-EXIT.
     EXIT.
SORT-COMPARE.
     IF IT-KEY (ITM-SUB2) NOT GREATER THAN IT-KEY (ITM-SUB)
        GO TO SORT-COMPARE-EXIT.
     MOVE ITM-TBL (ITM-SUB) TO ITM-HOLD.
     MOVE ITM-TBL (ITM-SUB2) TO ITM-TBL (ITM-SUB).
     MOVE ITM-HOLD TO ITM-TBL (ITM-SUB2).
SORT-COMPARE-EXIT.
     EXIT.
PRINT-ITEM.
     MOVE IT-CLASS (ITM-SUB) TO CLS-SUB.
     COMPUTE EXT-VALUE = IT-QTY (ITM-SUB) * IT-COST (ITM-SUB).
     MOVE IT-ITEM (ITM-SUB) TO OL-ITEM.
     MOVE IT-QTY (ITM-SUB) TO OL-QTY.
     MOVE IT-COST (ITM-SUB) TO OL-COST.
     MOVE EXT-VALUE TO OL-VALUE.
     MOVE IT-SINCE (ITM-SUB) TO OL-SINCE.
     MOVE IT-SUPPLY (ITM-SUB) TO OL-SUPPLY.
     MOVE CLS-NAME (CLS-SUB) TO OL-CLASS.
     MOVE CT-PCT (CLS-SUB) TO OL-PCT.
     COMPUTE NEW-RESERVE ROUNDED =
        EXT-VALUE * CT-PCT (CLS-SUB) / 100.
     MOVE NEW-RESERVE TO OL-RESERVE.
     ADD 1 TO CT-CT (CLS-SUB).
     ADD EXT-VALUE TO CT-VALUE (CLS-SUB).
     ADD NEW-RESERVE TO CT-RESERVE (CLS-SUB).
     WRITE OBSRPT-REC FROM OBS-LINE AFTER ADVANCING 1.
PRINT-ITEM-EXIT.
     EXIT.
PRINT-CLASS.
     MOVE CLS-NAME (CLS-SUB) TO CL-NAME.
     MOVE CT-CT (CLS-SUB) TO CL-CT.
     MOVE CT-VALUE (CLS-SUB) TO CL-VALUE.
     MOVE CT-RESERVE (CLS-SUB) TO CL-RESERVE.
     IF CLS-SUB EQUAL 1
        WRITE OBSRPT-REC FROM CLS-LINE AFTER ADVANCING 3
     ELSE
        WRITE OBSRPT-REC FROM CLS-LINE AFTER ADVANCING 1.
PRINT-CLASS-EXIT.
     EXIT.
BOOK-RESERVE.
     COMPUTE NEW-RESERVE-WHOLE ROUNDED =
        CT-RESERVE (2) + CT-RESERVE (3).
     OPEN INPUT OBSRES.
     READ OBSRES AT END MOVE ZERO TO OR-RESERVE.
     MOVE OR-RESERVE TO PRIOR-RESERVE.
     CLOSE OBSRES.
     COMPUTE RES-CHANGE = NEW-RESERVE-WHOLE - PRIOR-RESERVE.
     MOVE 'RESERVE BOOKED LAST RUN' TO RS-TEXT.
     MOVE PRIOR-RESERVE TO RS-AMT.
     WRITE OBSRPT-REC FROM RES-LINE AFTER ADVANCING 3.
     MOVE 'RESERVE REQUIRED' TO RS-TEXT.
     MOVE NEW-RESERVE-WHOLE TO RS-AMT.
     WRITE OBSRPT-REC FROM RES-LINE AFTER ADVANCING 1.
     MOVE 'CHANGE JOURNALED' TO RS-TEXT.
     MOVE RES-CHANGE TO RS-AMT.
     WRITE OBSRPT-REC FROM RES-LINE AFTER ADVANCING 1.
     CLOSE OBSRPT.
     IF RES-CHANGE EQUAL ZERO GO TO SAVE-RESERVE.
     OPEN EXTEND JRNL.
     MOVE ZERO TO JR-LOCATION-NO.
     MOVE OP-PERIOD TO JR-PERIOD.
     IF RES-CHANGE GREATER THAN ZERO
        MOVE RES-CHANGE TO RES-CHANGE-ABS
        MOVE OP-EXP-ACCT TO JR-EXPENSE-ACCT
        MOVE OP-RES-ACCT TO JR-RESERVE-ACCT
     ELSE
        COMPUTE RES-CHANGE-ABS = ZERO - RES-CHANGE
        MOVE OP-RES-ACCT TO JR-EXPENSE-ACCT
        MOVE OP-EXP-ACCT TO JR-RESERVE-ACCT.
     MOVE RES-CHANGE-ABS TO JR-EXPENSE-AMT.
     COMPUTE JR-CONTRA-AMT = ZERO - RES-CHANGE-ABS.
     WRITE JRNL-REC.
     CLOSE JRNL.
SAVE-RESERVE.
     OPEN OUTPUT OBSRES.
     MOVE NEW-RESERVE-WHOLE TO OR-RESERVE.
     MOVE RL-SAVE-DATE TO OR-DATE.
     MOVE OP-PERIOD TO OR-PERIOD.
     WRITE OBSRES-REC.
     CLOSE OBSRES.
     DISPLAY 'INVOBS COMPLETE - ITEMS ' ITM-CT
        ' RESERVE CHANGE ' RES-CHANGE.
     MOVE 'NORMAL' TO RL-STATUS.
FINISH-RUN.
     MOVE 'INVOBS   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE IN-CT TO RL-RECS-READ.
     MOVE ITM-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
