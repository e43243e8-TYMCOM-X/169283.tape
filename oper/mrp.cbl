IDENTIFICATION DIVISION.
PROGRAM-ID. MRP.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. APRIL, 1977.
REMARKS. TIME-PHASED MATERIAL REQUIREMENTS PLANNING OVER A
    THIRTEEN WEEK HORIZON.  THE MASTER SCHEDULE (MPSDAT) GIVES
    END ITEMS BY WEEK.  END ITEMS ARE EXPLODED THROUGH THE B/M
    LINKS BMEXPL USES (OTHER FILE, TYPE 3 RECORDS) LEVEL BY
    LEVEL, EACH PART PLANNED AT ITS LOWEST LEVEL.  OPEN MMM
    SHORTAGES ARE GROSS REQUIREMENTS IN WEEK 1.  GROSS IS NETTED
    AGAINST STOCK ON HAND AND IN TRANSIT LESS ALLOCATED, AND
    AGAINST OPEN PO LINES DUE ON ORDER DATE PLUS VENDOR LEAD
    TIME.  PLANNED ORDERS ARE LOT FOR LOT, RELEASED EARLIER BY
    THE LEAD TIME OF THE LOWEST PRICED VENDOR (PARTS WITH NO
    VENDOR USE THE ASSEMBLY LEAD TIME KEYED AT THE TERMINAL).
    AS IN SUGORD, THE FIRST THREE DIGITS OF THE CATALOG NUMBER
    ARE THE INVENTORY ITEM NUMBER.  ACTION MESSAGES - ORDER NOW,
    EXPEDITE A PO NEEDED EARLIER, DEFER OR CANCEL A PO NOT
    NEEDED WHEN DUE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT MPSFILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT OTHERFILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT SHORTFILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT VENDOR-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT INVENTORY-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT PO-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT MRPRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD MPSFILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "MPSDAT   ".
01 MPS-REC.
     05 MS-CAT-NO PIC X(10).
     05 MS-WEEK PIC 99.
     05 MS-QTY PIC 9(6).
FD OTHERFILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "OTHERFIL ".
01 OTHER-REC.
     05 OT-REC-CODE PIC X.
     05 OT-CAT-NO PIC X(11).
     05 OT-MSG-CODE PIC XX.
     05 OT-CARD.
        10 OT-CARD-CODE PIC XX.
        10 OT-COMP-NO PIC X(10).
        10 OT-CHK-DIGIT PIC X.
        10 OT-WO PIC X(5).
        10 OT-DWG-NO PIC X(15).
        10 OT-PARENT-NO PIC X(10).
        10 OT-P-CKD PIC X.
        10 OT-QTY-ASSY PIC XXX.
        10 OT-QTY-ASSY-9 REDEFINES OT-QTY-ASSY PIC 999.
        10 FILLER PIC X(33).
FD SHORTFILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "SHORTFIL ".
01 OPEN-SHORT-REC.
     05 OS-IMAGE.
        10 FILLER PIC X(3).
        10 OS-CAT-NO PIC X(10).
        10 FILLER PIC X(68).
     05 OS-OPEN-QTY PIC S9(7).
     05 OS-STATUS PIC X.
FD VENDOR-FILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "VENDOR   ".
01 VENDOR-REC.
     05 VEN-NO PIC 9(4).
     05 VEN-NAME PIC X(15).
     05 VEN-ITEM PIC 999.
     05 VEN-PRICE PIC 9(3)V99.
     05 VEN-ADDRESS PIC X(25).
     05 VEN-TERMS PIC X(10).
     05 VEN-LEAD PIC 999.
     05 VEN-1099-FLAG PIC X.
     05 VEN-TIN PIC X(9).
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
FD PO-FILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "PURCHORD ".
01 PO-REC.
     05 PO-VENDOR-NAME PIC X(15).
     05 PO-ITEM-NUMBER PIC 999.
     05 PO-REORDER-QTY PIC 9(4).
     05 PO-UNIT-PRICE PIC 9(3)V99.
     05 PO-AMOUNT PIC 9(6)V99.
     05 PO-ORDER-DATE PIC 9(6).
     05 PO-RECVD-QTY PIC 9(4).
     05 PO-STATUS PIC X.
     05 PO-RCPT-DATE PIC 9(6).
     05 PO-BLANKET-NO PIC X(6).
FD MRPRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "MRPRPT   ".
01 MRPRPT-REC PIC X(110).
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
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
77 ASSY-LEAD PIC 99 VALUE ZERO.
77 IN-CT PIC 9(5) VALUE ZERO.
77 MPS-CT PIC 9(5) VALUE ZERO.
77 LINK-CT PIC 9(3) VALUE ZERO.
77 LINK-SUB PIC 9(3) VALUE ZERO.
77 PT-CT PIC 9(3) VALUE ZERO.
77 PT-SUB PIC 9(3) VALUE ZERO.
77 PT-SUB2 PIC 9(3) VALUE ZERO.
77 PT-FOUND PIC 9(3) VALUE ZERO.
77 CHILD-FOUND PIC 9(3) VALUE ZERO.
77 FIND-CAT PIC X(10) VALUE SPACES.
77 FIND-ITEM PIC 999 VALUE ZERO.
77 NEW-LLC PIC 9 VALUE ZERO.
77 LLC-CHANGED PIC X VALUE 'N'.
77 LLC-PASS PIC 99 VALUE ZERO.
77 MAX-LLC PIC 9 VALUE ZERO.
77 CUR-LEVEL PIC 99 VALUE ZERO.
77 VT-CT PIC 9(3) VALUE ZERO.
77 VT-SUB PIC 9(3) VALUE ZERO.
77 VT-FOUND PIC 9(3) VALUE ZERO.
77 PO-CT PIC 9(3) VALUE ZERO.
77 PO-SUB PIC 9(3) VALUE ZERO.
77 PO-BEST PIC 9(3) VALUE ZERO.
77 PO-BEYOND-CT PIC 9(5) VALUE ZERO.
77 AM-CT PIC 9(3) VALUE ZERO.
77 AM-SUB PIC 9(3) VALUE ZERO.
77 WK-SUB PIC 99 VALUE ZERO.
77 REL-WEEK PIC S99 VALUE ZERO.
77 NEED-WEEK PIC 99 VALUE ZERO.
77 DUE-WEEK PIC S9(4) VALUE ZERO.
77 LEAD-DAYS PIC 999 VALUE ZERO.
77 TODAY-DAYS PIC 9(6) VALUE ZERO.
77 DUE-DAYS PIC 9(6) VALUE ZERO.
77 DAYS-OUT PIC S9(6) VALUE ZERO.
77 PROJ-BAL PIC S9(7) VALUE ZERO.
77 PLAN-QTY PIC 9(6) VALUE ZERO.
77 OPEN-QTY PIC 9(6) VALUE ZERO.
77 OWNED-QTY PIC S9(6) VALUE ZERO.
77 ROW-SUB PIC 9 VALUE ZERO.
77 AM-TEXT-HOLD PIC X(20) VALUE SPACES.
01 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
01 RL-SAVE-DATE-X REDEFINES RL-SAVE-DATE.
     05 RLS-YR PIC 99.
     05 RLS-MO PIC 99.
     05 RLS-DA PIC 99.
01 PO-DATE-WORK PIC 9(6) VALUE ZERO.
01 PO-DATE-WORK-X REDEFINES PO-DATE-WORK.
     05 POW-YR PIC 99.
     05 POW-MO PIC 99.
     05 POW-DA PIC 99.
01 CAT-WORK.
     05 CW-ITEM PIC XXX.
     05 FILLER PIC X(7).
01 CAT-WORK-9 REDEFINES CAT-WORK.
     05 CW-ITEM-9 PIC 999.
     05 FILLER PIC X(7).
01 LINK-TABLE.
     05 LINK-TBL OCCURS 300 TIMES.
        10 LK-PARENT PIC X(10).
        10 LK-COMP PIC X(10).
        10 LK-QTY PIC 999.
01 PART-TABLE.
     05 PART-TBL OCCURS 200 TIMES.
        10 PT-CAT PIC X(10).
        10 PT-ITEM PIC 999.
        10 PT-LLC PIC 9.
        10 PT-LEAD PIC 99.
        10 PT-LEAD-DAYS PIC 999.
        10 PT-VEN-PRICE PIC 9(3)V99.
        10 PT-ON-HAND PIC S9(6).
        10 PT-WEEK OCCURS 13 TIMES.
           15 PT-GROSS PIC 9(6).
           15 PT-SCHED PIC 9(6).
           15 PT-PROJ PIC S9(6).
           15 PT-PL-RCPT PIC 9(6).
           15 PT-PL-REL PIC 9(6).
01 VEN-TABLE.
     05 VEN-TBL OCCURS 200 TIMES.
        10 VT-NAME PIC X(15).
        10 VT-ITEM PIC 999.
        10 VT-LEAD PIC 999.
01 PO-TABLE.
     05 PO-TBL OCCURS 200 TIMES.
        10 PB-PART PIC 9(3).
        10 PB-VENDOR PIC X(15).
        10 PB-DATE PIC 9(6).
        10 PB-QTY PIC 9(6).
        10 PB-WEEK PIC 99.
        10 PB-LATE PIC X.
        10 PB-MOVED PIC X.
01 AM-TABLE.
     05 AM-TBL OCCURS 300 TIMES.
        10 AM-CAT PIC X(10).
        10 AM-ITEM PIC 999.
        10 AM-TEXT PIC X(20).
        10 AM-WEEK PIC 99.
        10 AM-QTY PIC 9(6).
        10 AM-VENDOR PIC X(15).
        10 AM-PO-DATE PIC 9(6).
01 RPT-HEAD-1.
     05 FILLER PIC X(30) VALUE SPACES.
     05 FILLER PIC X(36) VALUE
         "MATERIAL REQUIREMENTS PLAN - WEEK 1 ".
     05 FILLER PIC X(6) VALUE "BEGINS".
     05 FILLER PIC X VALUE SPACE.
     05 RH-DATE PIC 9(6).
01 PART-HEAD.
     05 FILLER PIC X(6) VALUE " PART ".
     05 PH-CAT PIC X(10).
     05 FILLER PIC X(7) VALUE "  ITEM ".
     05 PH-ITEM PIC ZZ9.
     05 FILLER PIC X(8) VALUE "  LEVEL ".
     05 PH-LLC PIC 9.
     05 FILLER PIC X(7) VALUE "  LEAD ".
     05 PH-LEAD PIC Z9.
     05 FILLER PIC X(16) VALUE " WEEKS  ON HAND ".
     05 PH-ON-HAND PIC ZZZZZ9-.
01 WEEK-HEAD.
     05 FILLER PIC X(17) VALUE SPACES.
     05 WH-COL OCCURS 13 TIMES.
        10 WH-LIT PIC X(5).
        10 WH-NO PIC 99.
01 ROW-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 RW-LABEL PIC X(16).
     05 RW-COL OCCURS 13 TIMES PIC ZZZZZ9-.
01 ROW-NAMES.
     05 FILLER PIC X(16) VALUE "GROSS REQMTS".
     05 FILLER PIC X(16) VALUE "SCHED RECEIPTS".
     05 FILLER PIC X(16) VALUE "PROJ ON HAND".
     05 FILLER PIC X(16) VALUE "PLANNED RECEIPTS".
     05 FILLER PIC X(16) VALUE "PLANNED RELEASES".
01 ROW-NAME-TBL REDEFINES ROW-NAMES.
     05 ROW-NAME PIC X(16) OCCURS 5 TIMES.
01 AM-HEAD-1.
     05 FILLER PIC X(30) VALUE SPACES.
     05 FILLER PIC X(20) VALUE "ACTION MESSAGES".
01 AM-HEAD-2.
     05 FILLER PIC X(40) VALUE
         " PART        ITEM  ACTION               ".
     05 FILLER PIC X(40) VALUE
         "WEEK     QTY  VENDOR           PO DATE".
01 AM-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 AL-CAT PIC X(10).
     05 FILLER PIC XX VALUE SPACES.
     05 AL-ITEM PIC ZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 AL-TEXT PIC X(20).
     05 FILLER PIC XX VALUE SPACES.
     05 AL-WEEK PIC Z9.
     05 FILLER PIC XX VALUE SPACES.
     05 AL-QTY PIC ZZZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 AL-VENDOR PIC X(15).
     05 FILLER PIC XX VALUE SPACES.
     05 AL-PO-DATE PIC 9(6).
01 TOT-LINE.
     05 FILLER PIC X(8) VALUE " PARTS  ".
     05 TL-PARTS PIC ZZZ9.
     05 FILLER PIC X(18) VALUE "  ACTION MESSAGES ".
     05 TL-AM PIC ZZZ9.
     05 FILLER PIC X(22) VALUE "  POS BEYOND HORIZON  ".
     05 TL-BEYOND PIC ZZZ9.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     DISPLAY 'ASSEMBLY LEAD TIME IN WEEKS (BLANK=1) : '
        WITH NO ADVANCING.
     ACCEPT ASSY-LEAD.
     IF ASSY-LEAD EQUAL ZERO MOVE 1 TO ASSY-LEAD.
     COMPUTE TODAY-DAYS = (RLS-YR * 360) + (RLS-MO * 30)
        + RLS-DA.
     OPEN INPUT OTHERFILE.
LOAD-LINKS.
     READ OTHERFILE AT END CLOSE OTHERFILE, GO TO LOAD-MPS-START.
     IF OT-REC-CODE NOT EQUAL '3' GO TO LOAD-LINKS.
     IF OT-PARENT-NO EQUAL SPACES GO TO LOAD-LINKS.
     IF LINK-CT EQUAL 300
        DISPLAY 'MRP - LINK TABLE FULL'
        CLOSE OTHERFILE, GO TO LOAD-MPS-START.
     ADD 1 TO LINK-CT.
     MOVE OT-PARENT-NO TO LK-PARENT (LINK-CT).
     MOVE OT-COMP-NO TO LK-COMP (LINK-CT).
     IF OT-QTY-ASSY NUMERIC
        MOVE OT-QTY-ASSY-9 TO LK-QTY (LINK-CT)
     ELSE
        MOVE 1 TO LK-QTY (LINK-CT).
     GO TO LOAD-LINKS.
LOAD-MPS-START.
     OPEN INPUT MPSFILE.
LOAD-MPS.
     READ MPSFILE AT END CLOSE MPSFILE, GO TO LOAD-SHORT-START.
     ADD 1 TO IN-CT.
     IF MS-WEEK GREATER THAN 13 GO TO LOAD-MPS.
     IF MS-WEEK EQUAL ZERO MOVE 1 TO MS-WEEK.
     MOVE MS-CAT-NO TO FIND-CAT.
     MOVE ZERO TO NEW-LLC.
     PERFORM GET-PART THRU GET-PART-EXIT.
     IF PT-FOUND EQUAL ZERO GO TO LOAD-MPS.
     ADD MS-QTY TO PT-GROSS (PT-FOUND, MS-WEEK).
     ADD 1 TO MPS-CT.
     GO TO LOAD-MPS.
LOAD-SHORT-START.
     IF MPS-CT EQUAL ZERO
        DISPLAY 'MRP - NO MASTER SCHEDULE IN THE HORIZON'
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     OPEN INPUT SHORTFILE.
LOAD-SHORT.
     READ SHORTFILE AT END CLOSE SHORTFILE, GO TO LEVEL-CODES.
     IF OS-STATUS NOT EQUAL 'O' GO TO LOAD-SHORT.
     IF OS-OPEN-QTY NOT GREATER THAN ZERO GO TO LOAD-SHORT.
     MOVE OS-CAT-NO TO FIND-CAT.
     MOVE ZERO TO NEW-LLC.
     PERFORM GET-PART THRU GET-PART-EXIT.
     IF PT-FOUND EQUAL ZERO GO TO LOAD-SHORT.
     ADD OS-OPEN-QTY TO PT-GROSS (PT-FOUND, 1).
     GO TO LOAD-SHORT.
*    LOW LEVEL CODES - EVERY COMPONENT SITS ONE LEVEL BELOW ITS
*    DEEPEST PARENT.  REPEAT UNTIL NOTHING MOVES (9 LEVELS MAX).
LEVEL-CODES.
     MOVE 'Y' TO LLC-CHANGED.
     MOVE ZERO TO LLC-PASS.
LEVEL-PASS.
     IF LLC-CHANGED EQUAL 'N' OR LLC-PASS EQUAL 9
        GO TO LOAD-VENDORS.
     MOVE 'N' TO LLC-CHANGED.
     ADD 1 TO LLC-PASS.
     PERFORM LEVEL-LINK THRU LEVEL-LINK-EXIT
        VARYING LINK-SUB FROM 1 BY 1
        UNTIL LINK-SUB GREATER THAN LINK-CT.
     GO TO LEVEL-PASS.
LEVEL-LINK.
     MOVE LK-PARENT (LINK-SUB) TO FIND-CAT.
     PERFORM FIND-PART THRU FIND-PART-EXIT.
     IF PT-FOUND EQUAL ZERO GO TO LEVEL-LINK-EXIT.
     IF PT-LLC (PT-FOUND) EQUAL 9 GO TO LEVEL-LINK-EXIT.
     COMPUTE NEW-LLC = PT-LLC (PT-FOUND) + 1.
     MOVE LK-COMP (LINK-SUB) TO FIND-CAT.
     PERFORM FIND-PART THRU FIND-PART-EXIT.
     IF PT-FOUND EQUAL ZERO
        PERFORM GET-PART THRU GET-PART-EXIT
        IF PT-FOUND NOT EQUAL ZERO
           MOVE 'Y' TO LLC-CHANGED
           GO TO LEVEL-LINK-EXIT
        ELSE
           GO TO LEVEL-LINK-EXIT.
     IF PT-LLC (PT-FOUND) LESS THAN NEW-LLC
        MOVE NEW-LLC TO PT-LLC (PT-FOUND)
        MOVE 'Y' TO LLC-CHANGED
        IF NEW-LLC GREATER THAN MAX-LLC
           MOVE NEW-LLC TO MAX-LLC.
LEVEL-LINK-EXIT.
     EXIT.
LOAD-VENDORS.
     OPEN INPUT VENDOR-FILE.
LOAD-ONE-VEN.
     READ VENDOR-FILE AT END CLOSE VENDOR-FILE,
        GO TO LOAD-INV-START.
     IF VT-CT LESS THAN 200
        ADD 1 TO VT-CT
        MOVE VEN-NAME TO VT-NAME (VT-CT)
        MOVE VEN-ITEM TO VT-ITEM (VT-CT)
        MOVE VEN-LEAD TO VT-LEAD (VT-CT).
     MOVE VEN-ITEM TO FIND-ITEM.
     PERFORM FIND-ITEM-PART THRU FIND-ITEM-PART-EXIT.
     IF PT-FOUND EQUAL ZERO GO TO LOAD-ONE-VEN.
     IF PT-LEAD-DAYS (PT-FOUND) NOT EQUAL ZERO
        AND VEN-PRICE NOT LESS THAN PT-VEN-PRICE (PT-FOUND)
        GO TO LOAD-ONE-VEN.
     MOVE VEN-PRICE TO PT-VEN-PRICE (PT-FOUND).
     MOVE VEN-LEAD TO PT-LEAD-DAYS (PT-FOUND).
     IF VEN-LEAD EQUAL ZERO
        MOVE 1 TO PT-LEAD-DAYS (PT-FOUND).
     COMPUTE PT-LEAD (PT-FOUND) =
        (PT-LEAD-DAYS (PT-FOUND) + 6) / 7.
     GO TO LOAD-ONE-VEN.
LOAD-INV-START.
     OPEN INPUT INVENTORY-FILE.
LOAD-INV.
     READ INVENTORY-FILE AT END CLOSE INVENTORY-FILE,
        GO TO LOAD-PO-START.
     MOVE ITEM-NUMBER TO FIND-ITEM.
     PERFORM FIND-ITEM-PART THRU FIND-ITEM-PART-EXIT.
     IF PT-FOUND EQUAL ZERO GO TO LOAD-INV.
     COMPUTE OWNED-QTY = QTY-ON-HAND + QTY-IN-TRANSIT
        - QTY-ALLOCATED.
     ADD OWNED-QTY TO PT-ON-HAND (PT-FOUND).
     GO TO LOAD-INV.
LOAD-PO-START.
     OPEN INPUT PO-FILE.
LOAD-PO.
     READ PO-FILE AT END CLOSE PO-FILE, GO TO PLAN-START.
     IF PO-STATUS NOT EQUAL 'O' GO TO LOAD-PO.
     IF PO-RECVD-QTY NOT LESS THAN PO-REORDER-QTY
        GO TO LOAD-PO.
     MOVE PO-ITEM-NUMBER TO FIND-ITEM.
     PERFORM FIND-ITEM-PART THRU FIND-ITEM-PART-EXIT.
     IF PT-FOUND EQUAL ZERO GO TO LOAD-PO.
     MOVE PT-LEAD-DAYS (PT-FOUND) TO LEAD-DAYS.
     MOVE ZERO TO VT-FOUND.
     PERFORM SCAN-VEN THRU SCAN-VEN-EXIT
        VARYING VT-SUB FROM 1 BY 1
        UNTIL VT-SUB GREATER THAN VT-CT.
     IF VT-FOUND NOT EQUAL ZERO
        MOVE VT-LEAD (VT-FOUND) TO LEAD-DAYS.
     MOVE PO-ORDER-DATE TO PO-DATE-WORK.
     COMPUTE DUE-DAYS = (POW-YR * 360) + (POW-MO * 30)
        + POW-DA + LEAD-DAYS.
     COMPUTE DAYS-OUT = DUE-DAYS - TODAY-DAYS.
     IF DAYS-OUT LESS THAN ZERO
        MOVE 1 TO DUE-WEEK
     ELSE
        COMPUTE DUE-WEEK = (DAYS-OUT / 7) + 1.
     IF DUE-WEEK GREATER THAN 13
        ADD 1 TO PO-BEYOND-CT
        GO TO LOAD-PO.
     IF PO-CT EQUAL 200
        DISPLAY 'MRP - PO TABLE FULL'
        GO TO LOAD-PO.
     ADD 1 TO PO-CT.
     MOVE PT-FOUND TO PB-PART (PO-CT).
     MOVE PO-VENDOR-NAME TO PB-VENDOR (PO-CT).
     MOVE PO-ORDER-DATE TO PB-DATE (PO-CT).
     COMPUTE PB-QTY (PO-CT) = PO-REORDER-QTY - PO-RECVD-QTY.
     MOVE DUE-WEEK TO PB-WEEK (PO-CT).
     MOVE 'N' TO PB-LATE (PO-CT), PB-MOVED (PO-CT).
     IF DAYS-OUT LESS THAN ZERO MOVE 'Y' TO PB-LATE (PO-CT).
     ADD PB-QTY (PO-CT) TO PT-SCHED (PT-FOUND, DUE-WEEK).
     GO TO LOAD-PO.
SCAN-VEN.
     IF VT-FOUND EQUAL ZERO
        AND VT-NAME (VT-SUB) EQUAL PO-VENDOR-NAME
        AND VT-ITEM (VT-SUB) EQUAL PO-ITEM-NUMBER
        MOVE VT-SUB TO VT-FOUND.
SCAN-VEN-EXIT.
     EXIT.
PLAN-START.
     OPEN OUTPUT MRPRPT.
     MOVE RL-SAVE-DATE TO RH-DATE.
     WRITE MRPRPT-REC FROM RPT-HEAD-1 AFTER ADVANCING PAGE.
     PERFORM SET-WEEK-HEAD THRU SET-WEEK-HEAD-EXIT
        VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB GREATER THAN 13.
     PERFORM PLAN-LEVEL THRU PLAN-LEVEL-EXIT
        VARYING CUR-LEVEL FROM 0 BY 1
        UNTIL CUR-LEVEL GREATER THAN MAX-LLC.
     WRITE MRPRPT-REC FROM AM-HEAD-1 AFTER ADVANCING PAGE.
     WRITE MRPRPT-REC FROM AM-HEAD-2 AFTER ADVANCING 2.
     PERFORM PRINT-ACTION THRU PRINT-ACTION-EXIT
        VARYING AM-SUB FROM 1 BY 1
        UNTIL AM-SUB GREATER THAN AM-CT.
     MOVE PT-CT TO TL-PARTS.
     MOVE AM-CT TO TL-AM.
     MOVE PO-BEYOND-CT TO TL-BEYOND.
     WRITE MRPRPT-REC FROM TOT-LINE AFTER ADVANCING 2.
     CLOSE MRPRPT.
     DISPLAY 'MRP COMPLETE - PARTS ' PT-CT
        ' ACTION MESSAGES ' AM-CT.
     MOVE 'NORMAL' TO RL-STATUS.
     GO TO FINISH-RUN.
SET-WEEK-HEAD.
     MOVE '   WK' TO WH-LIT (WK-SUB).
     MOVE WK-SUB TO WH-NO (WK-SUB).
SET-WEEK-HEAD-EXIT.
     EXIT.
PLAN-LEVEL.
     PERFORM PLAN-CHECK THRU PLAN-CHECK-EXIT
        VARYING PT-SUB FROM 1 BY 1
        UNTIL PT-SUB GREATER THAN PT-CT.
PLAN-LEVEL-EXIT.
     EXIT.
PLAN-CHECK.
     IF PT-LLC (PT-SUB) NOT EQUAL CUR-LEVEL
        GO TO PLAN-CHECK-EXIT.
     PERFORM NET-PART THRU NET-PART-EXIT.
     PERFORM CHECK-PO THRU CHECK-PO-EXIT
        VARYING PO-SUB FROM 1 BY 1
        UNTIL PO-SUB GREATER THAN PO-CT.
     PERFORM PRINT-PART THRU PRINT-PART-EXIT.
     PERFORM EXPLODE-LINK THRU EXPLODE-LINK-EXIT
        VARYING LINK-SUB FROM 1 BY 1
        UNTIL LINK-SUB GREATER THAN LINK-CT.
PLAN-CHECK-EXIT.
     EXIT.
*    NET ONE PART WEEK BY WEEK.  A SHORTFALL IS COVERED FIRST BY
*    PULLING IN A LATER OPEN PO (EXPEDITE), THEN BY A PLANNED
*    ORDER RELEASED LEAD TIME EARLIER.
NET-PART.
     MOVE PT-ON-HAND (PT-SUB) TO PROJ-BAL.
     PERFORM NET-WEEK THRU NET-WEEK-EXIT
        VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB GREATER THAN 13.
NET-PART-EXIT.
     EXIT.
NET-WEEK.
     COMPUTE PROJ-BAL = PROJ-BAL + PT-SCHED (PT-SUB, WK-SUB)
        - PT-GROSS (PT-SUB, WK-SUB).
NET-WEEK-PULL.
     IF PROJ-BAL NOT LESS THAN ZERO GO TO NET-WEEK-SET.
     MOVE ZERO TO PO-BEST.
     PERFORM FIND-LATER-PO THRU FIND-LATER-PO-EXIT
        VARYING PO-SUB FROM 1 BY 1
        UNTIL PO-SUB GREATER THAN PO-CT.
     IF PO-BEST EQUAL ZERO GO TO NET-WEEK-PLAN.
     SUBTRACT PB-QTY (PO-BEST)
        FROM PT-SCHED (PT-SUB, PB-WEEK (PO-BEST)).
     ADD PB-QTY (PO-BEST) TO PT-SCHED (PT-SUB, WK-SUB).
     ADD PB-QTY (PO-BEST) TO PROJ-BAL.
     MOVE 'Y' TO PB-MOVED (PO-BEST).
     MOVE 'EXPEDITE PO' TO AM-TEXT-HOLD.
     MOVE WK-SUB TO PB-WEEK (PO-BEST).
     MOVE PO-BEST TO PO-SUB.
     PERFORM ADD-PO-ACTION THRU ADD-PO-ACTION-EXIT.
     GO TO NET-WEEK-PULL.
NET-WEEK-PLAN.
     COMPUTE PLAN-QTY = ZERO - PROJ-BAL.
     ADD PLAN-QTY TO PT-PL-RCPT (PT-SUB, WK-SUB).
     MOVE ZERO TO PROJ-BAL.
     COMPUTE REL-WEEK = WK-SUB - PT-LEAD (PT-SUB).
     IF PT-LEAD-DAYS (PT-SUB) EQUAL ZERO
        COMPUTE REL-WEEK = WK-SUB - ASSY-LEAD.
     IF REL-WEEK GREATER THAN 1
        ADD PLAN-QTY TO PT-PL-REL (PT-SUB, REL-WEEK)
        GO TO NET-WEEK-SET.
     ADD PLAN-QTY TO PT-PL-REL (PT-SUB, 1).
     MOVE 'ORDER NOW' TO AM-TEXT-HOLD.
     IF REL-WEEK LESS THAN 1
        MOVE 'ORDER NOW - LATE' TO AM-TEXT-HOLD.
     MOVE WK-SUB TO NEED-WEEK.
     MOVE PLAN-QTY TO OPEN-QTY.
     PERFORM ADD-PART-ACTION THRU ADD-PART-ACTION-EXIT.
NET-WEEK-SET.
     MOVE PROJ-BAL TO PT-PROJ (PT-SUB, WK-SUB).
NET-WEEK-EXIT.
     EXIT.
FIND-LATER-PO.
     IF PB-PART (PO-SUB) NOT EQUAL PT-SUB
        GO TO FIND-LATER-PO-EXIT.
     IF PB-WEEK (PO-SUB) NOT GREATER THAN WK-SUB
        GO TO FIND-LATER-PO-EXIT.
     IF PO-BEST EQUAL ZERO
        MOVE PO-SUB TO PO-BEST
        GO TO FIND-LATER-PO-EXIT.
     IF PB-WEEK (PO-SUB) LESS THAN PB-WEEK (PO-BEST)
        MOVE PO-SUB TO PO-BEST.
FIND-LATER-PO-EXIT.
     EXIT.
*    AN OPEN PO NOT PULLED IN IS TESTED AGAINST THE PROJECTED
*    BALANCE - IF THE BALANCE STAYS ABOVE THE PO QUANTITY FROM
*    ITS DUE WEEK ON, IT IS NOT NEEDED THEN.
CHECK-PO.
     IF PB-PART (PO-SUB) NOT EQUAL PT-SUB
        OR PB-MOVED (PO-SUB) EQUAL 'Y'
        GO TO CHECK-PO-EXIT.
     MOVE ZERO TO NEED-WEEK.
     PERFORM FIND-NEED-WEEK THRU FIND-NEED-WEEK-EXIT
        VARYING WK-SUB FROM PB-WEEK (PO-SUB) BY 1
        UNTIL WK-SUB GREATER THAN 13.
     IF NEED-WEEK EQUAL PB-WEEK (PO-SUB)
        IF PB-LATE (PO-SUB) EQUAL 'Y'
           MOVE 'PAST DUE - EXPEDITE' TO AM-TEXT-HOLD
           PERFORM ADD-PO-ACTION THRU ADD-PO-ACTION-EXIT
           GO TO CHECK-PO-EXIT
        ELSE
           GO TO CHECK-PO-EXIT.
     IF NEED-WEEK EQUAL ZERO
        MOVE 'CANCEL - NOT NEEDED' TO AM-TEXT-HOLD
     ELSE
        MOVE 'DEFER PO' TO AM-TEXT-HOLD.
     PERFORM ADD-PO-ACTION THRU ADD-PO-ACTION-EXIT.
CHECK-PO-EXIT.
     EXIT.
FIND-NEED-WEEK.
     IF NEED-WEEK EQUAL ZERO
        AND PT-PROJ (PT-SUB, WK-SUB) LESS THAN PB-QTY (PO-SUB)
        MOVE WK-SUB TO NEED-WEEK.
FIND-NEED-WEEK-EXIT.
     EXIT.
ADD-PO-ACTION.
     IF AM-CT EQUAL 300 GO TO ADD-PO-ACTION-EXIT.
     ADD 1 TO AM-CT.
     MOVE PT-CAT (PT-SUB) TO AM-CAT (AM-CT).
     MOVE PT-ITEM (PT-SUB) TO AM-ITEM (AM-CT).
     MOVE AM-TEXT-HOLD TO AM-TEXT (AM-CT).
     MOVE PB-WEEK (PO-SUB) TO AM-WEEK (AM-CT).
     IF AM-TEXT-HOLD EQUAL 'DEFER PO'
        MOVE NEED-WEEK TO AM-WEEK (AM-CT).
     IF AM-TEXT-HOLD EQUAL 'CANCEL - NOT NEEDED'
        MOVE ZERO TO AM-WEEK (AM-CT).
     MOVE PB-QTY (PO-SUB) TO AM-QTY (AM-CT).
     MOVE PB-VENDOR (PO-SUB) TO AM-VENDOR (AM-CT).
     MOVE PB-DATE (PO-SUB) TO AM-PO-DATE (AM-CT).
ADD-PO-ACTION-EXIT.
     EXIT.
ADD-PART-ACTION.
     IF AM-CT EQUAL 300 GO TO ADD-PART-ACTION-EXIT.
     ADD 1 TO AM-CT.
     MOVE PT-CAT (PT-SUB) TO AM-CAT (AM-CT).
     MOVE PT-ITEM (PT-SUB) TO AM-ITEM (AM-CT).
     MOVE AM-TEXT-HOLD TO AM-TEXT (AM-CT).
     MOVE NEED-WEEK TO AM-WEEK (AM-CT).
     MOVE OPEN-QTY TO AM-QTY (AM-CT).
     MOVE SPACES TO AM-VENDOR (AM-CT).
     MOVE ZERO TO AM-PO-DATE (AM-CT).
ADD-PART-ACTION-EXIT.
     EXIT.
EXPLODE-LINK.
     IF LK-PARENT (LINK-SUB) NOT EQUAL PT-CAT (PT-SUB)
        GO TO EXPLODE-LINK-EXIT.
     MOVE LK-COMP (LINK-SUB) TO FIND-CAT.
     PERFORM FIND-PART THRU FIND-PART-EXIT.
     IF PT-FOUND EQUAL ZERO GO TO EXPLODE-LINK-EXIT.
     MOVE PT-FOUND TO CHILD-FOUND.
     PERFORM EXPLODE-WEEK THRU EXPLODE-WEEK-EXIT
        VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB GREATER THAN 13.
EXPLODE-LINK-EXIT.
     EXIT.
EXPLODE-WEEK.
     COMPUTE PT-GROSS (CHILD-FOUND, WK-SUB) =
        PT-GROSS (CHILD-FOUND, WK-SUB)
        + (PT-PL-REL (PT-SUB, WK-SUB) * LK-QTY (LINK-SUB)).
EXPLODE-WEEK-EXIT.
     EXIT.
PRINT-PART.
     MOVE PT-CAT (PT-SUB) TO PH-CAT.
     MOVE PT-ITEM (PT-SUB) TO PH-ITEM.
     MOVE PT-LLC (PT-SUB) TO PH-LLC.
     MOVE PT-LEAD (PT-SUB) TO PH-LEAD.
     IF PT-LEAD-DAYS (PT-SUB) EQUAL ZERO
        MOVE ASSY-LEAD TO PH-LEAD.
     MOVE PT-ON-HAND (PT-SUB) TO PH-ON-HAND.
     WRITE MRPRPT-REC FROM PART-HEAD AFTER ADVANCING 3.
     WRITE MRPRPT-REC FROM WEEK-HEAD AFTER ADVANCING 1.
     PERFORM PRINT-ROW THRU PRINT-ROW-EXIT
        VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB GREATER THAN 5.
PRINT-PART-EXIT.
     EXIT.
PRINT-ROW.
     MOVE ROW-NAME (ROW-SUB) TO RW-LABEL.
     PERFORM FILL-ROW THRU FILL-ROW-EXIT
        VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB GREATER THAN 13.
     WRITE MRPRPT-REC FROM ROW-LINE AFTER ADVANCING 1.
PRINT-ROW-EXIT.
     EXIT.
FILL-ROW.
     IF ROW-SUB EQUAL 1
        MOVE PT-GROSS (PT-SUB, WK-SUB) TO RW-COL (WK-SUB).
     IF ROW-SUB EQUAL 2
        MOVE PT-SCHED (PT-SUB, WK-SUB) TO RW-COL (WK-SUB).
     IF ROW-SUB EQUAL 3
        MOVE PT-PROJ (PT-SUB, WK-SUB) TO RW-COL (WK-SUB).
     IF ROW-SUB EQUAL 4
        MOVE PT-PL-RCPT (PT-SUB, WK-SUB) TO RW-COL (WK-SUB).
     IF ROW-SUB EQUAL 5
        MOVE PT-PL-REL (PT-SUB, WK-SUB) TO RW-COL (WK-SUB).
FILL-ROW-EXIT.
     EXIT.
PRINT-ACTION.
     MOVE AM-CAT (AM-SUB) TO AL-CAT.
     MOVE AM-ITEM (AM-SUB) TO AL-ITEM.
     MOVE AM-TEXT (AM-SUB) TO AL-TEXT.
     MOVE AM-WEEK (AM-SUB) TO AL-WEEK.
     MOVE AM-QTY (AM-SUB) TO AL-QTY.
     MOVE AM-VENDOR (AM-SUB) TO AL-VENDOR.
     MOVE AM-PO-DATE (AM-SUB) TO AL-PO-DATE.
     WRITE MRPRPT-REC FROM AM-LINE AFTER ADVANCING 1.
PRINT-ACTION-EXIT.
     EXIT.
FIND-PART.
     MOVE ZERO TO PT-FOUND.
     PERFORM SCAN-PART THRU SCAN-PART-EXIT
        VARYING PT-SUB2 FROM 1 BY 1
        UNTIL PT-SUB2 GREATER THAN PT-CT.
FIND-PART-EXIT.
     EXIT.
SCAN-PART.
     IF PT-FOUND EQUAL ZERO
        AND PT-CAT (PT-SUB2) EQUAL FIND-CAT
        MOVE PT-SUB2 TO PT-FOUND.
SCAN-PART-EXIT.
     EXIT.
*    FIND THE PART, ADDING IT AT LEVEL NEW-LLC IF IT IS NEW.
GET-PART.
     PERFORM FIND-PART THRU FIND-PART-EXIT.
     IF PT-FOUND NOT EQUAL ZERO GO TO GET-PART-EXIT.
     IF PT-CT EQUAL 200
        DISPLAY 'MRP - PART TABLE FULL AT ' FIND-CAT
        GO TO GET-PART-EXIT.
     ADD 1 TO PT-CT.
     MOVE PT-CT TO PT-FOUND.
     MOVE FIND-CAT TO PT-CAT (PT-CT), CAT-WORK.
     MOVE ZERO TO PT-ITEM (PT-CT).
     IF CW-ITEM NUMERIC MOVE CW-ITEM-9 TO PT-ITEM (PT-CT).
     MOVE NEW-LLC TO PT-LLC (PT-CT).
     IF NEW-LLC GREATER THAN MAX-LLC MOVE NEW-LLC TO MAX-LLC.
     MOVE ZERO TO PT-LEAD (PT-CT), PT-LEAD-DAYS (PT-CT),
        PT-VEN-PRICE (PT-CT), PT-ON-HAND (PT-CT).
     PERFORM CLEAR-WEEK THRU CLEAR-WEEK-EXIT
        VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB GREATER THAN 13.
GET-PART-EXIT.
     EXIT.
CLEAR-WEEK.
     MOVE ZERO TO PT-GROSS (PT-CT, WK-SUB),
        PT-SCHED (PT-CT, WK-SUB), PT-PROJ (PT-CT, WK-SUB),
        PT-PL-RCPT (PT-CT, WK-SUB), PT-PL-REL (PT-CT, WK-SUB).
CLEAR-WEEK-EXIT.
     EXIT.
*    THE INVENTORY AND PO POOL OF AN ITEM GOES TO THE FIRST PART
*    CARRYING THAT ITEM NUMBER.
FIND-ITEM-PART.
     MOVE ZERO TO PT-FOUND.
     IF FIND-ITEM EQUAL ZERO GO TO FIND-ITEM-PART-EXIT.
     PERFORM SCAN-ITEM-PART THRU SCAN-ITEM-PART-EXIT
        VARYING PT-SUB2 FROM 1 BY 1
        UNTIL PT-SUB2 GREATER THAN PT-CT.
FIND-ITEM-PART-EXIT.
     EXIT.
SCAN-ITEM-PART.
     IF PT-FOUND EQUAL ZERO
        AND PT-ITEM (PT-SUB2) EQUAL FIND-ITEM
        MOVE PT-SUB2 TO PT-FOUND.
SCAN-ITEM-PART-EXIT.
     EXIT.
FINISH-RUN.
     MOVE 'MRP      ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE IN-CT TO RL-RECS-READ.
     MOVE AM-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
