IDENTIFICATION DIVISION.
PROGRAM-ID. INVXFR.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. MARCH, 1977.
REMARKS. INTER-WAREHOUSE TRANSFERS AND ALLOCATIONS AGAINST THE
    INVENTORY FILE, WHICH CARRIES ONE RECORD FOR EACH ITEM AT
    EACH STOCKING WAREHOUSE (MS MAIN STORES, Y1 AND Y2 FIELD
    YARDS).  TRANSACTIONS FROM XFRTXNDAT -
    N  STOCK THE ITEM AT A NEW WAREHOUSE (MINIMUM, REORDER)
    S  SHIP A TRANSFER - OFF ON-HAND AT THE SENDING
    WAREHOUSE, INTO IN-TRANSIT AT THE RECEIVING ONE
    R  RECEIVE A TRANSFER - OUT OF IN-TRANSIT, INTO ON-HAND
    A  ALLOCATE STOCK AT A WAREHOUSE
    D  RELEASE AN ALLOCATION
    A SHIPMENT MAY NOT TAKE STOCK THAT IS ALLOCATED.  OPEN
    TRANSFERS ARE KEPT ON XFRDAT - COMPLETED ONES STAY AS
    HISTORY.  THE TRANSFER REGISTER LISTS EVERY TRANSACTION
    AND THE TRANSFERS STILL IN TRANSIT WITH THEIR AGE.  NEW
    FILES ARE NVNTRYNEW AND XFRNEW - RENAME OVER NVNTRY AND
    XFRDAT AFTER CHECKING THE REGISTER.  A SHIPMENT OR RECEIPT
    CARRYING A VENDOR LOT NUMBER IS LOGGED TO THE LOT HISTORY
    FILE SO THE LOT CAN BE TRACED TO ITS STOCKING WAREHOUSE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT INVENTORY-FILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT INVENTORY-NEW ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT XFRFILE ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT XFRNEW ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT XFRTXN ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT XFRRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT LOTHIST ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
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
FD INVENTORY-NEW
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "NVNTRYNEW".
01 INVENTORY-NEW-REC PIC X(33).
FD XFRFILE
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "XFRDAT   ".
01 XFR-REC.
     05 XF-NO PIC 9(6).
     05 XF-ITEM PIC 999.
     05 XF-FROM PIC XX.
     05 XF-TO PIC XX.
     05 XF-QTY PIC 9(4).
     05 XF-RCVD PIC 9(4).
     05 XF-SHIP-DATE PIC 9(6).
     05 XF-RCV-DATE PIC 9(6).
     05 XF-STATUS PIC X.
FD XFRNEW
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "XFRNEW   ".
01 XFRNEW-REC PIC X(34).
FD XFRTXN
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "XFRTXNDAT".
01 XFRTXN-REC.
     05 XT-TYPE PIC X.
     05 XT-ITEM PIC 999.
     05 XT-FROM PIC XX.
     05 XT-TO PIC XX.
     05 XT-QTY PIC 9(4).
     05 XT-XFR-NO PIC 9(6).
     05 XT-MIN PIC 999.
     05 XT-REORDER PIC 9(4).
     05 XT-LOT-NO PIC X(10).
FD XFRRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "INVXFRRPT".
01 XFRRPT-REC PIC X(90).
FD LOTHIST
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "LOTHSTDAT".
01 LOTHIST-REC.
     05 LH-LOT-NO PIC X(10).
     05 LH-TYPE PIC X.
     05 LH-DATE PIC 9(6).
     05 LH-ITEM PIC 999.
     05 LH-VENDOR PIC X(15).
     05 LH-WHSE PIC XX.
     05 LH-TO-WHSE PIC XX.
     05 LH-QTY PIC 9(5).
     05 LH-REF PIC X(6).
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
77 TXN-CT PIC 9(5) VALUE ZERO.
77 REJ-CT PIC 9(5) VALUE ZERO.
77 SHIP-CT PIC 9(5) VALUE ZERO.
77 RCV-CT PIC 9(5) VALUE ZERO.
77 TRANSIT-CT PIC 9(5) VALUE ZERO.
77 HIST-CT PIC 9(5) VALUE ZERO.
77 IW-CT PIC 9(3) VALUE ZERO.
77 IW-SUB PIC 9(3) VALUE ZERO.
77 IW-SUB2 PIC 9(3) VALUE ZERO.
77 IW-FOUND PIC 9(3) VALUE ZERO.
77 FROM-FOUND PIC 9(3) VALUE ZERO.
77 TO-FOUND PIC 9(3) VALUE ZERO.
77 XF-CT PIC 9(3) VALUE ZERO.
77 XF-SUB PIC 9(3) VALUE ZERO.
77 XF-FOUND PIC 9(3) VALUE ZERO.
77 LAST-XFR-NO PIC 9(6) VALUE ZERO.
77 FIND-ITEM PIC 999 VALUE ZERO.
77 FIND-WHSE PIC XX VALUE SPACES.
77 AVAIL-QTY PIC S9(5) VALUE ZERO.
77 OPEN-QTY PIC S9(5) VALUE ZERO.
77 MOVE-QTY PIC 9(4) VALUE ZERO.
77 AGE-DAYS PIC S9(5) VALUE ZERO.
01 RL-SAVE-DATE PIC 9(6) VALUE ZERO.
01 RL-SAVE-DATE-X REDEFINES RL-SAVE-DATE.
     05 RLS-YR PIC 99.
     05 RLS-MO PIC 99.
     05 RLS-DA PIC 99.
01 SHIP-DATE-WORK PIC 9(6) VALUE ZERO.
01 SHIP-DATE-WORK-X REDEFINES SHIP-DATE-WORK.
     05 SHW-YR PIC 99.
     05 SHW-MO PIC 99.
     05 SHW-DA PIC 99.
01 IW-TABLE.
     05 IW-TBL OCCURS 300 TIMES.
        10 IW-REC.
           15 IW-KEY.
              20 IW-ITEM PIC 999.
              20 IW-WHSE PIC XX.
           15 IW-ON-HAND PIC 9(4).
           15 IW-MIN PIC 999.
           15 IW-REORDER PIC 9(4).
           15 IW-COST PIC 9(3)V99.
           15 IW-ALLOC PIC 9(4).
           15 IW-ON-ORDER PIC 9(4).
           15 IW-TRANSIT PIC 9(4).
01 IW-HOLD PIC X(33).
01 XF-TABLE.
     05 XF-TBL OCCURS 200 TIMES.
        10 XB-REC.
           15 XB-NO PIC 9(6).
           15 XB-ITEM PIC 999.
           15 XB-FROM PIC XX.
           15 XB-TO PIC XX.
           15 XB-QTY PIC 9(4).
           15 XB-RCVD PIC 9(4).
           15 XB-SHIP-DATE PIC 9(6).
           15 XB-RCV-DATE PIC 9(6).
           15 XB-STATUS PIC X.
01 REG-HEAD-1.
     05 FILLER PIC X(25) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "INVENTORY TRANSFER REGISTER".
     05 FILLER PIC X(6) VALUE "AS OF ".
     05 RH-DATE PIC 9(6).
01 REG-HEAD-2.
     05 FILLER PIC X(40) VALUE
         "TYPE  XFER NO  ITEM  FROM  TO    QTY    ".
     05 FILLER PIC X(30) VALUE
         "NOTE".
01 REG-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 RG-TYPE PIC X.
     05 FILLER PIC X(4) VALUE SPACES.
     05 RG-XFR-NO PIC ZZZZZ9.
     05 FILLER PIC XXX VALUE SPACES.
     05 RG-ITEM PIC 999.
     05 FILLER PIC XXX VALUE SPACES.
     05 RG-FROM PIC XX.
     05 FILLER PIC X(4) VALUE SPACES.
     05 RG-TO PIC XX.
     05 FILLER PIC XX VALUE SPACES.
     05 RG-QTY PIC ZZZ9.
     05 FILLER PIC X(4) VALUE SPACES.
     05 RG-NOTE PIC X(30).
01 TRN-HEAD-1.
     05 FILLER PIC X(25) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "TRANSFERS IN TRANSIT".
01 TRN-HEAD-2.
     05 FILLER PIC X(40) VALUE
         "XFER NO  ITEM  FROM  TO   SHIPPED  RCVD ".
     05 FILLER PIC X(30) VALUE
         "  OPEN  SHIP DATE  AGE DAYS".
01 TRN-LINE.
     05 TN-XFR-NO PIC ZZZZZ9.
     05 FILLER PIC XXX VALUE SPACES.
     05 TN-ITEM PIC 999.
     05 FILLER PIC XXX VALUE SPACES.
     05 TN-FROM PIC XX.
     05 FILLER PIC X(4) VALUE SPACES.
     05 TN-TO PIC XX.
     05 FILLER PIC XXX VALUE SPACES.
     05 TN-QTY PIC ZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 TN-RCVD PIC ZZZ9.
     05 FILLER PIC XX VALUE SPACES.
     05 TN-OPEN PIC ZZZ9.
     05 FILLER PIC XXX VALUE SPACES.
     05 TN-DATE PIC 9(6).
     05 FILLER PIC X(4) VALUE SPACES.
     05 TN-AGE PIC ZZZZ9.
01 REG-TOT-LINE.
     05 FILLER PIC X(14) VALUE "TRANSACTIONS  ".
     05 RT-TXN PIC ZZZZ9.
     05 FILLER PIC X(11) VALUE "  SHIPPED  ".
     05 RT-SHIP PIC ZZZZ9.
     05 FILLER PIC X(12) VALUE "  RECEIVED  ".
     05 RT-RCV PIC ZZZZ9.
     05 FILLER PIC X(12) VALUE "  REJECTED  ".
     05 RT-REJ PIC ZZZZ9.
     05 FILLER PIC X(14) VALUE "  IN TRANSIT  ".
     05 RT-TRANSIT PIC ZZZZ9.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     OPEN INPUT INVENTORY-FILE.
LOAD-INV.
     READ INVENTORY-FILE AT END CLOSE INVENTORY-FILE,
        GO TO LOAD-XFR-START.
     IF IW-CT EQUAL 300
        DISPLAY 'INVXFR - INVENTORY TABLE FULL - RUN REFUSED'
        CLOSE INVENTORY-FILE
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     ADD 1 TO IW-CT.
     MOVE ITEM-NUMBER TO IW-ITEM (IW-CT).
     MOVE ITEM-WHSE TO IW-WHSE (IW-CT).
     IF ITEM-WHSE EQUAL SPACES MOVE 'MS' TO IW-WHSE (IW-CT).
     MOVE QTY-ON-HAND TO IW-ON-HAND (IW-CT).
     MOVE MINIMUM-QTY TO IW-MIN (IW-CT).
     MOVE REORDER-QTY TO IW-REORDER (IW-CT).
     MOVE ITEM-STD-COST TO IW-COST (IW-CT).
     MOVE QTY-ALLOCATED TO IW-ALLOC (IW-CT).
     MOVE QTY-ON-ORDER TO IW-ON-ORDER (IW-CT).
     MOVE QTY-IN-TRANSIT TO IW-TRANSIT (IW-CT).
     GO TO LOAD-INV.
LOAD-XFR-START.
     OPEN INPUT XFRFILE.
     OPEN OUTPUT XFRNEW.
LOAD-XFR.
     READ XFRFILE AT END CLOSE XFRFILE, GO TO APPLY-TXNS.
     IF XF-NO GREATER THAN LAST-XFR-NO
        MOVE XF-NO TO LAST-XFR-NO.
     IF XF-STATUS EQUAL 'C'
        WRITE XFRNEW-REC FROM XFR-REC
        ADD 1 TO HIST-CT
        GO TO LOAD-XFR.
     IF XF-CT EQUAL 200
        DISPLAY 'INVXFR - TRANSFER TABLE FULL - RUN REFUSED'
        CLOSE XFRFILE, XFRNEW
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     ADD 1 TO XF-CT.
     MOVE XFR-REC TO XB-REC (XF-CT).
     GO TO LOAD-XFR.
APPLY-TXNS.
     OPEN INPUT XFRTXN.
     OPEN OUTPUT XFRRPT.
     OPEN EXTEND LOTHIST.
     MOVE RL-SAVE-DATE TO RH-DATE.
     WRITE XFRRPT-REC FROM REG-HEAD-1 AFTER ADVANCING PAGE.
     WRITE XFRRPT-REC FROM REG-HEAD-2 AFTER ADVANCING 2.
TXN-READ.
     READ XFRTXN AT END CLOSE XFRTXN, GO TO WRITE-FILES.
     ADD 1 TO TXN-CT.
     MOVE XT-TYPE TO RG-TYPE.
     MOVE XT-XFR-NO TO RG-XFR-NO.
     MOVE XT-ITEM TO RG-ITEM.
     MOVE XT-FROM TO RG-FROM.
     MOVE XT-TO TO RG-TO.
     MOVE XT-QTY TO RG-QTY.
     IF XT-TYPE EQUAL 'N' GO TO TXN-NEW-WHSE.
     IF XT-TYPE EQUAL 'S' GO TO TXN-SHIP.
     IF XT-TYPE EQUAL 'R' GO TO TXN-RECEIVE.
     IF XT-TYPE EQUAL 'A' GO TO TXN-ALLOCATE.
     IF XT-TYPE EQUAL 'D' GO TO TXN-RELEASE.
     MOVE '**BAD TRANSACTION TYPE**' TO RG-NOTE.
     GO TO TXN-REJECT.
TXN-NEW-WHSE.
     MOVE XT-ITEM TO FIND-ITEM.
     MOVE XT-FROM TO FIND-WHSE.
     PERFORM FIND-IW THRU FIND-IW-EXIT.
     IF IW-FOUND NOT EQUAL ZERO
        MOVE '**ALREADY STOCKED THERE**' TO RG-NOTE
        GO TO TXN-REJECT.
     IF XT-FROM EQUAL SPACES
        MOVE '**NO WAREHOUSE GIVEN**' TO RG-NOTE
        GO TO TXN-REJECT.
     MOVE 'MS' TO FIND-WHSE.
     PERFORM FIND-IW THRU FIND-IW-EXIT.
     IF IW-FOUND EQUAL ZERO
        MOVE '**ITEM NOT IN MAIN STORES**' TO RG-NOTE
        GO TO TXN-REJECT.
     IF IW-CT EQUAL 300
        MOVE '**INVENTORY TABLE FULL**' TO RG-NOTE
        GO TO TXN-REJECT.
     ADD 1 TO IW-CT.
     MOVE XT-ITEM TO IW-ITEM (IW-CT).
     MOVE XT-FROM TO IW-WHSE (IW-CT).
     MOVE IW-COST (IW-FOUND) TO IW-COST (IW-CT).
     MOVE XT-MIN TO IW-MIN (IW-CT).
     MOVE XT-REORDER TO IW-REORDER (IW-CT).
     MOVE ZERO TO IW-ON-HAND (IW-CT), IW-ALLOC (IW-CT),
        IW-ON-ORDER (IW-CT), IW-TRANSIT (IW-CT).
     MOVE 'NOW STOCKED AT WAREHOUSE' TO RG-NOTE.
     GO TO TXN-PRINT.
TXN-SHIP.
     IF XT-FROM EQUAL XT-TO
        MOVE '**SAME WAREHOUSE**' TO RG-NOTE
        GO TO TXN-REJECT.
     MOVE XT-ITEM TO FIND-ITEM.
     MOVE XT-FROM TO FIND-WHSE.
     PERFORM FIND-IW THRU FIND-IW-EXIT.
     MOVE IW-FOUND TO FROM-FOUND.
     MOVE XT-TO TO FIND-WHSE.
     PERFORM FIND-IW THRU FIND-IW-EXIT.
     MOVE IW-FOUND TO TO-FOUND.
     IF FROM-FOUND EQUAL ZERO OR TO-FOUND EQUAL ZERO
        MOVE '**NOT STOCKED AT WAREHOUSE**' TO RG-NOTE
        GO TO TXN-REJECT.
     COMPUTE AVAIL-QTY =
        IW-ON-HAND (FROM-FOUND) - IW-ALLOC (FROM-FOUND).
     IF XT-QTY EQUAL ZERO OR XT-QTY GREATER THAN AVAIL-QTY
        MOVE '**NOT AVAILABLE TO SHIP**' TO RG-NOTE
        GO TO TXN-REJECT.
     IF XF-CT EQUAL 200
        MOVE '**TRANSFER TABLE FULL**' TO RG-NOTE
        GO TO TXN-REJECT.
     SUBTRACT XT-QTY FROM IW-ON-HAND (FROM-FOUND).
     ADD XT-QTY TO IW-TRANSIT (TO-FOUND).
     ADD 1 TO LAST-XFR-NO.
     ADD 1 TO XF-CT.
     MOVE LAST-XFR-NO TO XB-NO (XF-CT), RG-XFR-NO.
     MOVE XT-ITEM TO XB-ITEM (XF-CT).
     MOVE XT-FROM TO XB-FROM (XF-CT).
     MOVE XT-TO TO XB-TO (XF-CT).
     MOVE XT-QTY TO XB-QTY (XF-CT).
     MOVE ZERO TO XB-RCVD (XF-CT), XB-RCV-DATE (XF-CT).
     MOVE RL-SAVE-DATE TO XB-SHIP-DATE (XF-CT).
     MOVE 'T' TO XB-STATUS (XF-CT).
     ADD 1 TO SHIP-CT.
     MOVE 'T' TO LH-TYPE.
     MOVE XT-FROM TO LH-WHSE.
     MOVE XT-TO TO LH-TO-WHSE.
     MOVE XT-QTY TO LH-QTY.
     MOVE LAST-XFR-NO TO LH-REF.
     PERFORM LOG-LOT THRU LOG-LOT-EXIT.
     MOVE 'SHIPPED - IN TRANSIT' TO RG-NOTE.
     GO TO TXN-PRINT.
TXN-RECEIVE.
     MOVE ZERO TO XF-FOUND.
     PERFORM FIND-XFR THRU FIND-XFR-EXIT
        VARYING XF-SUB FROM 1 BY 1
        UNTIL XF-SUB GREATER THAN XF-CT.
     IF XF-FOUND EQUAL ZERO
        MOVE '**NO OPEN TRANSFER**' TO RG-NOTE
        GO TO TXN-REJECT.
     MOVE XB-NO (XF-FOUND) TO RG-XFR-NO.
     MOVE XB-ITEM (XF-FOUND) TO RG-ITEM, FIND-ITEM.
     MOVE XB-FROM (XF-FOUND) TO RG-FROM.
     MOVE XB-TO (XF-FOUND) TO RG-TO, FIND-WHSE.
     COMPUTE OPEN-QTY = XB-QTY (XF-FOUND) - XB-RCVD (XF-FOUND).
     MOVE XT-QTY TO MOVE-QTY.
     IF MOVE-QTY EQUAL ZERO MOVE OPEN-QTY TO MOVE-QTY.
     MOVE MOVE-QTY TO RG-QTY.
     IF MOVE-QTY GREATER THAN OPEN-QTY
        MOVE '**MORE THAN WAS SHIPPED**' TO RG-NOTE
        GO TO TXN-REJECT.
     PERFORM FIND-IW THRU FIND-IW-EXIT.
     IF IW-FOUND EQUAL ZERO
        MOVE '**NOT STOCKED AT WAREHOUSE**' TO RG-NOTE
        GO TO TXN-REJECT.
     IF MOVE-QTY GREATER THAN IW-TRANSIT (IW-FOUND)
        MOVE ZERO TO IW-TRANSIT (IW-FOUND)
     ELSE
        SUBTRACT MOVE-QTY FROM IW-TRANSIT (IW-FOUND).
     ADD MOVE-QTY TO IW-ON-HAND (IW-FOUND).
     ADD MOVE-QTY TO XB-RCVD (XF-FOUND).
     MOVE RL-SAVE-DATE TO XB-RCV-DATE (XF-FOUND).
     ADD 1 TO RCV-CT.
     MOVE 'V' TO LH-TYPE.
     MOVE XB-TO (XF-FOUND) TO LH-WHSE.
     MOVE XB-FROM (XF-FOUND) TO LH-TO-WHSE.
     MOVE MOVE-QTY TO LH-QTY.
     MOVE XB-NO (XF-FOUND) TO LH-REF.
     PERFORM LOG-LOT THRU LOG-LOT-EXIT.
     IF XB-RCVD (XF-FOUND) LESS THAN XB-QTY (XF-FOUND)
        MOVE 'PART RECEIVED - REST IN TRANSIT' TO RG-NOTE
        GO TO TXN-PRINT.
     MOVE 'C' TO XB-STATUS (XF-FOUND).
     MOVE 'RECEIVED - TRANSFER COMPLETE' TO RG-NOTE.
     GO TO TXN-PRINT.
TXN-ALLOCATE.
     MOVE XT-ITEM TO FIND-ITEM.
     MOVE XT-FROM TO FIND-WHSE.
     PERFORM FIND-IW THRU FIND-IW-EXIT.
     IF IW-FOUND EQUAL ZERO
        MOVE '**NOT STOCKED AT WAREHOUSE**' TO RG-NOTE
        GO TO TXN-REJECT.
     ADD XT-QTY TO IW-ALLOC (IW-FOUND).
     MOVE 'ALLOCATED' TO RG-NOTE.
     IF IW-ALLOC (IW-FOUND) GREATER THAN IW-ON-HAND (IW-FOUND)
        MOVE 'ALLOCATED - OVER ON-HAND' TO RG-NOTE.
     GO TO TXN-PRINT.
TXN-RELEASE.
     MOVE XT-ITEM TO FIND-ITEM.
     MOVE XT-FROM TO FIND-WHSE.
     PERFORM FIND-IW THRU FIND-IW-EXIT.
     IF IW-FOUND EQUAL ZERO
        MOVE '**NOT STOCKED AT WAREHOUSE**' TO RG-NOTE
        GO TO TXN-REJECT.
     IF XT-QTY GREATER THAN IW-ALLOC (IW-FOUND)
        MOVE '**MORE THAN IS ALLOCATED**' TO RG-NOTE
        GO TO TXN-REJECT.
     SUBTRACT XT-QTY FROM IW-ALLOC (IW-FOUND).
     MOVE 'ALLOCATION RELEASED' TO RG-NOTE.
     GO TO TXN-PRINT.
TXN-REJECT.
     ADD 1 TO REJ-CT.
TXN-PRINT.
     WRITE XFRRPT-REC FROM REG-LINE AFTER ADVANCING 1.
     GO TO TXN-READ.
LOG-LOT.
     IF XT-LOT-NO EQUAL SPACES GO TO LOG-LOT-EXIT.
     MOVE XT-LOT-NO TO LH-LOT-NO.
     MOVE RL-SAVE-DATE TO LH-DATE.
     MOVE FIND-ITEM TO LH-ITEM.
     MOVE SPACES TO LH-VENDOR.
     WRITE LOTHIST-REC.
LOG-LOT-EXIT.
     EXIT.
FIND-IW.
     MOVE ZERO TO IW-FOUND.
     PERFORM SCAN-IW THRU SCAN-IW-EXIT
        VARYING IW-SUB FROM 1 BY 1
        UNTIL IW-SUB GREATER THAN IW-CT.
FIND-IW-EXIT.
     EXIT.
SCAN-IW.
     IF IW-ITEM (IW-SUB) EQUAL FIND-ITEM
        AND IW-WHSE (IW-SUB) EQUAL FIND-WHSE
        MOVE IW-SUB TO IW-FOUND.
SCAN-IW-EXIT.
     EXIT.
FIND-XFR.
     IF XF-FOUND NOT EQUAL ZERO GO TO FIND-XFR-EXIT.
     IF XB-STATUS (XF-SUB) NOT EQUAL 'T' GO TO FIND-XFR-EXIT.
     IF XT-XFR-NO NOT EQUAL ZERO
        IF XB-NO (XF-SUB) EQUAL XT-XFR-NO
           MOVE XF-SUB TO XF-FOUND
           GO TO FIND-XFR-EXIT
        ELSE
           GO TO FIND-XFR-EXIT.
     IF XB-ITEM (XF-SUB) EQUAL XT-ITEM
        AND XB-TO (XF-SUB) EQUAL XT-TO
        MOVE XF-SUB TO XF-FOUND.
FIND-XFR-EXIT.
     EXIT.
WRITE-FILES.
     PERFORM SORT-PASS THRU SORT-PASS-EXIT
        VARYING IW-SUB FROM 1 BY 1
        UNTIL IW-SUB NOT LESS THAN IW-CT.
     OPEN OUTPUT INVENTORY-NEW.
     PERFORM WRITE-ONE-IW THRU WRITE-ONE-IW-EXIT
        VARYING IW-SUB FROM 1 BY 1
        UNTIL IW-SUB GREATER THAN IW-CT.
     CLOSE INVENTORY-NEW.
     WRITE XFRRPT-REC FROM TRN-HEAD-1 AFTER ADVANCING 3.
     WRITE XFRRPT-REC FROM TRN-HEAD-2 AFTER ADVANCING 2.
     PERFORM WRITE-ONE-XFR THRU WRITE-ONE-XFR-EXIT
        VARYING XF-SUB FROM 1 BY 1
        UNTIL XF-SUB GREATER THAN XF-CT.
     CLOSE XFRNEW.
     MOVE TXN-CT TO RT-TXN.
     MOVE SHIP-CT TO RT-SHIP.
     MOVE RCV-CT TO RT-RCV.
     MOVE REJ-CT TO RT-REJ.
     MOVE TRANSIT-CT TO RT-TRANSIT.
     WRITE XFRRPT-REC FROM REG-TOT-LINE AFTER ADVANCING 2.
     CLOSE XFRRPT, LOTHIST.
     DISPLAY 'INVXFR COMPLETE - TRANSACTIONS ' TXN-CT
        ' REJECTED ' REJ-CT.
     DISPLAY 'NEW FILES ARE NVNTRYNEW AND XFRNEW'.
     MOVE 'NORMAL' TO RL-STATUS.
     GO TO FINISH-RUN.
SORT-PASS.
     PERFORM SORT-COMPARE THRU SORT-COMPARE-EXIT
        VARYING IW-SUB2 FROM IW-SUB BY 1
        UNTIL IW-SUB2 GREATER THAN IW-CT.
SORT-PASS-EXIT.
     EXIT.
SORT-COMPARE.
     IF IW-KEY (IW-SUB2) NOT LESS THAN IW-KEY (IW-SUB)
        GO TO SORT-COMPARE-EXIT.
     MOVE IW-REC (IW-SUB) TO IW-HOLD.
     MOVE IW-REC (IW-SUB2) TO IW-REC (IW-SUB).
     MOVE IW-HOLD TO IW-REC (IW-SUB2).
SORT-COMPARE-EXIT.
     EXIT.
WRITE-ONE-IW.
     MOVE IW-ITEM (IW-SUB) TO ITEM-NUMBER.
     MOVE IW-WHSE (IW-SUB) TO ITEM-WHSE.
     MOVE IW-ON-HAND (IW-SUB) TO QTY-ON-HAND.
     MOVE IW-MIN (IW-SUB) TO MINIMUM-QTY.
     MOVE IW-REORDER (IW-SUB) TO REORDER-QTY.
     MOVE IW-COST (IW-SUB) TO ITEM-STD-COST.
     MOVE IW-ALLOC (IW-SUB) TO QTY-ALLOCATED.
     MOVE IW-ON-ORDER (IW-SUB) TO QTY-ON-ORDER.
     MOVE IW-TRANSIT (IW-SUB) TO QTY-IN-TRANSIT.
     WRITE INVENTORY-NEW-REC FROM INVENTORY-REC.
WRITE-ONE-IW-EXIT.
     EXIT.
WRITE-ONE-XFR.
     MOVE XB-REC (XF-SUB) TO XFR-REC.
     WRITE XFRNEW-REC FROM XFR-REC.
     IF XB-STATUS (XF-SUB) NOT EQUAL 'T'
        GO TO WRITE-ONE-XFR-EXIT.
     ADD 1 TO TRANSIT-CT.
     MOVE XB-NO (XF-SUB) TO TN-XFR-NO.
     MOVE XB-ITEM (XF-SUB) TO TN-ITEM.
     MOVE XB-FROM (XF-SUB) TO TN-FROM.
     MOVE XB-TO (XF-SUB) TO TN-TO.
     MOVE XB-QTY (XF-SUB) TO TN-QTY.
     MOVE XB-RCVD (XF-SUB) TO TN-RCVD.
     COMPUTE OPEN-QTY = XB-QTY (XF-SUB) - XB-RCVD (XF-SUB).
     MOVE OPEN-QTY TO TN-OPEN.
     MOVE XB-SHIP-DATE (XF-SUB) TO TN-DATE, SHIP-DATE-WORK.
     COMPUTE AGE-DAYS =
        ((RLS-YR - SHW-YR) * 360)
        + ((RLS-MO - SHW-MO) * 30)
        + (RLS-DA - SHW-DA).
     IF AGE-DAYS LESS THAN ZERO MOVE ZERO TO AGE-DAYS.
     MOVE AGE-DAYS TO TN-AGE.
     WRITE XFRRPT-REC FROM TRN-LINE AFTER ADVANCING 1.
WRITE-ONE-XFR-EXIT.
     EXIT.
FINISH-RUN.
     MOVE 'INVXFR   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE TXN-CT TO RL-RECS-READ.
     MOVE IW-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
