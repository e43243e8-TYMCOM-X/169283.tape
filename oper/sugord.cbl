    USAGE COMES FROM THE USAGE FILE (FIRST THREE DIGITS OF THE
    PART ID ARE THE ITEM NUMBER), PRICES FROM THE VENDOR FILE
    AND BREAKS FROM THE PRICE BREAK FILE.
    EACH WAREHOUSE RECORD OF AN ITEM IS TESTED ON ITS OWN - ON
    HAND PLUS ON ORDER PLUS IN TRANSIT LESS ALLOCATED AGAINST ITS
    MINIMUM.  BEFORE A PURCHASE IS SUGGESTED, A TRANSFER IS
    SUGGESTED FROM THE WAREHOUSE WITH THE MOST SURPLUS (STOCK FREE
    ABOVE ITS OWN MINIMUM AND REORDER QUANTITY).  A PURCHASE IS
    SUGGESTED ONLY FOR WHAT A TRANSFER CANNOT COVER.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
     05 MINIMUM-QTY PIC 999.
     05 REORDER-QTY PIC 9(4).
     05 ITEM-STD-COST PIC 9(3)V99.
     05 ITEM-WHSE PIC XX.
     05 QTY-ALLOCATED PIC 9(4).
     05 QTY-ON-ORDER PIC 9(4).
     05 QTY-IN-TRANSIT PIC 9(4).
FD SUGRPT
     VALUE OF IDENTIFICATION IS "SUGORDRPT".
01 SUGRPT-REC PIC X(90).
77 RL-SAVE-START-TIME PIC 9(8) VALUE ZERO.
77 IN-CT PIC 9(5) VALUE ZERO.
77 SUG-CT PIC 9(5) VALUE ZERO.
77 XFR-CT PIC 9(5) VALUE ZERO.
77 IW-CT PIC 9(3) VALUE ZERO.
77 IW-SUB PIC 9(3) VALUE ZERO.
77 IW-SCAN PIC 9(3) VALUE ZERO.
77 IW-BEST PIC 9(3) VALUE ZERO.
77 NEED-QTY PIC S9(5) VALUE ZERO.
77 XFR-QTY PIC S9(5) VALUE ZERO.
77 ORDER-COST PIC 9(3)V99 VALUE 5.00.
77 CARRY-PCT PIC V99 VALUE .20.
77 USG-CT PIC 9(3) VALUE ZERO.
77 UNIT-PRICE PIC 9(3)V99 VALUE ZERO.
77 BRK-SAVINGS PIC S9(7)V99 VALUE ZERO.
77 BRK-CARRY PIC S9(7)V99 VALUE ZERO.
01 IW-TABLE.
     05 IW-TBL OCCURS 300 TIMES.
        10 IW-ITEM PIC 999.
        10 IW-WHSE PIC XX.
        10 IW-ON-HAND PIC 9(4).
        10 IW-MIN PIC 999.
        10 IW-REORDER PIC 9(4).
        10 IW-POSITION PIC S9(5).
        10 IW-SURPLUS PIC S9(5).
01 USG-TABLE.
     05 USG-TBL OCCURS 100 TIMES.
        10 UG-ITEM PIC XXX.
        "SUGGESTED ORDER QUANTITY REPORT".
01 SUG-HEAD-2.
     05 FILLER PIC X(6) VALUE " ITEM ".
     05 FILLER PIC X(3) VALUE "WH ".
     05 FILLER PIC X(9) VALUE " ON HAND ".
     05 FILLER PIC X(10) VALUE "  ANN USE ".
     05 FILLER PIC X(7) VALUE "  EOQ  ".
01 SUG-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 SG-ITEM PIC 999.
     05 FILLER PIC XX VALUE SPACES.
     05 SG-WHSE PIC XX.
     05 FILLER PIC XX VALUE SPACES.
     05 SG-ONHAND PIC ZZZ9.
     05 FILLER PIC XXX VALUE SPACES.
     05 SG-USAGE PIC ZZZZZ9.
     05 SG-PRICE PIC ZZ9.99.
     05 FILLER PIC XX VALUE SPACES.
     05 SG-NOTE PIC X(22).
01 SUG-XFR-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 SX-ITEM PIC 999.
     05 FILLER PIC XX VALUE SPACES.
     05 SX-WHSE PIC XX.
     05 FILLER PIC XX VALUE SPACES.
     05 SX-ONHAND PIC ZZZ9.
     05 FILLER PIC X(27) VALUE SPACES.
     05 SX-QTY PIC ZZZZ9.
     05 FILLER PIC X(12) VALUE SPACES.
     05 FILLER PIC X(14) VALUE "TRANSFER FROM ".
     05 SX-FROM PIC XX.
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     GO TO LOAD-ONE-BRK.
SUGGEST-PASS.
     OPEN INPUT INVENTORY-FILE.
INV-READ.
     READ INVENTORY-FILE AT END
        CLOSE INVENTORY-FILE, GO TO SUGGEST-START.
     ADD 1 TO IN-CT.
     IF IW-CT EQUAL 300
        DISPLAY 'SUGORD - INVENTORY TABLE FULL'
        CLOSE INVENTORY-FILE, GO TO SUGGEST-START.
     ADD 1 TO IW-CT.
     MOVE ITEM-NUMBER TO IW-ITEM (IW-CT).
     MOVE ITEM-WHSE TO IW-WHSE (IW-CT).
     IF ITEM-WHSE EQUAL SPACES MOVE 'MS' TO IW-WHSE (IW-CT).
     MOVE QTY-ON-HAND TO IW-ON-HAND (IW-CT).
     MOVE MINIMUM-QTY TO IW-MIN (IW-CT).
     MOVE REORDER-QTY TO IW-REORDER (IW-CT).
     COMPUTE IW-POSITION (IW-CT) = QTY-ON-HAND + QTY-ON-ORDER
        + QTY-IN-TRANSIT - QTY-ALLOCATED.
     COMPUTE IW-SURPLUS (IW-CT) = QTY-ON-HAND - QTY-ALLOCATED
        - MINIMUM-QTY - REORDER-QTY.
     IF IW-SURPLUS (IW-CT) LESS THAN ZERO
        MOVE ZERO TO IW-SURPLUS (IW-CT).
     GO TO INV-READ.
SUGGEST-START.
     OPEN OUTPUT SUGRPT.
     WRITE SUGRPT-REC FROM SUG-HEAD-1 AFTER ADVANCING 2.
     WRITE SUGRPT-REC FROM SUG-HEAD-2 AFTER ADVANCING 2.
     PERFORM SUGGEST-ONE THRU SUGGEST-ONE-EXIT
        VARYING IW-SUB FROM 1 BY 1
        UNTIL IW-SUB GREATER THAN IW-CT.
     GO TO WRAP-UP.
SUGGEST-ONE.
     IF IW-POSITION (IW-SUB) GREATER THAN IW-MIN (IW-SUB)
        GO TO SUGGEST-ONE-EXIT.
     MOVE IW-REORDER (IW-SUB) TO NEED-QTY.
     IF NEED-QTY EQUAL ZERO
        COMPUTE NEED-QTY = IW-MIN (IW-SUB) - IW-POSITION (IW-SUB)
           + 1.
     MOVE ZERO TO IW-BEST.
     PERFORM FIND-SURPLUS THRU FIND-SURPLUS-EXIT
        VARYING IW-SCAN FROM 1 BY 1
        UNTIL IW-SCAN GREATER THAN IW-CT.
     IF IW-BEST EQUAL ZERO GO TO SUGGEST-BUY.
     MOVE IW-SURPLUS (IW-BEST) TO XFR-QTY.
     IF XFR-QTY GREATER THAN NEED-QTY MOVE NEED-QTY TO XFR-QTY.
     SUBTRACT XFR-QTY FROM IW-SURPLUS (IW-BEST).
     SUBTRACT XFR-QTY FROM NEED-QTY.
     MOVE IW-ITEM (IW-SUB) TO SX-ITEM.
     MOVE IW-WHSE (IW-SUB) TO SX-WHSE.
     MOVE IW-ON-HAND (IW-SUB) TO SX-ONHAND.
     MOVE XFR-QTY TO SX-QTY.
     MOVE IW-WHSE (IW-BEST) TO SX-FROM.
     WRITE SUGRPT-REC FROM SUG-XFR-LINE AFTER ADVANCING 1.
     ADD 1 TO XFR-CT.
     IF NEED-QTY NOT GREATER THAN ZERO GO TO SUGGEST-ONE-EXIT.
SUGGEST-BUY.
     MOVE ZERO TO VEN-FOUND.
     PERFORM SCAN-INV-VEN THRU SCAN-INV-VEN-EXIT
        VARYING VEN-SUB FROM 1 BY 1
        UNTIL VEN-SUB GREATER THAN VEN-CT.
     IF VEN-FOUND EQUAL ZERO GO TO SUGGEST-ONE-EXIT.
     MOVE VT-PRICE (VEN-FOUND) TO UNIT-PRICE.
     IF UNIT-PRICE EQUAL ZERO GO TO SUGGEST-ONE-EXIT.
     PERFORM GET-USAGE THRU GET-USAGE-EXIT.
     PERFORM COMPUTE-EOQ THRU COMPUTE-EOQ-EXIT.
     MOVE EOQ-QTY TO SUG-QTY.
     IF SUG-QTY LESS THAN NEED-QTY
        MOVE NEED-QTY TO SUG-QTY.
     MOVE SPACES TO SG-NOTE.
     PERFORM CHECK-BREAK THRU CHECK-BREAK-EXIT.
     MOVE IW-ITEM (IW-SUB) TO SG-ITEM.
     MOVE IW-WHSE (IW-SUB) TO SG-WHSE.
     MOVE IW-ON-HAND (IW-SUB) TO SG-ONHAND.
     MOVE ANNUAL-USAGE TO SG-USAGE.
     MOVE EOQ-QTY TO SG-EOQ.
     MOVE SUG-QTY TO SG-SUG.
     MOVE UNIT-PRICE TO SG-PRICE.
     WRITE SUGRPT-REC FROM SUG-LINE AFTER ADVANCING 1.
     ADD 1 TO SUG-CT.
SUGGEST-ONE-EXIT.
     EXIT.
FIND-SURPLUS.
     IF IW-SCAN EQUAL IW-SUB GO TO FIND-SURPLUS-EXIT.
     IF IW-ITEM (IW-SCAN) NOT EQUAL IW-ITEM (IW-SUB)
        GO TO FIND-SURPLUS-EXIT.
     IF IW-SURPLUS (IW-SCAN) NOT GREATER THAN ZERO
        GO TO FIND-SURPLUS-EXIT.
     IF IW-BEST EQUAL ZERO
        MOVE IW-SCAN TO IW-BEST
        GO TO FIND-SURPLUS-EXIT.
     IF IW-SURPLUS (IW-SCAN) GREATER THAN IW-SURPLUS (IW-BEST)
        MOVE IW-SCAN TO IW-BEST.
FIND-SURPLUS-EXIT.
     EXIT.
SCAN-INV-VEN.
     IF VT-ITEM (VEN-SUB) EQUAL IW-ITEM (IW-SUB)
        MOVE VEN-SUB TO VEN-FOUND.
SCAN-INV-VEN-EXIT.
     EXIT.
GET-USAGE.
     COMPUTE ANNUAL-USAGE = IW-REORDER (IW-SUB) * 12.
     MOVE ZERO TO USG-FOUND.
     PERFORM SCAN-USAGE THRU SCAN-USAGE-EXIT
        VARYING USG-SUB FROM 1 BY 1
GET-USAGE-EXIT.
     EXIT.
SCAN-USAGE.
     IF UG-ITEM (USG-SUB) EQUAL IW-ITEM (IW-SUB)
        MOVE USG-SUB TO USG-FOUND.
SCAN-USAGE-EXIT.
     EXIT.
     EXIT.
SCAN-BREAK.
     IF BK-VEN-NO (BRK-SUB) EQUAL VT-VEN-NO (VEN-FOUND)
        AND BK-ITEM (BRK-SUB) EQUAL IW-ITEM (IW-SUB)
        AND BK-QTY (BRK-SUB) GREATER THAN SUG-QTY
        AND BRK-FOUND EQUAL ZERO
        MOVE BRK-SUB TO BRK-FOUND.
SCAN-BREAK-EXIT.
     EXIT.
WRAP-UP.
     CLOSE SUGRPT.
     DISPLAY 'SUGORD COMPLETE - SUGGESTIONS ' SUG-CT
        ' TRANSFERS ' XFR-CT.
     MOVE 'SUGORD   ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
