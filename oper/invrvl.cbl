    WRITES THE NET REVALUATION TO THE JOURNAL INTERFACE FILE
    THE WAY THE DEPRECIATION RUN WRITES FIJRNL, SO THE GL
    ENTRY FALLS OUT OF THE RUN.  RUN ANNUALLY OR ON DEMAND.
    EACH WAREHOUSE RECORD OF AN ITEM IS REVALUED ON ITS OWN, AND
    STOCK IN TRANSIT TO THE WAREHOUSE IS REVALUED WITH ITS ON-HAND.
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
FD INVENTORY-NEW
     VALUE OF IDENTIFICATION IS "NVNTRYNEW".
01 INVENTORY-NEW-REC PIC X(33).
FD REVALRPT
     VALUE OF IDENTIFICATION IS "REVALRPT ".
01 REVALRPT-REC PIC X(90).
77 OLD-COST PIC 9(3)V99 VALUE ZERO.
77 NEW-COST PIC 9(3)V99 VALUE ZERO.
77 EXT-VARIANCE PIC S9(7)V99 VALUE ZERO.
77 OWNED-QTY PIC 9(5) VALUE ZERO.
77 NET-REVAL PIC S9(8)V99 VALUE ZERO.
77 NET-REVAL-ABS PIC 9(8)V99 VALUE ZERO.
77 INV-ACCT PIC X(6) VALUE SPACES.
        "STANDARD COST REVALUATION REGISTER".
01 RVL-HEAD-2.
     05 FILLER PIC X(6) VALUE " ITEM ".
     05 FILLER PIC X(3) VALUE "WH ".
     05 FILLER PIC X(10) VALUE "  ON HAND ".
     05 FILLER PIC X(11) VALUE "  OLD COST ".
     05 FILLER PIC X(11) VALUE "  NEW COST ".
01 RVL-LINE.
     05 FILLER PIC X VALUE SPACE.
     05 RV-ITEM PIC 999.
     05 FILLER PIC X VALUE SPACE.
     05 RV-WHSE PIC XX.
     05 FILLER PIC XXX VALUE SPACES.
     05 RV-QTY PIC ZZZZ9.
     05 FILLER PIC XXX VALUE SPACES.
     05 RV-OLD PIC ZZ9.99.
     05 FILLER PIC X(5) VALUE SPACES.
     05 RV-NEW PIC ZZ9.99.
        UNTIL PRC-SUB GREATER THAN PRC-CT.
     IF PRC-FOUND NOT EQUAL ZERO
        MOVE PC-PRICE (PRC-FOUND) TO NEW-COST.
     ADD QTY-ON-HAND, QTY-IN-TRANSIT GIVING OWNED-QTY.
     COMPUTE EXT-VARIANCE =
        (NEW-COST - OLD-COST) * OWNED-QTY.
     IF NEW-COST NOT EQUAL OLD-COST
        ADD 1 TO CHG-CT
        ADD EXT-VARIANCE TO NET-REVAL
        MOVE ITEM-NUMBER TO RV-ITEM
        MOVE ITEM-WHSE TO RV-WHSE
        MOVE OWNED-QTY TO RV-QTY
        MOVE OLD-COST TO RV-OLD
        MOVE NEW-COST TO RV-NEW
        MOVE EXT-VARIANCE TO RV-VAR
