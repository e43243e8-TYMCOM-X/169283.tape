IDENTIFICATION DIVISION.
PROGRAM-ID. COSTCHG.
REMARKS. VENDOR COST-CHANGE REPORT FROM THE PRICE HISTORY FILE.
    THE ANNUAL IMPACT USES THE REORDER QUANTITIES OF ALL THE
    WAREHOUSES THAT STOCK THE ITEM.
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
FD COSTRPT
     VALUE OF IDENTIFICATION IS "COSTCHGRPT".
01 COSTRPT-REC PIC X(90).
01 INV-TABLE.
     05 INV-TBL OCCURS 100 TIMES.
        10 IV-ITEM PIC 999.
        10 IV-REORDER PIC 9(5).
01 HDG-1 PIC X(50) VALUE
     '                  VENDOR COST-CHANGE REPORT'.
01 HDG-2.
LOAD-INV.
     READ INVENTORY-FILE AT END
        CLOSE INVENTORY-FILE, GO TO READ-HIST-OPEN.
     IF INV-TBL-COUNT NOT EQUAL ZERO
        IF IV-ITEM (INV-TBL-COUNT) EQUAL ITEM-NUMBER
           ADD REORDER-QTY TO IV-REORDER (INV-TBL-COUNT)
           GO TO LOAD-INV.
     IF INV-TBL-COUNT EQUAL 100 GO TO LOAD-INV.
     ADD 1 TO INV-TBL-COUNT.
     MOVE ITEM-NUMBER TO IV-ITEM (INV-TBL-COUNT).
