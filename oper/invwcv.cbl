IDENTIFICATION DIVISION.
PROGRAM-ID. INVWCV.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. MARCH, 1977.
REMARKS. ONE-TIME CONVERSION OF THE INVENTORY FILE TO THE
    RECORD WITH THE STOCKING WAREHOUSE.  EACH OLD RECORD BECOMES
    THE MAIN STORES (MS) RECORD FOR THE ITEM WITH NOTHING
    ALLOCATED, ON ORDER OR IN TRANSIT - RECEIVE FILLS IN THE
    ON-ORDER QUANTITY ON ITS NEXT RUN.  FIELD YARD RECORDS (Y1,
    Y2) ARE ADDED AFTERWARD BY INVXFR STOCKING TRANSACTIONS,
    WHICH KEEP THE FILE IN ITEM AND WAREHOUSE ORDER.  OUTPUT IS
    NVNTRYNEW - VERIFY THE COUNT, THEN RENAME OVER THE OLD
    NVNTRY FILE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT INV-OLD ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT INV-NEW ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD INV-OLD
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "NVNTRY   ".
01 INV-OLD-REC.
     05 OLD-ITEM-NUMBER PIC 999.
     05 OLD-QTY-ON-HAND PIC 9(4).
     05 OLD-MINIMUM-QTY PIC 999.
     05 OLD-REORDER-QTY PIC 9(4).
     05 OLD-STD-COST PIC 9(3)V99.
FD INV-NEW
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "NVNTRYNEW".
01 INV-NEW-REC.
     05 NEW-ITEM-NUMBER PIC 999.
     05 NEW-QTY-ON-HAND PIC 9(4).
     05 NEW-MINIMUM-QTY PIC 999.
     05 NEW-REORDER-QTY PIC 9(4).
     05 NEW-STD-COST PIC 9(3)V99.
     05 NEW-WHSE PIC XX.
     05 NEW-QTY-ALLOCATED PIC 9(4).
     05 NEW-QTY-ON-ORDER PIC 9(4).
     05 NEW-QTY-IN-TRANSIT PIC 9(4).
WORKING-STORAGE SECTION.
77 CONV-CT PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
CONVERT-FILE.
     OPEN INPUT INV-OLD.
     OPEN OUTPUT INV-NEW.
CONVERT-ONE.
     READ INV-OLD AT END GO TO CONVERT-DONE.
     MOVE OLD-ITEM-NUMBER TO NEW-ITEM-NUMBER.
     MOVE OLD-QTY-ON-HAND TO NEW-QTY-ON-HAND.
     MOVE OLD-MINIMUM-QTY TO NEW-MINIMUM-QTY.
     MOVE OLD-REORDER-QTY TO NEW-REORDER-QTY.
     MOVE OLD-STD-COST TO NEW-STD-COST.
     MOVE 'MS' TO NEW-WHSE.
     MOVE ZERO TO NEW-QTY-ALLOCATED, NEW-QTY-ON-ORDER,
        NEW-QTY-IN-TRANSIT.
     WRITE INV-NEW-REC.
     ADD 1 TO CONV-CT.
     GO TO CONVERT-ONE.
CONVERT-DONE.
     CLOSE INV-OLD INV-NEW.
     DISPLAY 'INVWCV COMPLETE - ' CONV-CT ' ITEMS CONVERTED'.
     DISPLAY 'VERIFY THE COUNT, THEN RENAME NVNTRYNEW TO NVNTRY'.
     STOP RUN.
