IDENTIFICATION DIVISION.
PROGRAM-ID. LSEBIL.
AUTHOR. TYMSHARE TASC.
INSTALLATION. SYCOR, INC.
DATE-WRITTEN. MAY, 1977.
REMARKS. MONTHLY LEASE AND MAINTENANCE CONTRACT BILLING FROM
    THE SYCOR INSTALLED BASE (INSTALDAT, WRITTEN BY THE ORDER
    BASE UPDATE AS EACH MODEL SHIPS).  EVERY SHIPPED MODEL
    RECORD THAT IS LEASED, OR CARRIES MAINTENANCE, IS CHARGED
    FOR THE BILLING MONTH ON THE PARAMETER CARD.  THE MONTH OF
    SHIPMENT IS PRORATED FROM THE SHIP DATE ON A 30-DAY MONTH.
    LEASE MONTHS ARE COUNTED FROM THE FIRST FULL MONTH - A LEASE
    IN ITS LAST MONTH ALSO GOES ON THE EXPIRING-LEASE LIST, AND
    IS NOT BILLED AFTER THAT.  MAINTENANCE RUNS UNTIL THE MODEL
    LEAVES THE INSTALLED BASE.  CHARGES ARE SORTED BY A/R
    DISTRIBUTOR AND AGREEMENT - ONE INVOICE PER AGREEMENT -
    AND WRITTEN IN THE SALESU INVOICE FORMAT (HEADER CARD,
    THEN ONE LINE PER CHARGE) AS LSEINV.  COPY LSEINV TO INVOIC
    (OR ADD ITS DETAIL LINES AFTER THE INVOIC HEADER) BEFORE THE
    SALESU RUN SO THE CHARGES REACH CURRRRDAT AND ARLEDG.  THE
    SYCOR CUSTOMER CODE IS TRANSLATED TO THE A/R DISTRIBUTOR
    NUMBER THROUGH SYXREFDAT - CUSTOMERS NOT ON IT ARE LISTED
    ON THE REGISTER AND NOT BILLED.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT LSEPRM ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT SYXREF ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT INSTAL-DAT ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT LSEWRK ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT LSESRT ASSIGN TO DSK, DSK, DSK.

        SELECT LSESRD ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT INVOIC ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT LSERPT ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT LSEEXP ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT RUNLOG ASSIGN TO DSK
        RECORDING MODE IS ASCII.

DATA DIVISION.

FILE SECTION.

FD LSEPRM
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "LSEPRMDAT".
01 LSEPRM-REC.
       05 LP-BILL-YR PIC 99.
       05 LP-BILL-MO PIC 99.
       05 LP-INV-DATE.
           10 LP-INV-MO PIC XX.
           10 LP-INV-DA PIC XX.
           10 LP-INV-YR PIC XX.
       05 LP-FIRST-INV PIC 9(5).
       05 LP-SMAN PIC X.
       05 FILLER PIC X(64).

FD SYXREF
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "SYXREFDAT".
01 SYXREF-REC.
       05 XR-CUST-CODE PIC X(5).
       05 XR-DIST-NO PIC X(4).
       05 FILLER PIC X(71).

FD INSTAL-DAT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "INSTALDAT".
01 INSTAL-REC.
       05 IB-AGREE-NUMB PIC 9(5).
       05 IB-REC-TYPE PIC X.
           88 IB-AGREE-REC VALUE 'A'.
           88 IB-ITEM-REC VALUE 'I'.
           88 IB-MODEL-REC VALUE 'P'.
       05 FILLER PIC X(47).
01 IB-A-REC.
       05 IA-NUMB PIC 9(5).
       05 IA-REC-TYPE PIC X.
       05 IA-REVISION-NUMBER PIC 99.
       05 IA-DATE PIC X(6).
       05 IA-CUST-CODE PIC X(5).
       05 IA-TRIAL-DAYS PIC 999.
       05 IA-LEASE-MONTHS PIC 999.
       05 IA-PO-NUMB PIC X(18).
       05 IA-SALESMAN PIC X(10).
01 IB-IT-REC.
       05 II-AGREE-NUMB PIC 9(5).
       05 II-REC-TYPE PIC X.
       05 II-NUMB PIC 99.
       05 II-SHIP-DATE PIC X(6).
       05 II-SITE-CODE PIC X(5).
       05 FILLER PIC X(34).
01 IB-M-REC.
       05 IM-KEY.
           10 IM-AGREE-NUMB PIC 9(5).
           10 IM-REC-TYPE PIC X.
           10 IM-ITEM-NUMB PIC 99.
       05 IM-NUMB PIC X(9).
       05 IM-TYPE PIC X.
       05 IM-LINE PIC X.
       05 IM-QTY PIC 9(4).
       05 IM-LEASE-PURCH PIC X.
           88 IM-LEASED VALUE 'L'.
       05 IM-PRICE PIC 9(5)V99.
       05 IM-MAINT-TOO PIC X.
           88 IM-MAINT VALUE 'Y'.
       05 IM-MAINT-PRICE PIC 9(4)V99.
       05 IM-SERIAL-NUMB PIC X(8).
       05 IM-SHIP-DATE.
           10 IM-SHIP-YR PIC 99.
           10 IM-SHIP-MO PIC 99.
           10 IM-SHIP-DA PIC 99.
       05 FILLER PIC X.

FD LSEWRK
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "LSEWRKDAT".
01 LSEWRK-REC PIC X(64).

SD LSESRT.
01 LSESRT-REC.
       05 LS-KEY.
           10 LS-DIST-NO PIC X(4).
           10 LS-AGREE-NUMB PIC 9(5).
           10 LS-ITEM-NUMB PIC 99.
           10 LS-MODEL-NUMB PIC X(9).
           10 LS-KIND PIC X.
       05 FILLER PIC X(43).

FD LSESRD
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "LSESRTDAT".
01 LSESRD-REC PIC X(64).

FD INVOIC
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "LSEINV   ".
01 INVOIC-HEAD.
       05 IH-DATE-OF-REPORT PIC X(8).
       05 FILLER PIC X(72).
01 INVOIC-REC.
       05 IV-SMANS-CODE PIC X.
       05 IV-DIST-NO PIC X(4).
       05 IV-PART-NO.
           10 IV-MODEL-NUMB PIC X(9).
           10 FILLER PIC X.
           10 IV-CHG-TYPE PIC X(4).
       05 IV-INV-NO PIC 9(5).
       05 IV-DATE.
           10 IV-MO PIC XX.
           10 IV-DAY PIC XX.
           10 IV-YR PIC XX.
       05 IV-UNIT-COST PIC 9(4)V99.
       05 IV-UNIT-PRICE PIC 9(5)V99.
       05 IV-DISC-1 PIC 99V9.
       05 IV-DISC-2 PIC 99V9.
       05 IV-DISC-3 PIC 99V9.
       05 IV-QTY PIC 9(4).
       05 FILLER PIC X(3).
       05 IV-DIR-DROP-CODE PIC X.
       05 IV-DEBIT-CREDIT-CODE PIC X.
       05 FILLER PIC X(19).

FD LSERPT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "LSEBILRPT".
01 LSERPT-REC PIC X(110).

FD LSEEXP
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "LSEEXPRPT".
01 LSEEXP-REC PIC X(100).

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
77 CHG-CT PIC 9(5) VALUE ZERO.
77 LINE-CT PIC 9(5) VALUE ZERO.
77 INV-CT PIC 9(5) VALUE ZERO.
77 EXP-CT PIC 9(5) VALUE ZERO.
77 NOXREF-CT PIC 9(5) VALUE ZERO.
77 XR-CT PIC 9(3) VALUE ZERO.
77 XR-SUB PIC 9(3) VALUE ZERO.
77 XR-FOUND PIC 9(3) VALUE ZERO.
77 NEXT-INV PIC 9(5) VALUE ZERO.
77 LAST-AGREE PIC 9(5) VALUE ZERO.
77 LAST-DIST PIC X(4) VALUE SPACES.
77 BILL-MONTHS PIC 9(5) VALUE ZERO.
77 SHIP-MONTHS PIC 9(5) VALUE ZERO.
77 MONTHS-SINCE PIC S9(5) VALUE ZERO.
77 LEASE-MONTH-NO PIC S9(5) VALUE ZERO.
77 DAYS-BILLED PIC 99 VALUE ZERO.
77 MONTHLY-RATE PIC 9(5)V99 VALUE ZERO.
77 UNIT-CHARGE PIC 9(5)V99 VALUE ZERO.
77 EXT-CHARGE PIC 9(7)V99 VALUE ZERO.
77 INV-TOTAL PIC 9(7)V99 VALUE ZERO.
77 LEASE-TOTAL PIC 9(8)V99 VALUE ZERO.
77 MAINT-TOTAL PIC 9(8)V99 VALUE ZERO.
77 BILL-TOTAL PIC 9(8)V99 VALUE ZERO.
01 XR-TABLE.
       05 XR-TBL OCCURS 300 TIMES.
           10 XT-CUST-CODE PIC X(5).
           10 XT-DIST-NO PIC X(4).
01 HOLD-A-REC.
       05 HA-NUMB PIC 9(5).
       05 FILLER PIC X(9).
       05 HA-CUST-CODE PIC X(5).
       05 HA-TRIAL-DAYS PIC 999.
       05 HA-LEASE-MONTHS PIC 999.
       05 FILLER PIC X(28).
01 HOLD-IT-REC.
       05 HI-AGREE-NUMB PIC 9(5).
       05 FILLER PIC X.
       05 HI-NUMB PIC 99.
       05 FILLER PIC X(6).
       05 HI-SITE-CODE PIC X(5).
       05 FILLER PIC X(34).
01 CHG-REC.
       05 CR-KEY.
           10 CR-DIST-NO PIC X(4).
           10 CR-AGREE-NUMB PIC 9(5).
           10 CR-ITEM-NUMB PIC 99.
           10 CR-MODEL-NUMB PIC X(9).
           10 CR-KIND PIC X.
               88 CR-LEASE VALUE 'L'.
               88 CR-MAINT VALUE 'M'.
       05 CR-CUST-CODE PIC X(5).
       05 CR-SITE-CODE PIC X(5).
       05 CR-SERIAL-NUMB PIC X(8).
       05 CR-SHIP-DATE PIC 9(6).
       05 CR-QTY PIC 9(4).
       05 CR-UNIT-CHARGE PIC 9(5)V99.
       05 CR-DAYS PIC 99.
       05 CR-LEASE-MONTH PIC 999.
       05 CR-LEASE-TERM PIC 999.
01 BIL-HEAD-1.
       05 FILLER PIC X(20) VALUE SPACES.
       05 FILLER PIC X(44) VALUE
            "SYCOR LEASE AND MAINTENANCE BILLING REGISTER".
       05 FILLER PIC X(9) VALUE "  MONTH  ".
       05 BH-MO PIC 99.
       05 FILLER PIC X VALUE "/".
       05 BH-YR PIC 99.
01 BIL-HEAD-2.
       05 FILLER PIC X(40) VALUE
            " DIST  INV     AGREE  IT  MODEL      TYP".
       05 FILLER PIC X(40) VALUE
            "E   SERIAL    SHIPPD   QTY  DAYS  UNIT C".
       05 FILLER PIC X(17) VALUE
            "HG       EXTENDED".
01 BIL-LINE.
       05 FILLER PIC X VALUE SPACE.
       05 BL-DIST PIC X(4).
       05 FILLER PIC XX VALUE SPACES.
       05 BL-INV PIC ZZZZ9.
       05 FILLER PIC XXX VALUE SPACES.
       05 BL-AGREE PIC 9(5).
       05 FILLER PIC XX VALUE SPACES.
       05 BL-ITEM PIC 99.
       05 FILLER PIC XX VALUE SPACES.
       05 BL-MODEL PIC X(9).
       05 FILLER PIC XX VALUE SPACES.
       05 BL-TYPE PIC X(5).
       05 FILLER PIC XX VALUE SPACES.
       05 BL-SERIAL PIC X(8).
       05 FILLER PIC XX VALUE SPACES.
       05 BL-SHIP PIC 9(6).
       05 FILLER PIC XX VALUE SPACES.
       05 BL-QTY PIC ZZZ9.
       05 FILLER PIC XX VALUE SPACES.
       05 BL-DAYS PIC X(4).
       05 FILLER PIC XX VALUE SPACES.
       05 BL-UNIT PIC ZZ,ZZ9.99.
       05 FILLER PIC XX VALUE SPACES.
       05 BL-EXT PIC Z,ZZZ,ZZ9.99.
01 BIL-INV-LINE.
       05 FILLER PIC X(60) VALUE SPACES.
       05 FILLER PIC X(16) VALUE "INVOICE TOTAL   ".
       05 BI-INV PIC ZZZZ9.
       05 FILLER PIC X(9) VALUE SPACES.
       05 BI-TOTAL PIC ZZ,ZZZ,ZZ9.99.
01 NOXREF-LINE.
       05 FILLER PIC X(24) VALUE " NO A/R ACCOUNT FOR CUST".
       05 NX-CUST PIC X(6).
       05 FILLER PIC X(12) VALUE " AGREEMENT  ".
       05 NX-AGREE PIC 9(5).
       05 FILLER PIC X VALUE "-".
       05 NX-ITEM PIC 99.
       05 FILLER PIC XX VALUE SPACES.
       05 NX-MODEL PIC X(9).
       05 FILLER PIC X(12) VALUE " NOT BILLED".
01 BIL-TOT-LINE.
       05 FILLER PIC X(5) VALUE SPACES.
       05 BT-TEXT PIC X(30).
       05 BT-AMT PIC ZZ,ZZZ,ZZ9.99.
01 EXP-HEAD-1.
       05 FILLER PIC X(20) VALUE SPACES.
       05 FILLER PIC X(40) VALUE
            "SYCOR LEASES IN THEIR FINAL MONTH".
       05 FILLER PIC X(9) VALUE "  MONTH  ".
       05 EH-MO PIC 99.
       05 FILLER PIC X VALUE "/".
       05 EH-YR PIC 99.
01 EXP-HEAD-2.
       05 FILLER PIC X(40) VALUE
            " CUST   DIST  AGREE  IT  MODEL      SERI".
       05 FILLER PIC X(40) VALUE
            "AL    SITE   SHIPPD  TRM   QTY  MONTHLY ".
       05 FILLER PIC X(3) VALUE "CHG".
01 EXP-LINE.
       05 FILLER PIC X VALUE SPACE.
       05 EL-CUST PIC X(5).
       05 FILLER PIC XX VALUE SPACES.
       05 EL-DIST PIC X(4).
       05 FILLER PIC XX VALUE SPACES.
       05 EL-AGREE PIC 9(5).
       05 FILLER PIC XX VALUE SPACES.
       05 EL-ITEM PIC 99.
       05 FILLER PIC XX VALUE SPACES.
       05 EL-MODEL PIC X(9).
       05 FILLER PIC XX VALUE SPACES.
       05 EL-SERIAL PIC X(8).
       05 FILLER PIC XX VALUE SPACES.
       05 EL-SITE PIC X(5).
       05 FILLER PIC XX VALUE SPACES.
       05 EL-SHIP PIC 9(6).
       05 FILLER PIC XX VALUE SPACES.
       05 EL-TERM PIC ZZ9.
       05 FILLER PIC XX VALUE SPACES.
       05 EL-QTY PIC ZZZ9.
       05 FILLER PIC XX VALUE SPACES.
       05 EL-CHARGE PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

HOUSE-KEEP.
       OPEN EXTEND RUNLOG.
       ACCEPT RL-SAVE-DATE FROM DATE.
       ACCEPT RL-SAVE-START-TIME FROM TIME.
       OPEN INPUT LSEPRM.
       READ LSEPRM AT END
          DISPLAY 'LSEBIL - PARAMETER CARD MISSING'
          CLOSE LSEPRM
          MOVE 'REFUSE' TO RL-STATUS
          GO TO FINISH-RUN.
       CLOSE LSEPRM.
       IF LP-BILL-YR NOT NUMERIC OR LP-BILL-MO NOT NUMERIC
          OR LP-BILL-MO LESS THAN 1 OR LP-BILL-MO GREATER THAN 12
          OR LP-FIRST-INV NOT NUMERIC OR LP-FIRST-INV EQUAL ZERO
          OR LP-INV-DATE EQUAL SPACES
          DISPLAY 'LSEBIL - BAD PARAMETER CARD'
          MOVE 'REFUSE' TO RL-STATUS
          GO TO FINISH-RUN.
       COMPUTE BILL-MONTHS = LP-BILL-YR * 12 + LP-BILL-MO.
       MOVE LP-FIRST-INV TO NEXT-INV.
       OPEN INPUT SYXREF.

LOAD-XREF.
       READ SYXREF AT END CLOSE SYXREF, GO TO SCAN-BASE-START.
       IF XR-CT EQUAL 300
          DISPLAY 'LSEBIL - CUSTOMER XREF TABLE FULL'
          CLOSE SYXREF, GO TO SCAN-BASE-START.
       ADD 1 TO XR-CT.
       MOVE XR-CUST-CODE TO XT-CUST-CODE (XR-CT).
       MOVE XR-DIST-NO TO XT-DIST-NO (XR-CT).
       GO TO LOAD-XREF.

SCAN-BASE-START.
       OPEN INPUT INSTAL-DAT.
       OPEN OUTPUT LSEWRK, LSERPT, LSEEXP.
       MOVE LP-BILL-MO TO BH-MO, EH-MO.
       MOVE LP-BILL-YR TO BH-YR, EH-YR.
       WRITE LSERPT-REC FROM BIL-HEAD-1 AFTER ADVANCING PAGE.
       WRITE LSERPT-REC FROM BIL-HEAD-2 AFTER ADVANCING 2.
       WRITE LSEEXP-REC FROM EXP-HEAD-1 AFTER ADVANCING PAGE.
       WRITE LSEEXP-REC FROM EXP-HEAD-2 AFTER ADVANCING 2.
       MOVE SPACES TO HOLD-A-REC, HOLD-IT-REC.

SCAN-BASE.
       READ INSTAL-DAT AT END GO TO SCAN-BASE-DONE.
       ADD 1 TO IN-CT.
       IF IB-AGREE-REC
          MOVE IB-A-REC TO HOLD-A-REC
          GO TO SCAN-BASE.
       IF IB-ITEM-REC
          MOVE IB-IT-REC TO HOLD-IT-REC
          GO TO SCAN-BASE.
       IF NOT IB-MODEL-REC GO TO SCAN-BASE.
       IF IM-AGREE-NUMB NOT EQUAL HA-NUMB
          OR IM-AGREE-NUMB NOT EQUAL HI-AGREE-NUMB
          OR IM-ITEM-NUMB NOT EQUAL HI-NUMB
          DISPLAY 'LSEBIL - MODEL WITHOUT AGREEMENT/ITEM ' IM-KEY
          GO TO SCAN-BASE.
       IF NOT IM-LEASED AND NOT IM-MAINT GO TO SCAN-BASE.
       IF IM-SHIP-DATE NOT NUMERIC GO TO SCAN-BASE.
       COMPUTE SHIP-MONTHS = IM-SHIP-YR * 12 + IM-SHIP-MO.
       COMPUTE MONTHS-SINCE = BILL-MONTHS - SHIP-MONTHS.
       IF MONTHS-SINCE LESS THAN ZERO GO TO SCAN-BASE.
       MOVE 30 TO DAYS-BILLED.
       IF MONTHS-SINCE EQUAL ZERO AND IM-SHIP-DA GREATER THAN 1
          COMPUTE DAYS-BILLED = 31 - IM-SHIP-DA.
       IF DAYS-BILLED LESS THAN 1 MOVE 1 TO DAYS-BILLED.
       MOVE ZERO TO XR-FOUND.
       PERFORM FIND-XREF THRU FIND-XREF-EXIT
          VARYING XR-SUB FROM 1 BY 1
          UNTIL XR-SUB GREATER THAN XR-CT OR XR-FOUND NOT EQUAL 0.
       IF XR-FOUND EQUAL ZERO
          MOVE HA-CUST-CODE TO NX-CUST
          MOVE IM-AGREE-NUMB TO NX-AGREE
          MOVE IM-ITEM-NUMB TO NX-ITEM
          MOVE IM-NUMB TO NX-MODEL
          WRITE LSERPT-REC FROM NOXREF-LINE AFTER ADVANCING 1
          ADD 1 TO NOXREF-CT
          GO TO SCAN-BASE.
       MOVE XT-DIST-NO (XR-FOUND) TO CR-DIST-NO.
       MOVE IM-AGREE-NUMB TO CR-AGREE-NUMB.
       MOVE IM-ITEM-NUMB TO CR-ITEM-NUMB.
       MOVE IM-NUMB TO CR-MODEL-NUMB.
       MOVE HA-CUST-CODE TO CR-CUST-CODE.
       MOVE HI-SITE-CODE TO CR-SITE-CODE.
       MOVE IM-SERIAL-NUMB TO CR-SERIAL-NUMB.
       MOVE IM-SHIP-DATE TO CR-SHIP-DATE.
       MOVE IM-QTY TO CR-QTY.
       MOVE DAYS-BILLED TO CR-DAYS.
       MOVE HA-LEASE-MONTHS TO CR-LEASE-TERM.
       IF IM-LEASED PERFORM LEASE-CHARGE THRU LEASE-CHARGE-EXIT.
       IF IM-MAINT PERFORM MAINT-CHARGE THRU MAINT-CHARGE-EXIT.
       GO TO SCAN-BASE.

FIND-XREF.
       IF XT-CUST-CODE (XR-SUB) EQUAL HA-CUST-CODE
          MOVE XR-SUB TO XR-FOUND.

FIND-XREF-EXIT.
       EXIT.

*
*    LEASE MONTH 1 IS THE FIRST FULL MONTH - A SHIPMENT ON THE
*    FIRST OF THE MONTH STARTS THE TERM THAT MONTH.  A TERM OF
*    ZERO IS MONTH-TO-MONTH AND NEVER EXPIRES.
*
LEASE-CHARGE.
       MOVE MONTHS-SINCE TO LEASE-MONTH-NO.
       IF IM-SHIP-DA NOT GREATER THAN 1
          ADD 1 TO LEASE-MONTH-NO.
       IF HA-LEASE-MONTHS NOT EQUAL ZERO
          AND LEASE-MONTH-NO GREATER THAN HA-LEASE-MONTHS
          GO TO LEASE-CHARGE-EXIT.
       MOVE LEASE-MONTH-NO TO CR-LEASE-MONTH.
       MOVE IM-PRICE TO MONTHLY-RATE.
       PERFORM PRORATE THRU PRORATE-EXIT.
       MOVE 'L' TO CR-KIND.
       MOVE UNIT-CHARGE TO CR-UNIT-CHARGE.
       WRITE LSEWRK-REC FROM CHG-REC.
       ADD 1 TO CHG-CT.
       IF HA-LEASE-MONTHS EQUAL ZERO
          OR LEASE-MONTH-NO NOT EQUAL HA-LEASE-MONTHS
          GO TO LEASE-CHARGE-EXIT.
       MOVE CR-CUST-CODE TO EL-CUST.
       MOVE CR-DIST-NO TO EL-DIST.
       MOVE CR-AGREE-NUMB TO EL-AGREE.
       MOVE CR-ITEM-NUMB TO EL-ITEM.
       MOVE CR-MODEL-NUMB TO EL-MODEL.
       MOVE CR-SERIAL-NUMB TO EL-SERIAL.
       MOVE CR-SITE-CODE TO EL-SITE.
       MOVE CR-SHIP-DATE TO EL-SHIP.
       MOVE HA-LEASE-MONTHS TO EL-TERM.
       MOVE CR-QTY TO EL-QTY.
       COMPUTE EXT-CHARGE = IM-PRICE * IM-QTY.
       MOVE EXT-CHARGE TO EL-CHARGE.
       WRITE LSEEXP-REC FROM EXP-LINE AFTER ADVANCING 1.
       ADD 1 TO EXP-CT.

LEASE-CHARGE-EXIT.
       EXIT.

MAINT-CHARGE.
       MOVE ZERO TO CR-LEASE-MONTH.
       MOVE IM-MAINT-PRICE TO MONTHLY-RATE.
       PERFORM PRORATE THRU PRORATE-EXIT.
       MOVE 'M' TO CR-KIND.
       MOVE UNIT-CHARGE TO CR-UNIT-CHARGE.
       WRITE LSEWRK-REC FROM CHG-REC.
       ADD 1 TO CHG-CT.

MAINT-CHARGE-EXIT.
       EXIT.

PRORATE.
       IF DAYS-BILLED EQUAL 30
          MOVE MONTHLY-RATE TO UNIT-CHARGE
       ELSE
          COMPUTE UNIT-CHARGE ROUNDED =
             MONTHLY-RATE * DAYS-BILLED / 30.

PRORATE-EXIT.
       EXIT.

SCAN-BASE-DONE.
       CLOSE INSTAL-DAT, LSEWRK, LSEEXP.
       IF EXP-CT EQUAL ZERO
          DISPLAY 'LSEBIL - NO LEASES IN THEIR FINAL MONTH'.
       SORT LSESRT ON ASCENDING KEY LS-KEY
          USING LSEWRK GIVING LSESRD.
       OPEN INPUT LSESRD.
       OPEN OUTPUT INVOIC.
       MOVE SPACES TO INVOIC-HEAD.
       STRING LP-INV-MO '/' LP-INV-DA '/' LP-INV-YR
          DELIMITED BY SIZE INTO IH-DATE-OF-REPORT.
       WRITE INVOIC-HEAD.
       MOVE ZERO TO LAST-AGREE.
       MOVE SPACES TO LAST-DIST.

WRITE-INVOICES.
       READ LSESRD INTO CHG-REC AT END GO TO WRITE-INVOICES-DONE.
       IF CR-AGREE-NUMB NOT EQUAL LAST-AGREE
          OR CR-DIST-NO NOT EQUAL LAST-DIST
          PERFORM NEW-INVOICE THRU NEW-INVOICE-EXIT.
       MOVE SPACES TO INVOIC-REC.
       MOVE LP-SMAN TO IV-SMANS-CODE.
       MOVE CR-DIST-NO TO IV-DIST-NO.
       MOVE CR-MODEL-NUMB TO IV-MODEL-NUMB.
       IF CR-LEASE
          MOVE 'LSE ' TO IV-CHG-TYPE
          MOVE 'LEASE' TO BL-TYPE
       ELSE
          MOVE 'MNT ' TO IV-CHG-TYPE
          MOVE 'MAINT' TO BL-TYPE.
       MOVE NEXT-INV TO IV-INV-NO.
       MOVE LP-INV-MO TO IV-MO.
       MOVE LP-INV-DA TO IV-DAY.
       MOVE LP-INV-YR TO IV-YR.
       MOVE ZERO TO IV-UNIT-COST, IV-DISC-1, IV-DISC-2, IV-DISC-3.
       MOVE CR-UNIT-CHARGE TO IV-UNIT-PRICE.
       MOVE CR-QTY TO IV-QTY.
       WRITE INVOIC-REC.
       ADD 1 TO LINE-CT.
       COMPUTE EXT-CHARGE = CR-UNIT-CHARGE * CR-QTY.
       ADD EXT-CHARGE TO INV-TOTAL, BILL-TOTAL.
       IF CR-LEASE
          ADD EXT-CHARGE TO LEASE-TOTAL
       ELSE
          ADD EXT-CHARGE TO MAINT-TOTAL.
       MOVE CR-DIST-NO TO BL-DIST.
       MOVE NEXT-INV TO BL-INV.
       MOVE CR-AGREE-NUMB TO BL-AGREE.
       MOVE CR-ITEM-NUMB TO BL-ITEM.
       MOVE CR-MODEL-NUMB TO BL-MODEL.
       MOVE CR-SERIAL-NUMB TO BL-SERIAL.
       MOVE CR-SHIP-DATE TO BL-SHIP.
       MOVE CR-QTY TO BL-QTY.
       MOVE SPACES TO BL-DAYS.
       IF CR-DAYS NOT EQUAL 30
          MOVE CR-DAYS TO BL-DAYS.
       MOVE CR-UNIT-CHARGE TO BL-UNIT.
       MOVE EXT-CHARGE TO BL-EXT.
       WRITE LSERPT-REC FROM BIL-LINE AFTER ADVANCING 1.
       GO TO WRITE-INVOICES.

NEW-INVOICE.
       IF LAST-AGREE NOT EQUAL ZERO
          PERFORM INVOICE-TOTAL THRU INVOICE-TOTAL-EXIT
          ADD 1 TO NEXT-INV.
       MOVE CR-AGREE-NUMB TO LAST-AGREE.
       MOVE CR-DIST-NO TO LAST-DIST.
       MOVE ZERO TO INV-TOTAL.
       ADD 1 TO INV-CT.

NEW-INVOICE-EXIT.
       EXIT.

INVOICE-TOTAL.
       MOVE NEXT-INV TO BI-INV.
       MOVE INV-TOTAL TO BI-TOTAL.
       WRITE LSERPT-REC FROM BIL-INV-LINE AFTER ADVANCING 1.
       MOVE SPACES TO LSERPT-REC.
       WRITE LSERPT-REC AFTER ADVANCING 1.

INVOICE-TOTAL-EXIT.
       EXIT.

WRITE-INVOICES-DONE.
       IF LAST-AGREE NOT EQUAL ZERO
          PERFORM INVOICE-TOTAL THRU INVOICE-TOTAL-EXIT
          ADD 1 TO NEXT-INV.
       MOVE 'LEASE CHARGES' TO BT-TEXT.
       MOVE LEASE-TOTAL TO BT-AMT.
       WRITE LSERPT-REC FROM BIL-TOT-LINE AFTER ADVANCING 3.
       MOVE 'MAINTENANCE CHARGES' TO BT-TEXT.
       MOVE MAINT-TOTAL TO BT-AMT.
       WRITE LSERPT-REC FROM BIL-TOT-LINE AFTER ADVANCING 1.
       MOVE 'TOTAL BILLED' TO BT-TEXT.
       MOVE BILL-TOTAL TO BT-AMT.
       WRITE LSERPT-REC FROM BIL-TOT-LINE AFTER ADVANCING 1.
       CLOSE LSESRD, INVOIC, LSERPT.
       DISPLAY 'LSEBIL COMPLETE - INVOICES ' INV-CT
          ' LINES ' LINE-CT ' EXPIRING ' EXP-CT.
       IF NOXREF-CT NOT EQUAL ZERO
          DISPLAY 'LSEBIL - ' NOXREF-CT
             ' CHARGES NOT BILLED - NO A/R ACCOUNT'.
       IF INV-CT NOT EQUAL ZERO
          SUBTRACT 1 FROM NEXT-INV
          DISPLAY 'LSEBIL - LAST INVOICE NUMBER USED ' NEXT-INV.
       MOVE 'NORMAL' TO RL-STATUS.

FINISH-RUN.
       MOVE 'LSEBIL   ' TO RL-PROGRAM.
       MOVE RL-SAVE-DATE TO RL-DATE.
       MOVE RL-SAVE-START-TIME TO RL-START-TIME.
       ACCEPT RL-END-TIME FROM TIME.
       MOVE IN-CT TO RL-RECS-READ.
       MOVE LINE-CT TO RL-RECS-WRITTEN.
       WRITE RUNLOG-REC.
       CLOSE RUNLOG.
       STOP RUN.
