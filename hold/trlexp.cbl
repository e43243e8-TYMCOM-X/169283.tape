IDENTIFICATION DIVISION.
PROGRAM-ID. TRLEXP.
AUTHOR. TYMSHARE TASC.
INSTALLATION. SYCOR, INC.
DATE-WRITTEN. MAY, 1977.
REMARKS. DAILY TRIAL-PERIOD FOLLOW-UP FOR SHIPPED SYCOR
    EQUIPMENT.  EACH SHIPMENT ON SHIPEDDAT IS MATCHED BY
    AGREEMENT, MODEL AND SERIAL NUMBER TO ITS INSTALLED BASE
    ENTRY (INSTALDAT) FOR THE AGREEMENT TRIAL DAYS, SALESMAN AND
    EQUIPMENT VALUE.  THE TRIAL ENDS TRIAL-DAYS CALENDAR DAYS
    AFTER THE SHIP DATE.  TRIALS ENDING WITHIN THE NEXT 10 DAYS
    ARE LISTED BY SALESMAN, AND TRIALS ALREADY EXPIRED ARE
    LISTED BY SALESMAN ON A SEPARATE PAGE, SO THE EQUIPMENT CAN
    BE CONVERTED TO A PURCHASE OR LEASE ORDER OR PICKED UP.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT INSTAL-DAT ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT SHIPED-DAT ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT TRLWRK ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT TRLSRT ASSIGN TO DSK, DSK, DSK.

        SELECT TRLSRD ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT TRLRPT ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        SELECT RUNLOG ASSIGN TO DSK
        RECORDING MODE IS ASCII.

DATA DIVISION.

FILE SECTION.

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
       05 IM-PRICE PIC 9(5)V99.
       05 IM-MAINT-TOO PIC X.
       05 IM-MAINT-PRICE PIC 9(4)V99.
       05 IM-SERIAL-NUMB PIC X(8).
       05 IM-SHIP-DATE PIC X(6).
       05 FILLER PIC X.

FD SHIPED-DAT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "SHIPEDDAT".
01 SHIPED-REC.
       05 S-DATE.
           10 S-YR PIC 99.
           10 S-MO PIC 99.
           10 S-DA PIC 99.
       05 S-KEY.
           10 S-AGREE-NUMB PIC 9(5).
           10 FILLER PIC XX.
       05 S-MODEL-NUMB PIC X(9).
       05 S-MODEL-DESC PIC X(40).
       05 S-SERIAL-NUMB PIC X(9).
       05 S-CUST-CODE PIC X(5).
       05 S-SITE-CODE PIC X(5).
       05 S-NAME PIC X(30).
       05 S-ADDR-1 PIC X(30).
       05 S-ADDR-2 PIC X(25).
       05 S-CITY PIC X(20).
       05 S-STATE PIC X(5).
       05 S-ZIP PIC X(15).
       05 S-ATTN PIC X(15).

FD TRLWRK
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "TRLWRKDAT".
01 TRLWRK-REC PIC X(100).

SD TRLSRT.
01 TRLSRT-REC.
       05 TS-KEY.
           10 TS-SECTION PIC X.
           10 TS-SALESMAN PIC X(10).
           10 TS-DAYS PIC 9(4).
       05 FILLER PIC X(85).

FD TRLSRD
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "TRLSRTDAT".
01 TRLSRD-REC PIC X(100).

FD TRLRPT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "TRLEXPRPT".
01 TRLRPT-REC PIC X(132).

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
77 SHIP-CT PIC 9(5) VALUE ZERO.
77 SOON-CT PIC 9(5) VALUE ZERO.
77 EXPD-CT PIC 9(5) VALUE ZERO.
77 LIST-CT PIC 9(5) VALUE ZERO.
77 WINDOW-DAYS PIC 99 VALUE 10.
77 TE-CT PIC 9(3) VALUE ZERO.
77 TE-SUB PIC 9(3) VALUE ZERO.
77 TE-FOUND PIC 9(3) VALUE ZERO.
77 HOLD-TRIAL PIC 999 VALUE ZERO.
77 HOLD-SALESMAN PIC X(10) VALUE SPACES.
77 HOLD-AGREE PIC 9(5) VALUE ZERO.
77 TODAY-DAYNO PIC 9(6) VALUE ZERO.
77 SHIP-DAYNO PIC 9(6) VALUE ZERO.
77 DAYS-LEFT PIC S9(5) VALUE ZERO.
77 DAYS-TO-ADD PIC 9(4) VALUE ZERO.
77 DAY-WORK PIC 9(4) VALUE ZERO.
77 MO-LEN PIC 99 VALUE ZERO.
77 LEAP-REM PIC 9 VALUE ZERO.
77 LEAP-QUOT PIC 99 VALUE ZERO.
77 LAST-SECTION PIC X VALUE SPACE.
77 LAST-SALESMAN PIC X(10) VALUE SPACES.
77 SMAN-CT PIC 9(4) VALUE ZERO.
77 SMAN-VALUE PIC 9(8)V99 VALUE ZERO.
77 SECT-CT PIC 9(5) VALUE ZERO.
77 SECT-VALUE PIC 9(9)V99 VALUE ZERO.
01 TODAY-DATE.
       05 TODAY-YR PIC 99.
       05 TODAY-MO PIC 99.
       05 TODAY-DA PIC 99.
01 DAYNO-DATE.
       05 DN-YR PIC 99.
       05 DN-MO PIC 99.
       05 DN-DA PIC 99.
77 DAYNO-RESULT PIC 9(6) VALUE ZERO.
01 END-DATE.
       05 ED-YR PIC 99.
       05 ED-MO PIC 99.
       05 ED-DA PIC 99.
01 MONTH-DAYS.
       05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 MONTH-DAYS-TBL REDEFINES MONTH-DAYS.
       05 MD-DAYS PIC 99 OCCURS 12 TIMES.
01 MONTH-CUM.
       05 FILLER PIC X(36) VALUE
            "000031059090120151181212243273304334".
01 MONTH-CUM-TBL REDEFINES MONTH-CUM.
       05 MC-DAYS PIC 999 OCCURS 12 TIMES.
01 TE-TABLE.
       05 TE-TBL OCCURS 500 TIMES.
           10 TE-AGREE PIC 9(5).
           10 TE-ITEM PIC 99.
           10 TE-MODEL PIC X(9).
           10 TE-SERIAL PIC X(8).
           10 TE-TRIAL PIC 999.
           10 TE-SALESMAN PIC X(10).
           10 TE-VALUE PIC 9(7)V99.
01 TRL-REC.
       05 TR-KEY.
           10 TR-SECTION PIC X.
               88 TR-ENDING VALUE '1'.
               88 TR-EXPIRED VALUE '2'.
           10 TR-SALESMAN PIC X(10).
           10 TR-DAYS PIC 9(4).
       05 TR-CUST-CODE PIC X(5).
       05 TR-NAME PIC X(20).
       05 TR-SITE-CODE PIC X(5).
       05 TR-AGREE PIC 9(5).
       05 TR-ITEM PIC 99.
       05 TR-MODEL PIC X(9).
       05 TR-SERIAL PIC X(9).
       05 TR-SHIP-DATE PIC 9(6).
       05 TR-TRIAL PIC 999.
       05 TR-END-DATE PIC 9(6).
       05 TR-VALUE PIC 9(7)V99.
       05 FILLER PIC X(6).
01 TRL-HEAD-1.
       05 FILLER PIC X(20) VALUE SPACES.
       05 TH-TITLE PIC X(40).
       05 FILLER PIC X(9) VALUE "  AS OF  ".
       05 TH-DATE PIC 9(6).
01 TRL-HEAD-2.
       05 FILLER PIC X(40) VALUE
            " SALESMAN    CUST  NAME                 ".
       05 FILLER PIC X(40) VALUE
            " SITE   AGREE-IT  MODEL      SERIAL     ".
       05 FILLER PIC X(38) VALUE
            "SHIPPD TRIAL ENDS    DAYS    EQUIP VAL".
01 TRL-LINE.
       05 FILLER PIC X VALUE SPACE.
       05 TL-SALESMAN PIC X(10).
       05 FILLER PIC XX VALUE SPACES.
       05 TL-CUST PIC X(5).
       05 FILLER PIC X VALUE SPACE.
       05 TL-NAME PIC X(20).
       05 FILLER PIC XX VALUE SPACES.
       05 TL-SITE PIC X(5).
       05 FILLER PIC XX VALUE SPACES.
       05 TL-AGREE PIC 9(5).
       05 FILLER PIC X VALUE "-".
       05 TL-ITEM PIC 99.
       05 FILLER PIC XX VALUE SPACES.
       05 TL-MODEL PIC X(9).
       05 FILLER PIC XX VALUE SPACES.
       05 TL-SERIAL PIC X(9).
       05 FILLER PIC XX VALUE SPACES.
       05 TL-SHIP PIC 9(6).
       05 FILLER PIC XX VALUE SPACES.
       05 TL-TRIAL PIC ZZ9.
       05 FILLER PIC XX VALUE SPACES.
       05 TL-END PIC 9(6).
       05 FILLER PIC XX VALUE SPACES.
       05 TL-DAYS PIC ZZZ9.
       05 FILLER PIC XX VALUE SPACES.
       05 TL-VALUE PIC Z,ZZZ,ZZ9.99.
01 SMAN-TOT-LINE.
       05 FILLER PIC X(12) VALUE SPACES.
       05 FILLER PIC X(9) VALUE "SALESMAN ".
       05 ST-SALESMAN PIC X(10).
       05 FILLER PIC XX VALUE SPACES.
       05 ST-CT PIC ZZZ9.
       05 FILLER PIC X(8) VALUE " TRIALS ".
       05 FILLER PIC X(13) VALUE "  EQUIP VALUE".
       05 ST-VALUE PIC ZZ,ZZZ,ZZ9.99.
01 SECT-TOT-LINE.
       05 FILLER PIC X(5) VALUE SPACES.
       05 SC-TEXT PIC X(30).
       05 SC-CT PIC ZZZZ9.
       05 FILLER PIC X(13) VALUE "  EQUIP VALUE".
       05 SC-VALUE PIC ZZZ,ZZZ,ZZ9.99.
01 NONE-LINE.
       05 FILLER PIC X(5) VALUE SPACES.
       05 NL-TEXT PIC X(40).

PROCEDURE DIVISION.

HOUSE-KEEP.
       OPEN EXTEND RUNLOG.
       ACCEPT RL-SAVE-DATE FROM DATE.
       ACCEPT RL-SAVE-START-TIME FROM TIME.
       MOVE RL-SAVE-DATE TO TODAY-DATE.
       MOVE TODAY-DATE TO DAYNO-DATE.
       PERFORM COMPUTE-DAYNO THRU COMPUTE-DAYNO-EXIT.
       MOVE DAYNO-RESULT TO TODAY-DAYNO.
       OPEN INPUT INSTAL-DAT.
       MOVE ZERO TO HOLD-AGREE, HOLD-TRIAL.

LOAD-BASE.
       READ INSTAL-DAT AT END CLOSE INSTAL-DAT,
          GO TO SCAN-SHIPPED-START.
       ADD 1 TO IN-CT.
       IF IB-AGREE-REC
          MOVE IA-NUMB TO HOLD-AGREE
          MOVE IA-SALESMAN TO HOLD-SALESMAN
          MOVE ZERO TO HOLD-TRIAL
          IF IA-TRIAL-DAYS NUMERIC
             MOVE IA-TRIAL-DAYS TO HOLD-TRIAL.
       IF NOT IB-MODEL-REC GO TO LOAD-BASE.
       IF IM-AGREE-NUMB NOT EQUAL HOLD-AGREE
          OR HOLD-TRIAL EQUAL ZERO
          GO TO LOAD-BASE.
       IF TE-CT EQUAL 500
          DISPLAY 'TRLEXP - TRIAL TABLE FULL'
          CLOSE INSTAL-DAT, GO TO SCAN-SHIPPED-START.
       ADD 1 TO TE-CT.
       MOVE IM-AGREE-NUMB TO TE-AGREE (TE-CT).
       MOVE IM-ITEM-NUMB TO TE-ITEM (TE-CT).
       MOVE IM-NUMB TO TE-MODEL (TE-CT).
       MOVE IM-SERIAL-NUMB TO TE-SERIAL (TE-CT).
       MOVE HOLD-TRIAL TO TE-TRIAL (TE-CT).
       MOVE HOLD-SALESMAN TO TE-SALESMAN (TE-CT).
       COMPUTE TE-VALUE (TE-CT) = IM-PRICE * IM-QTY.
       GO TO LOAD-BASE.

SCAN-SHIPPED-START.
       OPEN INPUT SHIPED-DAT.
       OPEN OUTPUT TRLWRK.

SCAN-SHIPPED.
       READ SHIPED-DAT AT END GO TO SCAN-SHIPPED-DONE.
       ADD 1 TO SHIP-CT.
       IF S-DATE NOT NUMERIC OR S-AGREE-NUMB NOT NUMERIC
          GO TO SCAN-SHIPPED.
       MOVE ZERO TO TE-FOUND.
       PERFORM FIND-TRIAL THRU FIND-TRIAL-EXIT
          VARYING TE-SUB FROM 1 BY 1
          UNTIL TE-SUB GREATER THAN TE-CT OR TE-FOUND NOT EQUAL 0.
       IF TE-FOUND EQUAL ZERO GO TO SCAN-SHIPPED.
       MOVE S-DATE TO DAYNO-DATE.
       PERFORM COMPUTE-DAYNO THRU COMPUTE-DAYNO-EXIT.
       MOVE DAYNO-RESULT TO SHIP-DAYNO.
       COMPUTE DAYS-LEFT =
          SHIP-DAYNO + TE-TRIAL (TE-FOUND) - TODAY-DAYNO.
       IF DAYS-LEFT GREATER THAN WINDOW-DAYS GO TO SCAN-SHIPPED.
       IF DAYS-LEFT LESS THAN ZERO
          MOVE '2' TO TR-SECTION
          COMPUTE TR-DAYS = ZERO - DAYS-LEFT
          ADD 1 TO EXPD-CT
       ELSE
          MOVE '1' TO TR-SECTION
          MOVE DAYS-LEFT TO TR-DAYS
          ADD 1 TO SOON-CT.
       MOVE TE-SALESMAN (TE-FOUND) TO TR-SALESMAN.
       MOVE S-CUST-CODE TO TR-CUST-CODE.
       MOVE S-NAME TO TR-NAME.
       MOVE S-SITE-CODE TO TR-SITE-CODE.
       MOVE TE-AGREE (TE-FOUND) TO TR-AGREE.
       MOVE TE-ITEM (TE-FOUND) TO TR-ITEM.
       MOVE S-MODEL-NUMB TO TR-MODEL.
       MOVE S-SERIAL-NUMB TO TR-SERIAL.
       MOVE S-DATE TO TR-SHIP-DATE.
       MOVE TE-TRIAL (TE-FOUND) TO TR-TRIAL.
       MOVE TE-VALUE (TE-FOUND) TO TR-VALUE.
       MOVE S-DATE TO END-DATE.
       MOVE TE-TRIAL (TE-FOUND) TO DAYS-TO-ADD.
       PERFORM ADVANCE-END-DATE THRU ADVANCE-END-DATE-EXIT.
       MOVE END-DATE TO TR-END-DATE.
       WRITE TRLWRK-REC FROM TRL-REC.
       GO TO SCAN-SHIPPED.

FIND-TRIAL.
       IF TE-AGREE (TE-SUB) EQUAL S-AGREE-NUMB
          AND TE-MODEL (TE-SUB) EQUAL S-MODEL-NUMB
          AND TE-SERIAL (TE-SUB) EQUAL S-SERIAL-NUMB
          MOVE TE-SUB TO TE-FOUND.

FIND-TRIAL-EXIT.
       EXIT.

*
*    DAY NUMBER FROM 1900 OF THE YYMMDD DATE IN DAYNO-DATE,
*    COUNTING THE LEAP DAY IN EVERY YEAR DIVISIBLE BY FOUR.
*
COMPUTE-DAYNO.
       IF DN-MO LESS THAN 1 OR DN-MO GREATER THAN 12
          MOVE 1 TO DN-MO.
       COMPUTE DAYNO-RESULT = DN-YR * 365 + (DN-YR + 3) / 4
          + MC-DAYS (DN-MO) + DN-DA.
       DIVIDE DN-YR BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM.
       IF LEAP-REM EQUAL ZERO AND DN-MO GREATER THAN 2
          ADD 1 TO DAYNO-RESULT.

COMPUTE-DAYNO-EXIT.
       EXIT.

*
*    ADVANCE END-DATE BY DAYS-TO-ADD CALENDAR DAYS.
*
ADVANCE-END-DATE.
       IF ED-MO LESS THAN 1 OR ED-MO GREATER THAN 12
          GO TO ADVANCE-END-DATE-EXIT.
       ADD ED-DA DAYS-TO-ADD GIVING DAY-WORK.

ADVANCE-END-MONTH.
       MOVE MD-DAYS (ED-MO) TO MO-LEN.
       DIVIDE ED-YR BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM.
       IF ED-MO EQUAL 2 AND LEAP-REM EQUAL ZERO
          MOVE 29 TO MO-LEN.
       IF DAY-WORK NOT GREATER THAN MO-LEN
          MOVE DAY-WORK TO ED-DA
          GO TO ADVANCE-END-DATE-EXIT.
       SUBTRACT MO-LEN FROM DAY-WORK.
       ADD 1 TO ED-MO.
       IF ED-MO GREATER THAN 12
          MOVE 1 TO ED-MO
          ADD 1 TO ED-YR.
       GO TO ADVANCE-END-MONTH.

ADVANCE-END-DATE-EXIT.
       EXIT.

SCAN-SHIPPED-DONE.
       CLOSE SHIPED-DAT, TRLWRK.
       SORT TRLSRT ON ASCENDING KEY TS-KEY
          USING TRLWRK GIVING TRLSRD.
       OPEN INPUT TRLSRD.
       OPEN OUTPUT TRLRPT.
       MOVE RL-SAVE-DATE TO TH-DATE.
       MOVE 'SYCOR TRIALS ENDING WITHIN 10 DAYS' TO TH-TITLE.
       PERFORM PRINT-HEADING THRU PRINT-HEADING-EXIT.
       MOVE '1' TO LAST-SECTION.
       MOVE SPACES TO LAST-SALESMAN.
       MOVE ZERO TO SMAN-CT, SMAN-VALUE, SECT-CT, SECT-VALUE.

PRINT-TRIALS.
       READ TRLSRD INTO TRL-REC AT END GO TO PRINT-TRIALS-DONE.
       IF TR-SECTION NOT EQUAL LAST-SECTION
          PERFORM SALESMAN-TOTAL THRU SALESMAN-TOTAL-EXIT
          PERFORM SECTION-TOTAL THRU SECTION-TOTAL-EXIT
          PERFORM START-EXPIRED THRU START-EXPIRED-EXIT.
       IF TR-SALESMAN NOT EQUAL LAST-SALESMAN
          PERFORM SALESMAN-TOTAL THRU SALESMAN-TOTAL-EXIT
          MOVE TR-SALESMAN TO LAST-SALESMAN.
       MOVE TR-SALESMAN TO TL-SALESMAN.
       MOVE TR-CUST-CODE TO TL-CUST.
       MOVE TR-NAME TO TL-NAME.
       MOVE TR-SITE-CODE TO TL-SITE.
       MOVE TR-AGREE TO TL-AGREE.
       MOVE TR-ITEM TO TL-ITEM.
       MOVE TR-MODEL TO TL-MODEL.
       MOVE TR-SERIAL TO TL-SERIAL.
       MOVE TR-SHIP-DATE TO TL-SHIP.
       MOVE TR-TRIAL TO TL-TRIAL.
       MOVE TR-END-DATE TO TL-END.
       MOVE TR-DAYS TO TL-DAYS.
       MOVE TR-VALUE TO TL-VALUE.
       WRITE TRLRPT-REC FROM TRL-LINE AFTER ADVANCING 1.
       ADD 1 TO SMAN-CT, SECT-CT, LIST-CT.
       ADD TR-VALUE TO SMAN-VALUE, SECT-VALUE.
       GO TO PRINT-TRIALS.

PRINT-HEADING.
       WRITE TRLRPT-REC FROM TRL-HEAD-1 AFTER ADVANCING PAGE.
       WRITE TRLRPT-REC FROM TRL-HEAD-2 AFTER ADVANCING 2.
       MOVE SPACES TO TRLRPT-REC.
       WRITE TRLRPT-REC AFTER ADVANCING 1.

PRINT-HEADING-EXIT.
       EXIT.

SALESMAN-TOTAL.
       IF SMAN-CT EQUAL ZERO GO TO SALESMAN-TOTAL-EXIT.
       MOVE LAST-SALESMAN TO ST-SALESMAN.
       MOVE SMAN-CT TO ST-CT.
       MOVE SMAN-VALUE TO ST-VALUE.
       WRITE TRLRPT-REC FROM SMAN-TOT-LINE AFTER ADVANCING 1.
       MOVE SPACES TO TRLRPT-REC.
       WRITE TRLRPT-REC AFTER ADVANCING 1.
       MOVE ZERO TO SMAN-CT, SMAN-VALUE.

SALESMAN-TOTAL-EXIT.
       EXIT.

SECTION-TOTAL.
       IF SECT-CT EQUAL ZERO
          MOVE 'NONE' TO NL-TEXT
          WRITE TRLRPT-REC FROM NONE-LINE AFTER ADVANCING 1
          GO TO SECTION-TOTAL-EXIT.
       IF LAST-SECTION EQUAL '1'
          MOVE 'TRIALS ENDING' TO SC-TEXT
       ELSE
          MOVE 'TRIALS EXPIRED' TO SC-TEXT.
       MOVE SECT-CT TO SC-CT.
       MOVE SECT-VALUE TO SC-VALUE.
       WRITE TRLRPT-REC FROM SECT-TOT-LINE AFTER ADVANCING 2.
       MOVE ZERO TO SECT-CT, SECT-VALUE.

SECTION-TOTAL-EXIT.
       EXIT.

START-EXPIRED.
       MOVE '2' TO LAST-SECTION.
       MOVE SPACES TO LAST-SALESMAN.
       MOVE 'SYCOR TRIALS EXPIRED - DAYS PAST END' TO TH-TITLE.
       PERFORM PRINT-HEADING THRU PRINT-HEADING-EXIT.

START-EXPIRED-EXIT.
       EXIT.

PRINT-TRIALS-DONE.
       PERFORM SALESMAN-TOTAL THRU SALESMAN-TOTAL-EXIT.
       PERFORM SECTION-TOTAL THRU SECTION-TOTAL-EXIT.
       IF LAST-SECTION EQUAL '1'
          PERFORM START-EXPIRED THRU START-EXPIRED-EXIT
          PERFORM SECTION-TOTAL THRU SECTION-TOTAL-EXIT.
       CLOSE TRLSRD, TRLRPT.
       DISPLAY 'TRLEXP COMPLETE - ENDING ' SOON-CT
          ' EXPIRED ' EXPD-CT.
       MOVE 'NORMAL' TO RL-STATUS.

FINISH-RUN.
       MOVE 'TRLEXP   ' TO RL-PROGRAM.
       MOVE RL-SAVE-DATE TO RL-DATE.
       MOVE RL-SAVE-START-TIME TO RL-START-TIME.
       ACCEPT RL-END-TIME FROM TIME.
       ADD IN-CT, SHIP-CT GIVING RL-RECS-READ.
       MOVE LIST-CT TO RL-RECS-WRITTEN.
       WRITE RUNLOG-REC.
       CLOSE RUNLOG.
       STOP RUN.
