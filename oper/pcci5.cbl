       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSSA44.
       REMARKS. OPEN-TO-BUY BY STORE, MERCHANDISE GROUP AND DEPARTMENT
                FOR THE CURRENT AND NEXT TWO MONTHS. CURRENT MONTH
                PLANNED SALES COME FROM PLANFILE, SPREAD TO DEPARTMENTS
                BY THE MIX PERCENT ON THE OTB CARD, LESS MONTH-TO-DATE
                ACTUAL SALES FROM THE DSM MASTER. THE OTB CARDS CARRY
                PLANNED END-OF-MONTH INVENTORY, MARKDOWNS, ON ORDER,
                BEGINNING INVENTORY AND THE NEXT MONTHS PLANNED SALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO NCR682-105.
           SELECT PLANFILE ASSIGN TO NCR682-100.
           SELECT DSMMASTER ASSIGN TO NCR633-119.
           SELECT OTBFILE ASSIGN TO NCR682-109.
           SELECT OTBRPT ASSIGN TO NCR640-200.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           LABEL RECORD IS OMITTED.
       01  PARM-REC.
           03  PARM-START-JUL  PIC 999.
           03  PARM-DAYS-ELAPSED   PIC 99.
           03  PARM-DAYS-IN-MONTH  PIC 99.
           03  FILLER          PIC X(73).
       FD  PLANFILE
           LABEL RECORD IS OMITTED.
       01  PLAN-REC.
           03  P-STORE         PIC 99.
           03  P-INDEX OCCURS 7 TIMES.
               05  P-FIELD     PIC 999.
               05  P-AMOUNT    PIC S99999999.
       FD  DSMMASTER
           LABEL RECORD IS STANDARD.
       01  TRANS-REC.
           03  T-COMP.
               05  STORE           PIC 99.
               05  MERCH-GRP       PIC 99.
               05  DEPT            PIC 999.
           03  T-LY OCCURS 366 TIMES.
               05  TY-ID           PIC S9(5)       COMP-3.
               05  TY-AMT          PIC S9(7)V99    COMP-3.
           03  FILLER          PIC X(315).
       FD  OTBFILE
           LABEL RECORD IS OMITTED.
       01  OTB-REC.
           03  OC-KEY.
               05  OC-STORE    PIC 99.
               05  OC-MG       PIC 99.
               05  OC-DEPT     PIC 999.
           03  OC-MONTH        PIC 9.
           03  OC-MIX-PCT      PIC 999V9.
           03  OC-PLAN-SALES   PIC S9(8).
           03  OC-BOM          PIC S9(8).
           03  OC-EOM          PIC S9(8).
           03  OC-MD           PIC S9(8).
           03  OC-ON-ORDER     PIC S9(8).
           03  FILLER          PIC X(28).
       FD  OTBRPT
           LABEL RECORD IS OMITTED.
       01  OTB-PRT             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PLN-CT              PIC 999 VALUE ZERO.
       01  PLN-SUB             PIC 999 VALUE ZERO.
       01  PLN-FOUND           PIC 999 VALUE ZERO.
       01  FLD-SUB             PIC 9 VALUE ZERO.
       01  MTD-CT              PIC 999 VALUE ZERO.
       01  MTD-SUB             PIC 999 VALUE ZERO.
       01  MTD-FOUND           PIC 999 VALUE ZERO.
       01  DAY-SUB             PIC 999 VALUE ZERO.
       01  DAY-END             PIC 999 VALUE ZERO.
       01  MO-SUB              PIC 9 VALUE ZERO.
       01  PREV-SUB            PIC 9 VALUE ZERO.
       01  OVR-CT              PIC 999 VALUE ZERO.
       01  OVR-SUB             PIC 999 VALUE ZERO.
       01  CARD-CT             PIC 9(5) VALUE ZERO.
       01  REJ-CT              PIC 9(5) VALUE ZERO.
       01  DEPT-CT             PIC 9(5) VALUE ZERO.
       01  MTD-WORK            PIC S9(9)V99 VALUE ZERO.
       01  MG-PLAN             PIC S9(9)V99 VALUE ZERO.
       01  MIX-SUM             PIC 9(4)V9 VALUE ZERO.
       01  REMAIN-PLAN         PIC S9(9)V99 VALUE ZERO.
       01  ON-HAND             PIC S9(9)V99 VALUE ZERO.
       01  PRIOR-EOM           PIC S9(9)V99 VALUE ZERO.
       01  DEPT-OVER           PIC X VALUE 'N'.
       01  MG-PLAN-FOUND       PIC X VALUE 'N'.
       01  MG-NO-PLAN          PIC X VALUE 'N'.
       01  FIRST-CARD          PIC X VALUE 'Y'.
       01  CUR-KEY.
           03  CK-STORE        PIC 99.
           03  CK-MG           PIC 99.
           03  CK-DEPT         PIC 999.
       01  MTD-TABLE.
           03  MTD-ENTRY OCCURS 500 TIMES.
               05  MT-STORE    PIC 99.
               05  MT-MER      PIC 99.
               05  MT-DEPT     PIC 999.
               05  MT-AMT      PIC S9(9)V99.
               05  MT-USED     PIC X.
       01  PLN-TABLE.
           03  PLN-ENTRY OCCURS 100 TIMES.
               05  PT-STORE    PIC 99.
               05  PT-IDX OCCURS 7 TIMES.
                   07  PT-FIELD   PIC 999.
                   07  PT-FIELD-X REDEFINES PT-FIELD PIC XXX.
                   07  PT-AMOUNT  PIC S9(8).
       01  MONTH-TABLE.
           03  MO-ENTRY OCCURS 3 TIMES.
               05  MO-HAVE     PIC X.
               05  MO-DONE     PIC X.
               05  MO-MIX      PIC 999V9.
               05  MO-PLAN     PIC S9(9)V99.
               05  MO-BOM      PIC S9(9)V99.
               05  MO-EOM      PIC S9(9)V99.
               05  MO-MD       PIC S9(9)V99.
               05  MO-OO       PIC S9(9)V99.
               05  MO-OTB      PIC S9(9)V99.
       01  STORE-TOTALS.
           03  STT-PLAN        PIC S9(9)V99.
           03  STT-MTD         PIC S9(9)V99.
           03  STT-ON-HAND     PIC S9(9)V99.
           03  STT-OO          PIC S9(9)V99.
           03  STT-OTB OCCURS 3 TIMES PIC S9(9)V99.
       01  CO-TOTALS.
           03  COT-PLAN        PIC S9(9)V99.
           03  COT-MTD         PIC S9(9)V99.
           03  COT-ON-HAND     PIC S9(9)V99.
           03  COT-OO          PIC S9(9)V99.
           03  COT-OTB OCCURS 3 TIMES PIC S9(9)V99.
       01  OVR-TABLE.
           03  OVR-ENTRY OCCURS 200 TIMES PIC X(132).
       01  OTB-HEAD.
           03  FILLER  PIC X(30) VALUE SPACES.
           03  FILLER  PIC X(50) VALUE
               'OPEN-TO-BUY - CURRENT AND NEXT TWO MONTHS'.
       01  DAYS-HEAD.
           03  FILLER  PIC X(14) VALUE ' DAYS ELAPSED '.
           03  DH-DAYS     PIC Z9.
           03  FILLER  PIC X(4) VALUE ' OF '.
           03  DH-DIM      PIC Z9.
       01  COL-HEAD-1.
           03  FILLER  PIC X(10) VALUE SPACES.
           03  FILLER  PIC X(48) VALUE
               '  CUR MONTH   MTD ACTUAL    ON HAND     ON ORDER'.
           03  FILLER  PIC X(48) VALUE
               '   OPEN-TO-BUY OPEN-TO-BUY OPEN-TO-BUY          '.
       01  COL-HEAD-2.
           03  FILLER  PIC X(10) VALUE 'ST MG DPT '.
           03  FILLER  PIC X(48) VALUE
               '  PLAN SALES      SALES     (EST)     3 MONTHS  '.
           03  FILLER  PIC X(48) VALUE
               '    CURRENT     NEXT MO   MONTH + 2             '.
       01  DET-LINE.
           03  DL-KEY          PIC X(10).
           03  DL-PLAN         PIC ZZZZZZZZ9-.
           03  FILLER          PIC X VALUE SPACES.
           03  DL-MTD          PIC ZZZZZZZZ9-.
           03  FILLER          PIC X VALUE SPACES.
           03  DL-ON-HAND      PIC ZZZZZZZZ9-.
           03  FILLER          PIC X VALUE SPACES.
           03  DL-OO           PIC ZZZZZZZZ9-.
           03  FILLER          PIC XX VALUE SPACES.
           03  DL-OTB OCCURS 3 TIMES.
               05  DL-OTB-AMT  PIC ZZZZZZZZ9-.
               05  FILLER      PIC XX VALUE SPACES.
           03  DL-FLAG         PIC X(14).
           03  FILLER          PIC X(27) VALUE SPACES.
       01  DL-KEY-EDIT.
           03  DK-STORE        PIC XX.
           03  FILLER          PIC X VALUE SPACE.
           03  DK-MG           PIC XX.
           03  FILLER          PIC X VALUE SPACE.
           03  DK-DEPT         PIC XXX.
           03  FILLER          PIC X VALUE SPACE.
       01  MSG-LINE.
           03  FILLER          PIC X VALUE SPACE.
           03  ML-KEY          PIC X(10).
           03  FILLER          PIC X VALUE SPACE.
           03  ML-TEXT         PIC X(50).
           03  ML-AMT          PIC ZZZZZZZZ9- BLANK WHEN ZERO.
           03  ML-MIX          PIC ZZZ9.9 BLANK WHEN ZERO.
       01  OVR-HEAD.
           03  FILLER  PIC X(30) VALUE SPACES.
           03  FILLER  PIC X(50) VALUE
               'OVER-BOUGHT DEPARTMENTS - REVIEW BEFORE MARKET'.
       01  TOT-LINE.
           03  FILLER      PIC X(8) VALUE ' CARDS  '.
           03  TL-CARDS    PIC ZZZZ9.
           03  FILLER      PIC X(10) VALUE '  REJECTED'.
           03  TL-REJ      PIC ZZZZ9.
           03  FILLER      PIC X(14) VALUE '  DEPARTMENTS '.
           03  TL-DEPTS    PIC ZZZZ9.
           03  FILLER      PIC X(14) VALUE '  OVER-BOUGHT '.
           03  TL-OVR      PIC ZZZZ9.
       PROCEDURE DIVISION.
       HOUSEKEEP.
           OPEN INPUT PARMFILE.
           READ PARMFILE AT END
               DISPLAY 'WSSA44 PARM CARD MISSING'
               STOP RUN.
           CLOSE PARMFILE.
           IF PARM-DAYS-IN-MONTH EQUAL ZERO
               DISPLAY 'WSSA44 BAD DAYS-IN-MONTH'
               STOP RUN.
           COMPUTE DAY-END = PARM-START-JUL + PARM-DAYS-ELAPSED - 1.
           IF DAY-END GREATER 366 MOVE 366 TO DAY-END.
           OPEN INPUT PLANFILE.
       LOAD-PLAN.
           READ PLANFILE AT END GO TO LOAD-MTD-OPEN.
           IF PLN-CT EQUAL 100 GO TO LOAD-MTD-OPEN.
           ADD 1 TO PLN-CT.
           MOVE PLAN-REC TO PLN-ENTRY (PLN-CT).
           GO TO LOAD-PLAN.
       LOAD-MTD-OPEN.
           CLOSE PLANFILE.
           OPEN INPUT DSMMASTER.
       LOAD-MTD.
           READ DSMMASTER AT END GO TO OTB-PASS.
           IF T-COMP NOT NUMERIC GO TO LOAD-MTD.
           MOVE ZERO TO MTD-WORK.
           PERFORM SUM-ONE-DAY THRU SUM-ONE-DAY-EXIT
               VARYING DAY-SUB FROM PARM-START-JUL BY 1
               UNTIL DAY-SUB GREATER DAY-END.
           IF MTD-CT EQUAL 500
               DISPLAY 'WSSA44 MTD TABLE FULL ' T-COMP
               GO TO LOAD-MTD.
           ADD 1 TO MTD-CT.
           MOVE STORE TO MT-STORE (MTD-CT).
           MOVE MERCH-GRP TO MT-MER (MTD-CT).
           MOVE DEPT TO MT-DEPT (MTD-CT).
           MOVE MTD-WORK TO MT-AMT (MTD-CT).
           MOVE 'N' TO MT-USED (MTD-CT).
           GO TO LOAD-MTD.
       SUM-ONE-DAY.
           ADD TY-AMT (DAY-SUB) TO MTD-WORK.
       SUM-ONE-DAY-EXIT.
           EXIT.
       OTB-PASS.
           CLOSE DSMMASTER.
           OPEN INPUT OTBFILE.
           OPEN OUTPUT OTBRPT.
           MOVE ZERO TO STORE-TOTALS CO-TOTALS.
           WRITE OTB-PRT FROM OTB-HEAD AFTER ADVANCING 2.
           MOVE PARM-DAYS-ELAPSED TO DH-DAYS.
           MOVE PARM-DAYS-IN-MONTH TO DH-DIM.
           WRITE OTB-PRT FROM DAYS-HEAD AFTER ADVANCING 1.
           WRITE OTB-PRT FROM COL-HEAD-1 AFTER ADVANCING 2.
           WRITE OTB-PRT FROM COL-HEAD-2 AFTER ADVANCING 1.
       OTB-READ.
           READ OTBFILE AT END GO TO OTB-END.
           ADD 1 TO CARD-CT.
           IF OC-KEY NOT NUMERIC OR OC-MONTH NOT NUMERIC
               OR OC-MIX-PCT NOT NUMERIC
               MOVE 'OTB CARD NOT NUMERIC - REJECTED' TO ML-TEXT
               GO TO OTB-REJECT.
           IF OC-PLAN-SALES NOT NUMERIC OR OC-BOM NOT NUMERIC
               OR OC-EOM NOT NUMERIC OR OC-MD NOT NUMERIC
               OR OC-ON-ORDER NOT NUMERIC
               MOVE 'OTB CARD AMOUNT NOT NUMERIC - REJECTED'
                   TO ML-TEXT
               GO TO OTB-REJECT.
           IF OC-MONTH EQUAL ZERO OR OC-MONTH GREATER 3
               MOVE 'OTB CARD MONTH NOT 1 THRU 3 - REJECTED'
                   TO ML-TEXT
               GO TO OTB-REJECT.
           IF FIRST-CARD EQUAL 'Y'
               MOVE 'N' TO FIRST-CARD
               MOVE OC-KEY TO CUR-KEY
               PERFORM CLEAR-MONTH THRU CLEAR-MONTH-EXIT
                   VARYING MO-SUB FROM 1 BY 1
                   UNTIL MO-SUB GREATER 3.
           IF OC-KEY NOT EQUAL CUR-KEY
               PERFORM DEPT-BREAK THRU DEPT-BREAK-EXIT.
           MOVE OC-MONTH TO MO-SUB.
           IF MO-HAVE (MO-SUB) EQUAL 'Y'
               MOVE 'DUPLICATE MONTH CARD - REJECTED' TO ML-TEXT
               GO TO OTB-REJECT.
           MOVE 'Y' TO MO-HAVE (MO-SUB).
           MOVE OC-MIX-PCT TO MO-MIX (MO-SUB).
           MOVE OC-PLAN-SALES TO MO-PLAN (MO-SUB).
           MOVE OC-BOM TO MO-BOM (MO-SUB).
           MOVE OC-EOM TO MO-EOM (MO-SUB).
           MOVE OC-MD TO MO-MD (MO-SUB).
           MOVE OC-ON-ORDER TO MO-OO (MO-SUB).
           GO TO OTB-READ.
       OTB-REJECT.
           ADD 1 TO REJ-CT.
           MOVE OTB-REC TO ML-KEY.
           MOVE ZERO TO ML-AMT ML-MIX.
           WRITE OTB-PRT FROM MSG-LINE AFTER ADVANCING 1.
           GO TO OTB-READ.
       CLEAR-MONTH.
           MOVE 'N' TO MO-HAVE (MO-SUB) MO-DONE (MO-SUB).
           MOVE ZERO TO MO-MIX (MO-SUB) MO-PLAN (MO-SUB).
           MOVE ZERO TO MO-BOM (MO-SUB) MO-EOM (MO-SUB).
           MOVE ZERO TO MO-MD (MO-SUB) MO-OO (MO-SUB).
           MOVE ZERO TO MO-OTB (MO-SUB).
       CLEAR-MONTH-EXIT.
           EXIT.
       DEPT-BREAK.
           PERFORM DEPT-OTB THRU DEPT-OTB-EXIT.
           IF OC-STORE NOT EQUAL CK-STORE OR OC-MG NOT EQUAL CK-MG
               PERFORM MG-BREAK THRU MG-BREAK-EXIT.
           IF OC-STORE NOT EQUAL CK-STORE
               PERFORM STORE-BREAK THRU STORE-BREAK-EXIT.
           MOVE OC-KEY TO CUR-KEY.
           PERFORM CLEAR-MONTH THRU CLEAR-MONTH-EXIT
               VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB GREATER 3.
       DEPT-BREAK-EXIT.
           EXIT.
       DEPT-OTB.
           ADD 1 TO DEPT-CT.
           MOVE 'N' TO DEPT-OVER.
           ADD MO-MIX (1) TO MIX-SUM.
           PERFORM FIND-MG-PLAN THRU FIND-MG-PLAN-EXIT.
           IF MG-PLAN-FOUND EQUAL 'N'
               MOVE 'Y' TO MG-NO-PLAN.
           COMPUTE MO-PLAN (1) ROUNDED = MG-PLAN * MO-MIX (1) / 100.
           MOVE ZERO TO MTD-WORK.
           PERFORM PICK-MTD THRU PICK-MTD-EXIT
               VARYING MTD-SUB FROM 1 BY 1
               UNTIL MTD-SUB GREATER MTD-CT.
           COMPUTE REMAIN-PLAN = MO-PLAN (1) - MTD-WORK.
           IF REMAIN-PLAN LESS ZERO
               MOVE ZERO TO REMAIN-PLAN.
           COMPUTE ON-HAND = MO-BOM (1) - MTD-WORK.
           IF MO-HAVE (1) NOT EQUAL 'Y'
               GO TO DEPT-OTB-PRINT.
           COMPUTE MO-OTB (1) = REMAIN-PLAN + MO-MD (1)
               + MO-EOM (1) - ON-HAND - MO-OO (1).
           MOVE 'Y' TO MO-DONE (1).
           MOVE MO-EOM (1) TO PRIOR-EOM.
           PERFORM NEXT-MONTH-OTB THRU NEXT-MONTH-OTB-EXIT
               VARYING MO-SUB FROM 2 BY 1
               UNTIL MO-SUB GREATER 3.
       DEPT-OTB-PRINT.
           MOVE CK-STORE TO DK-STORE.
           MOVE CK-MG TO DK-MG.
           MOVE CK-DEPT TO DK-DEPT.
           MOVE DL-KEY-EDIT TO DL-KEY.
           MOVE MO-PLAN (1) TO DL-PLAN.
           MOVE MTD-WORK TO DL-MTD.
           MOVE ON-HAND TO DL-ON-HAND.
           COMPUTE DL-OO = MO-OO (1) + MO-OO (2) + MO-OO (3).
           PERFORM EDIT-OTB THRU EDIT-OTB-EXIT
               VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB GREATER 3.
           MOVE SPACES TO DL-FLAG.
           IF DEPT-OVER EQUAL 'Y'
               MOVE '**OVER-BOUGHT*' TO DL-FLAG.
           WRITE OTB-PRT FROM DET-LINE AFTER ADVANCING 1.
           IF DEPT-OVER EQUAL 'Y' AND OVR-CT LESS 200
               ADD 1 TO OVR-CT
               MOVE DET-LINE TO OVR-ENTRY (OVR-CT).
           ADD MO-PLAN (1) TO STT-PLAN.
           ADD MTD-WORK TO STT-MTD.
           ADD ON-HAND TO STT-ON-HAND.
           ADD MO-OO (1) MO-OO (2) MO-OO (3) TO STT-OO.
           ADD MO-OTB (1) TO STT-OTB (1).
           ADD MO-OTB (2) TO STT-OTB (2).
           ADD MO-OTB (3) TO STT-OTB (3).
       DEPT-OTB-EXIT.
           EXIT.
       NEXT-MONTH-OTB.
           COMPUTE PREV-SUB = MO-SUB - 1.
           IF MO-HAVE (MO-SUB) NOT EQUAL 'Y'
               OR MO-DONE (PREV-SUB) NOT EQUAL 'Y'
               GO TO NEXT-MONTH-OTB-EXIT.
           COMPUTE MO-OTB (MO-SUB) = MO-PLAN (MO-SUB) + MO-MD (MO-SUB)
               + MO-EOM (MO-SUB) - PRIOR-EOM - MO-OO (MO-SUB).
           MOVE 'Y' TO MO-DONE (MO-SUB).
           MOVE MO-EOM (MO-SUB) TO PRIOR-EOM.
       NEXT-MONTH-OTB-EXIT.
           EXIT.
       EDIT-OTB.
           MOVE SPACES TO DL-OTB (MO-SUB).
           IF MO-DONE (MO-SUB) NOT EQUAL 'Y'
               GO TO EDIT-OTB-EXIT.
           MOVE MO-OTB (MO-SUB) TO DL-OTB-AMT (MO-SUB).
           IF MO-OTB (MO-SUB) LESS ZERO
               MOVE 'Y' TO DEPT-OVER.
       EDIT-OTB-EXIT.
           EXIT.
       FIND-MG-PLAN.
           MOVE ZERO TO MG-PLAN PLN-FOUND.
           MOVE 'N' TO MG-PLAN-FOUND.
           PERFORM SCAN-PLAN THRU SCAN-PLAN-EXIT
               VARYING PLN-SUB FROM 1 BY 1
               UNTIL PLN-SUB GREATER PLN-CT.
           IF PLN-FOUND EQUAL ZERO GO TO FIND-MG-PLAN-EXIT.
           PERFORM SCAN-FIELD THRU SCAN-FIELD-EXIT
               VARYING FLD-SUB FROM 1 BY 1
               UNTIL FLD-SUB GREATER 7.
       FIND-MG-PLAN-EXIT.
           EXIT.
       SCAN-PLAN.
           IF PT-STORE (PLN-SUB) EQUAL CK-STORE
               MOVE PLN-SUB TO PLN-FOUND.
       SCAN-PLAN-EXIT.
           EXIT.
       SCAN-FIELD.
           IF PT-FIELD-X (PLN-FOUND, FLD-SUB) NOT EQUAL SPACES
               AND PT-FIELD (PLN-FOUND, FLD-SUB) EQUAL CK-MG
               ADD PT-AMOUNT (PLN-FOUND, FLD-SUB) TO MG-PLAN
               MOVE 'Y' TO MG-PLAN-FOUND.
       SCAN-FIELD-EXIT.
           EXIT.
       PICK-MTD.
           IF MT-STORE (MTD-SUB) EQUAL CK-STORE
               AND MT-MER (MTD-SUB) EQUAL CK-MG
               AND MT-DEPT (MTD-SUB) EQUAL CK-DEPT
               ADD MT-AMT (MTD-SUB) TO MTD-WORK
               MOVE 'Y' TO MT-USED (MTD-SUB).
       PICK-MTD-EXIT.
           EXIT.
       MG-BREAK.
           MOVE CK-STORE TO DK-STORE.
           MOVE CK-MG TO DK-MG.
           MOVE SPACES TO DK-DEPT.
           MOVE DL-KEY-EDIT TO ML-KEY.
           MOVE ZERO TO ML-AMT ML-MIX.
           IF MG-NO-PLAN EQUAL 'Y'
               MOVE 'NO PLANFILE AMOUNT FOR STORE AND MERCH GROUP'
                   TO ML-TEXT
               WRITE OTB-PRT FROM MSG-LINE AFTER ADVANCING 1.
           IF MIX-SUM EQUAL 100
               GO TO MG-BREAK-RESET.
           MOVE 'DEPARTMENT MIX DOES NOT TOTAL 100 PCT - MIX IS'
               TO ML-TEXT.
           MOVE MIX-SUM TO ML-MIX.
           WRITE OTB-PRT FROM MSG-LINE AFTER ADVANCING 1.
       MG-BREAK-RESET.
           MOVE ZERO TO MIX-SUM.
           MOVE 'N' TO MG-NO-PLAN.
       MG-BREAK-EXIT.
           EXIT.
       STORE-BREAK.
           MOVE ' STORE TOT' TO DL-KEY.
           MOVE STT-PLAN TO DL-PLAN.
           MOVE STT-MTD TO DL-MTD.
           MOVE STT-ON-HAND TO DL-ON-HAND.
           MOVE STT-OO TO DL-OO.
           MOVE STT-OTB (1) TO DL-OTB-AMT (1).
           MOVE STT-OTB (2) TO DL-OTB-AMT (2).
           MOVE STT-OTB (3) TO DL-OTB-AMT (3).
           MOVE SPACES TO DL-FLAG.
           WRITE OTB-PRT FROM DET-LINE AFTER ADVANCING 1.
           MOVE SPACES TO OTB-PRT.
           WRITE OTB-PRT AFTER ADVANCING 1.
           ADD STT-PLAN TO COT-PLAN.
           ADD STT-MTD TO COT-MTD.
           ADD STT-ON-HAND TO COT-ON-HAND.
           ADD STT-OO TO COT-OO.
           ADD STT-OTB (1) TO COT-OTB (1).
           ADD STT-OTB (2) TO COT-OTB (2).
           ADD STT-OTB (3) TO COT-OTB (3).
           MOVE ZERO TO STORE-TOTALS.
       STORE-BREAK-EXIT.
           EXIT.
       OTB-END.
           CLOSE OTBFILE.
           IF FIRST-CARD EQUAL 'Y'
               GO TO NO-CARD-LIST.
           MOVE HIGH-VALUES TO OC-KEY.
           PERFORM DEPT-OTB THRU DEPT-OTB-EXIT.
           PERFORM MG-BREAK THRU MG-BREAK-EXIT.
           PERFORM STORE-BREAK THRU STORE-BREAK-EXIT.
           MOVE 'COMPANY   ' TO DL-KEY.
           MOVE COT-PLAN TO DL-PLAN.
           MOVE COT-MTD TO DL-MTD.
           MOVE COT-ON-HAND TO DL-ON-HAND.
           MOVE COT-OO TO DL-OO.
           MOVE COT-OTB (1) TO DL-OTB-AMT (1).
           MOVE COT-OTB (2) TO DL-OTB-AMT (2).
           MOVE COT-OTB (3) TO DL-OTB-AMT (3).
           MOVE SPACES TO DL-FLAG.
           WRITE OTB-PRT FROM DET-LINE AFTER ADVANCING 1.
       NO-CARD-LIST.
           PERFORM LIST-NO-CARD THRU LIST-NO-CARD-EXIT
               VARYING MTD-SUB FROM 1 BY 1
               UNTIL MTD-SUB GREATER MTD-CT.
           WRITE OTB-PRT FROM OVR-HEAD AFTER ADVANCING 3.
           WRITE OTB-PRT FROM COL-HEAD-1 AFTER ADVANCING 2.
           WRITE OTB-PRT FROM COL-HEAD-2 AFTER ADVANCING 1.
           PERFORM LIST-OVER THRU LIST-OVER-EXIT
               VARYING OVR-SUB FROM 1 BY 1
               UNTIL OVR-SUB GREATER OVR-CT.
           MOVE CARD-CT TO TL-CARDS.
           MOVE REJ-CT TO TL-REJ.
           MOVE DEPT-CT TO TL-DEPTS.
           MOVE OVR-CT TO TL-OVR.
           WRITE OTB-PRT FROM TOT-LINE AFTER ADVANCING 2.
           CLOSE OTBRPT.
           DISPLAY 'WSSA44 OTB COMPLETE - DEPARTMENTS ' DEPT-CT
               ' OVER-BOUGHT ' OVR-CT.
           STOP RUN.
       LIST-NO-CARD.
           IF MT-USED (MTD-SUB) EQUAL 'Y'
               OR MT-AMT (MTD-SUB) EQUAL ZERO
               GO TO LIST-NO-CARD-EXIT.
           MOVE MT-STORE (MTD-SUB) TO DK-STORE.
           MOVE MT-MER (MTD-SUB) TO DK-MG.
           MOVE MT-DEPT (MTD-SUB) TO DK-DEPT.
           MOVE DL-KEY-EDIT TO ML-KEY.
           MOVE 'MTD SALES BUT NO OTB CARDS - SALES' TO ML-TEXT.
           MOVE MT-AMT (MTD-SUB) TO ML-AMT.
           MOVE ZERO TO ML-MIX.
           WRITE OTB-PRT FROM MSG-LINE AFTER ADVANCING 1.
       LIST-NO-CARD-EXIT.
           EXIT.
       LIST-OVER.
           WRITE OTB-PRT FROM OVR-ENTRY (OVR-SUB) AFTER ADVANCING 1.
       LIST-OVER-EXIT.
           EXIT.
