       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "BB02A".
       AUTHOR.          WESTERN REGION PROGRAMMING STAFF.
       INSTALLATION.    FAA, WESTERN REGION.
       DATE-WRITTEN.    14 OCT 1974.
       DATE-COMPILED.
       REMARKS.
           PURPOSE.
           POST SIP-6 CARDS ACCEPTED BY BB01A (VALFIL) TO THE
           PERSONAL PROPERTY LEDGER, PRINT THE PROPERTY REGISTER
           BY COST CENTER AND LOCATION, AND RECONCILE THE POSTED
           CARDS TO THE BB01A BALANCE FORWARD SO THAT REGION
           PROPERTY TOTALS CAN BE CERTIFIED EACH QUARTER.
           THE LEDGER IS KEPT IN COST CENTER, LOCATION, FACILITY
           AND FSN SEQUENCE SO THE REGISTER PRINTS FROM IT DIRECTLY.
           RUN AFTER THE LAST BB01A RUN OF THE CYCLE. A CORRECTIONS
           RUN OF BB01A CARRIES THE EARLIER ACCEPTED CARDS FORWARD
           IN VALFIL, SO EACH VALFIL IS POSTED ONCE ONLY.
           ADDITIONS AND TRANSFERS IN POST FROM THE INCREASE CODES,
           DISPOSALS AND TRANSFERS OUT FROM THE DECREASE CODES. A
           TRANSFER BETWEEN LOCATIONS IS A TRANSFER OUT CARD FOR THE
           OLD LOCATION AND A TRANSFER IN CARD FOR THE NEW ONE.
           FCLT AND INST ITEMS CARRY VALUE ONLY, NO QUANTITY.
           DECREASES THAT ARE NOT ON THE LEDGER OR EXCEED THE LEDGER
           QUANTITY OR VALUE ARE REJECTED TO THE EXCEPTION LISTING.
           A LEDGER RECORD LEFT WITH NO QUANTITY AND NO VALUE IS
           DROPPED.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SOURCE-COMPUTER. DECsystem-10.
       OBJECT-COMPUTER. PDP-10.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT  VALFIL  ASSIGN DSK,
             RECORDING MODE IS ASCII.
           SELECT  BALFWD  ASSIGN DSK,
             RECORDING MODE IS ASCII.
           SELECT  OLDLGR  ASSIGN DSK,
             RECORDING MODE IS ASCII.
           SELECT  NEWLGR  ASSIGN DSK,
             RECORDING MODE IS ASCII.
           SELECT  PRINT   ASSIGN DSK,
             RECORDING MODE IS ASCII.
           SELECT  EXCPRT  ASSIGN DSK,
             RECORDING MODE IS ASCII.

       DATA  DIVISION.
       FILE  SECTION.
       FD   VALFIL
           LABEL RECORDS ARE STANDARD
              VALUE OF IDENTIFICATION IS "VALIDN DAT".
       01   VALFIL-REC      PICTURE X(80).
       FD   BALFWD
           LABEL RECORDS ARE STANDARD
              VALUE OF IDENTIFICATION IS "BALFWD DAT".
       01   BALFWD-REC.
           03  BF-CTR          PICTURE S9(5).
           03  BF-AMT          PICTURE S9(9)V99.
           03  FILLER          PICTURE X(64).
       FD   OLDLGR
           RECORD  CONTAINS   80  CHARACTERS
           LABEL RECORDS ARE STANDARD
              VALUE OF IDENTIFICATION IS "PROPLGDAT".
       01   OLDLGR-REC.
           03  OL-KEY          PICTURE X(24).
           03  OL-REGION       PICTURE X.
           03  FILLER          PICTURE X(31).
           03  OL-TOTAL-VALUE  PICTURE S9(9)V99.
           03  FILLER          PICTURE X(13).
       FD   NEWLGR
           RECORD  CONTAINS   80  CHARACTERS
           LABEL RECORDS ARE STANDARD
              VALUE OF IDENTIFICATION IS "PROPLGNEW".
       01   NEWLGR-REC      PICTURE X(80).
       FD   PRINT
           RECORD  CONTAINS  133  CHARACTERS
           LABEL RECORDS ARE STANDARD
              VALUE OF IDENTIFICATION IS "PROREGDAT"
              DATA RECORD IS PRINT-LINE.
       01   PRINT-LINE.
           03  FILLER          PICTURE X.
           03  PRINT-IO        PICTURE X(132).
       FD   EXCPRT
           RECORD  CONTAINS  133  CHARACTERS
           LABEL RECORDS ARE STANDARD
              VALUE OF IDENTIFICATION IS "PROEXCDAT"
              DATA RECORD IS EXC-LINE.
       01   EXC-LINE.
           03  FILLER          PICTURE X.
           03  EXC-IO          PICTURE X(132).
       WORKING-STORAGE  SECTION.
       77   SUB             PICTURE S99         COMPUTATIONAL.
       77   REG-SUB         PICTURE S99         COMPUTATIONAL.
       77   REG-CT          PICTURE S99         COMPUTATIONAL   VALUE 0.
       77   CARD-SUB        PICTURE S9(4)       COMPUTATIONAL.
       77   CARD-SUB2       PICTURE S9(4)       COMPUTATIONAL.
       77   CARD-SUB3       PICTURE S9(4)       COMPUTATIONAL.
       77   CARD-CT         PICTURE S9(4)       COMPUTATIONAL   VALUE 0.
       77   LINE-CTR        PICTURE S99         COMPUTATIONAL   VALUE 0.
       77   PAGE-CTR        PICTURE S999        COMPUTATIONAL   VALUE 0.
       77   EXC-LINE-CTR    PICTURE S99         COMPUTATIONAL   VALUE 0.
       77   EXC-PAGE-CTR    PICTURE S999        COMPUTATIONAL   VALUE 0.
       77   QUAN-WS         PICTURE S9(3)       COMPUTATIONAL   VALUE 0.
       77   LEDGER-QUAN     PICTURE S9(3)       COMPUTATIONAL   VALUE 0.
       77   UNIT-VALUE-WS   PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   TEMP-TOTAL      PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   VAL-CTR         PICTURE S9(5)       COMPUTATIONAL   VALUE 0.
       77   VAL-AMT         PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   POST-CTR        PICTURE S9(5)       COMPUTATIONAL   VALUE 0.
       77   POST-AMT        PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   REJ-CTR         PICTURE S9(5)       COMPUTATIONAL   VALUE 0.
       77   REJ-AMT         PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   DIFF-CTR        PICTURE S9(5)       COMPUTATIONAL   VALUE 0.
       77   DIFF-AMT        PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   DROP-CTR        PICTURE S9(5)       COMPUTATIONAL   VALUE 0.
       77   LOC-QUAN        PICTURE S9(7)       COMPUTATIONAL   VALUE 0.
       77   LOC-AMT         PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   CC-QUAN         PICTURE S9(7)       COMPUTATIONAL   VALUE 0.
       77   CC-AMT          PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   OV-QUAN         PICTURE S9(7)       COMPUTATIONAL   VALUE 0.
       77   OV-AMT          PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   PROOF-AMT       PICTURE S9(9)V99    COMPUTATIONAL   VALUE 0.
       77   HAVE-REC-IND    PICTURE X   VALUE "0".
       77   BALFWD-IND      PICTURE X   VALUE "0".
       77   CERTIFY-IND     PICTURE X   VALUE "1".
       77   REGION-KEY      PICTURE X   VALUE SPACE.
       77   TR-HOLD         PICTURE XX  VALUE SPACE.
       77   TRANS-TYPE      PICTURE X   VALUE SPACE.
       77   REJ-REASON      PICTURE X(24) VALUE SPACES.
       77   CC-HOLD         PICTURE X(4)  VALUE LOW-VALUES.
       77   LOC-HOLD        PICTURE X(4)  VALUE LOW-VALUES.
       77   CURR-KEY        PICTURE X(24) VALUE SPACES.
       77   NEXT-CARD-KEY   PICTURE X(24) VALUE SPACES.
       77   PRIOR-OLD-KEY   PICTURE X(24) VALUE LOW-VALUES.
       77   DATE-IN         PICTURE X(11) VALUE SPACES.
       01   WORK-CONSTANTS.
           03  HYPHEN      PICTURE X   VALUE  "-".
           03  XFER-IN-CD  PICTURE XX  VALUE  "07".
           03  XFER-OUT-CD PICTURE XX  VALUE  "17".
       01   TRANS-INPUT-WS              PICTURE X(80) VALUE SPACES.
       01   TR-IN-WS-X REDEFINES TRANS-INPUT-WS.
           03  FILL-BB                 PICTURE XX.
           03  REGION-IN               PICTURE X.
           03  CARD-KEY-IN.
               05  CST-CEN-CODE-IN     PICTURE X(4).
               05  LOCATION-IN         PICTURE X(4).
               05  FAC-ID-IN           PICTURE X(5).
               05  FSN-IN.
                   07  FSNA-IN         PICTURE X(4).
                   07  FSNB-IN         PICTURE X(3).
                   07  FSNC-IN         PICTURE X(3).
                   07  FSND-IN         PICTURE X.
           03  EQUIPMENT-IN            PICTURE X(14).
           03  OWN-IN                  PICTURE X.
           03  ASSET-CODE-IN           PICTURE XX.
           03  QUANTITY-IN             PICTURE XX.
           03  QUANTITY-IN-9 REDEFINES QUANTITY-IN PICTURE 99.
           03  UNIT-VALUE-IN           PICTURE 9(7)V99.
           03  TOTAL-VALUE-IN          PICTURE 9(7)V99.
           03  TRANS-CODE-IN           PICTURE XX.
           03  ACTION-DATE-IN.
               05  MONTH-IN            PICTURE X.
               05  YEAR-IN             PICTURE XX.
           03  DOC-NUM-IN              PICTURE X(5).
           03  BATCH-NUM-IN            PICTURE X(3).
           03  FILLER                  PICTURE X(3).
       01   LEDGER-WS                   PICTURE X(80) VALUE SPACES.
       01   LEDGER-WS-X REDEFINES LEDGER-WS.
           03  PL-KEY.
               05  PL-CST-CEN-CODE     PICTURE X(4).
               05  PL-LOCATION         PICTURE X(4).
               05  PL-FAC-ID           PICTURE X(5).
               05  PL-FSN.
                   07  PL-FSNA         PICTURE X(4).
                   07  PL-FSNB         PICTURE X(3).
                   07  PL-FSNC         PICTURE X(3).
                   07  PL-FSND         PICTURE X.
           03  PL-REGION               PICTURE X.
           03  PL-EQUIPMENT            PICTURE X(14).
           03  PL-OWN                  PICTURE X.
           03  PL-ASSET-CODE           PICTURE XX.
           03  PL-QUANTITY             PICTURE S9(5).
           03  PL-UNIT-VALUE           PICTURE 9(7)V99.
           03  PL-TOTAL-VALUE          PICTURE S9(9)V99.
           03  PL-LAST-TRANS           PICTURE XX.
           03  PL-LAST-ACTION          PICTURE X(3).
           03  PL-LAST-DOC             PICTURE X(5).
           03  FILLER                  PICTURE X(3).
       01   ACTION-WORK.
           03  ACTION-MONTH            PICTURE X.
           03  ACTION-YEAR             PICTURE XX.
       01   CARD-TABLE.
           03  CARD-ENTRY  OCCURS 1000 TIMES.
               05  CARD-KEY            PICTURE X(24).
               05  CARD-IMAGE          PICTURE X(80).
       01   CARD-HOLD                   PICTURE X(104).
       01   ADD-TBLS.
           03  FILLER      PICTURE X(40)   VALUE
               "0A0B0C0D0E0F0G00010203040506070851535557".
       01   ADDS        REDEFINES  ADD-TBLS.
           03  INCR-TBL    OCCURS  20  TIMES  PICTURE XX.
       01   DELETES.
           03  FILLER      PICTURE X(44)   VALUE
               "1A1B1C1D1F1G1H1I1J1K10111214151718212325271M".
       01   SUB-DR REDEFINES DELETES.
           03  DECR-TBL    OCCURS  22  TIMES  PICTURE XX.
       01   TABLE-B.
           03  REGION-TABLE.
               05  FILLER  PICTURE X(22)
                   VALUE "4WESTERN REGION       ".
               05  FILLER  PICTURE X(22)
                   VALUE "DROCKY MOUNTAIN REGION".
               05  FILLER  PICTURE X(22)
                   VALUE "SNORTHWEST REGION     ".
               05  FILLER  PICTURE X(22)
                   VALUE "CGREAT LAKES REGION   ".
               05  FILLER  PICTURE X(22)
                   VALUE "1EASTERN REGION       ".
               05  FILLER  PICTURE X(22)
                   VALUE "2SOUTHWEST REGION     ".
               05  FILLER  PICTURE X(22)
                   VALUE "3CENTRAL REGION       ".
               05  FILLER  PICTURE X(22)
                   VALUE "5ALASKAN REGION       ".
               05  FILLER  PICTURE X(22)
                   VALUE "6PACIFIC REGION       ".
               05  FILLER  PICTURE X(22)
                   VALUE "7SOUTHERN REGION      ".
               05  FILLER  PICTURE X(22)
                   VALUE "ENEW ENGLAND REGION   ".
           03  REG-TBL REDEFINES REGION-TABLE
                       OCCURS 11 TIMES PICTURE X(22).
       01   REG-BRKDWN  PICTURE X(22)   VALUE SPACES.
       01   R-BRK REDEFINES REG-BRKDWN.
           03  REG-CODE-TBL        PICTURE X.
           03  REG-NAME-TBL        PICTURE X(21).
       01   REGION-TOTALS.
           03  REG-ENTRY   OCCURS 20 TIMES.
               05  RT-CODE         PICTURE X.
               05  RT-OPEN         PICTURE S9(9)V99   COMPUTATIONAL.
               05  RT-ADDS         PICTURE S9(9)V99   COMPUTATIONAL.
               05  RT-XFER-IN      PICTURE S9(9)V99   COMPUTATIONAL.
               05  RT-XFER-OUT     PICTURE S9(9)V99   COMPUTATIONAL.
               05  RT-DISPOSE      PICTURE S9(9)V99   COMPUTATIONAL.
               05  RT-CLOSE        PICTURE S9(9)V99   COMPUTATIONAL.
       01   HEAD-1.
           03  FILLER      PICTURE X(16)  VALUE "RIN_  BB02AR1   ".
           03  FILLER      PICTURE X(21)  VALUE SPACES.
           03  HEAD-TITLE  PICTURE X(60)  VALUE SPACES.
           03  DATE-HDR    PICTURE X(11)  VALUE SPACES.
           03  FILLER      PICTURE X(20)  VALUE "               PAGE ".
           03  PAGE-HDR    PICTURE ZZ9.
           03  FILLER      PICTURE X     VALUE SPACE.
       01   REGISTER-TITLE  PICTURE X(60)  VALUE
           "      PERSONAL PROPERTY REGISTER".
       01   RECON-TITLE     PICTURE X(60)  VALUE
           "      PROPERTY LEDGER RECONCILIATION".
       01   EXCEPT-TITLE    PICTURE X(60)  VALUE
           "      PROPERTY LEDGER POSTING EXCEPTIONS".
       01   HEAD-2.
           03  FILLER      PICTURE X(20) VALUE "   COST  LOCA  FAC  ".
           03  FILLER      PICTURE X(20) VALUE "   FED STK NO       ".
           03  FILLER      PICTURE X(20) VALUE "EQUIP SERIAL NO  O A".
           03  FILLER      PICTURE X(20) VALUE "SSET  QUANTITY      ".
           03  FILLER      PICTURE X(20) VALUE "UNIT          TOTAL ".
           03  FILLER      PICTURE X(20) VALUE "  LAST  ACTION DOCMT".
           03  FILLER      PICTURE X(12) VALUE SPACE.
       01   HEAD-3.
           03  FILLER      PICTURE X(20) VALUE "  CENTER TION  TYPE ".
           03  FILLER      PICTURE X(20) VALUE "   OR FCLT/INST     ".
           03  FILLER      PICTURE X(20) VALUE "                 W  ".
           03  FILLER      PICTURE X(20) VALUE "CODE                ".
           03  FILLER      PICTURE X(20) VALUE "PRICE         VALUE ".
           03  FILLER      PICTURE X(20) VALUE "  TRS    M YR   NO  ".
           03  FILLER      PICTURE X(12) VALUE SPACE.
       01   DETAIL-LINE.
           03  FILLER          PICTURE X(3)   VALUE SPACES.
           03  CST-CEN-RPT     PICTURE X(4).
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  LOCATION-RPT    PICTURE X(4).
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  FAC-TYPE-RPT    PICTURE X(5).
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  FSNA-RPT        PICTURE X(4).
           03  DASH1-RPT       PICTURE X.
           03  FSNB-RPT        PICTURE X(3).
           03  DASH2-RPT       PICTURE X.
           03  FSNC-RPT        PICTURE X(3).
           03  FSND-RPT        PICTURE X.
           03  FILLER          PICTURE XXX    VALUE SPACES.
           03  EQUIP-RPT       PICTURE X(14).
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  OWN-RPT         PICTURE X.
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  ASS-CODE-RPT    PICTURE XX.
           03  FILLER          PICTURE XXX    VALUE SPACES.
           03  QUANTITY-RPT    PICTURE ZZ,ZZZ,ZZ9-.
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  UNIT-VALUE-RPT  PICTURE Z,ZZZ,ZZZ.99.
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  TOTAL-VALUE-RPT PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  FILLER          PICTURE XXX    VALUE SPACES.
           03  TRANS-CODE-RPT  PICTURE XX.
           03  FILLER          PICTURE XXX    VALUE SPACES.
           03  MONTH-RPT       PICTURE X.
           03  DASH3-RPT       PICTURE X.
           03  YEAR-RPT        PICTURE XX.
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  DOC-NUM-RPT     PICTURE X(5).
           03  FILLER          PICTURE X(13)  VALUE SPACES.
       01   TOTAL-LINE.
           03  FILLER          PICTURE X(9)   VALUE SPACES.
           03  TOT-KEY-RPT     PICTURE X(4).
           03  FILLER          PICTURE X      VALUE SPACE.
           03  TOT-TEXT-RPT    PICTURE X(24).
           03  FILLER          PICTURE X(32)  VALUE SPACES.
           03  TOT-QUAN-RPT    PICTURE ZZ,ZZZ,ZZ9-.
           03  FILLER          PICTURE X(16)  VALUE SPACES.
           03  TOT-AMT-RPT     PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  FILLER          PICTURE X(19)  VALUE SPACES.
       01   EXC-DETAIL.
           03  FILLER          PICTURE X(3)   VALUE SPACES.
           03  EXC-CARD        PICTURE X(80).
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  EXC-REASON      PICTURE X(24).
           03  FILLER          PICTURE XX     VALUE SPACES.
           03  EXC-AMT         PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  FILLER          PICTURE X(5)   VALUE SPACES.
       01   RECON-HEAD.
           03  FILLER      PICTURE X(20) VALUE "   REGION           ".
           03  FILLER      PICTURE X(20) VALUE "         OPENING    ".
           03  FILLER      PICTURE X(20) VALUE "   ADDITIONS  TRANSF".
           03  FILLER      PICTURE X(20) VALUE "ERS IN TRANSFERS OUT".
           03  FILLER      PICTURE X(20) VALUE "      DISPOSALS     ".
           03  FILLER      PICTURE X(20) VALUE "    CLOSING         ".
           03  FILLER      PICTURE X(12) VALUE SPACE.
       01   RECON-LINE.
           03  FILLER          PICTURE X(3)   VALUE SPACES.
           03  RCN-CODE        PICTURE X.
           03  FILLER          PICTURE X      VALUE SPACE.
           03  RCN-NAME        PICTURE X(21).
           03  RCN-OPEN        PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  RCN-ADDS        PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  RCN-XFER-IN     PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  RCN-XFER-OUT    PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  RCN-DISPOSE     PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  RCN-CLOSE       PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  FILLER          PICTURE X      VALUE SPACE.
           03  RCN-FLAG        PICTURE X(8).
       01   CONTROL-LINE.
           03  FILLER          PICTURE X(9)   VALUE SPACES.
           03  CTL-TEXT-RPT    PICTURE X(40).
           03  FILLER          PICTURE X(5)   VALUE SPACES.
           03  CTL-CTR-RPT     PICTURE ZZZ,ZZ9-.
           03  FILLER          PICTURE X(5)   VALUE SPACES.
           03  CTL-AMT-RPT     PICTURE ZZZ,ZZZ,ZZZ.99CR.
           03  FILLER          PICTURE X(49)  VALUE SPACES.
       01   CERTIFY-LINE.
           03  FILLER          PICTURE X(9)   VALUE SPACES.
           03  CERT-TEXT       PICTURE X(42).
           03  CERT-DATE       PICTURE X(11).
           03  FILLER          PICTURE X(70)  VALUE SPACES.
       PROCEDURE  DIVISION.
           OPEN INPUT  VALFIL, BALFWD, OLDLGR,
                OUTPUT NEWLGR, PRINT, EXCPRT.
           DISPLAY "KEY IN TODAYS DATE - IE_ JAN 10 1975" UPON CONSOLE.
           ACCEPT DATE-IN.
           MOVE DATE-IN TO DATE-HDR.
           MOVE ZEROS TO BF-CTR, BF-AMT.
           READ BALFWD AT END GO TO 010-LOAD-CARDS.
           MOVE "1" TO BALFWD-IND.
      *
      *    LOAD THE ACCEPTED CARDS AND TAKE THE SAME ITEM COUNT AND
      *    NET VALUE BB01A CARRIES IN THE BALANCE FORWARD.
      *
       010-LOAD-CARDS.
           READ VALFIL INTO TRANS-INPUT-WS AT END
               GO TO 030-SORT-CARDS.
           IF CARD-CT NOT LESS THAN 1000
               DISPLAY "VALFIL OVER 1000 CARDS - LEDGER NOT UPDATED"
                   UPON CONSOLE
               CLOSE VALFIL, BALFWD, OLDLGR, NEWLGR, PRINT, EXCPRT
               STOP RUN.
           ADD 1 TO CARD-CT.
           MOVE CARD-KEY-IN TO CARD-KEY (CARD-CT).
           MOVE TRANS-INPUT-WS TO CARD-IMAGE (CARD-CT).
           PERFORM 200-PRICE-CARD THRU 200-PRICE-EXIT.
           ADD QUAN-WS TO VAL-CTR.
           IF TRANS-TYPE = "I" OR "X"
               ADD TEMP-TOTAL TO VAL-AMT
           ELSE
               SUBTRACT TEMP-TOTAL FROM VAL-AMT.
           GO TO 010-LOAD-CARDS.
      *
      *    PUT THE CARDS IN LEDGER SEQUENCE.  EQUAL KEYS KEEP THEIR
      *    VALFIL ORDER SO A DOCUMENT POSTS IN THE ORDER KEYED.
      *
       030-SORT-CARDS.
           PERFORM 040-SORT-PASS THRU 040-SORT-PASS-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB NOT LESS THAN CARD-CT.
           MOVE 1 TO CARD-SUB.
           MOVE ZEROS TO PAGE-CTR, LINE-CTR.
           MOVE REGISTER-TITLE TO HEAD-TITLE.
           PERFORM 300-HEADER-ROUTINE THRU 310-HDR-RTN-EXIT.
           PERFORM 100-READ-OLD THRU 100-READ-OLD-EXIT.
           GO TO 050-MATCH-LEDGER.
       040-SORT-PASS.
           PERFORM 045-SORT-COMPARE THRU 045-SORT-COMPARE-EXIT
               VARYING CARD-SUB2 FROM 2 BY 1
               UNTIL CARD-SUB2 GREATER THAN CARD-CT.
       040-SORT-PASS-EXIT.
           EXIT.
       045-SORT-COMPARE.
           SUBTRACT 1 FROM CARD-SUB2 GIVING CARD-SUB3.
           IF CARD-KEY (CARD-SUB3) NOT GREATER THAN
               CARD-KEY (CARD-SUB2)
               GO TO 045-SORT-COMPARE-EXIT.
           MOVE CARD-ENTRY (CARD-SUB2) TO CARD-HOLD.
           MOVE CARD-ENTRY (CARD-SUB3) TO CARD-ENTRY (CARD-SUB2).
           MOVE CARD-HOLD TO CARD-ENTRY (CARD-SUB3).
       045-SORT-COMPARE-EXIT.
           EXIT.
      *
      *    MATCH THE OLD LEDGER AGAINST THE SORTED CARDS.
      *
       050-MATCH-LEDGER.
           IF CARD-SUB GREATER THAN CARD-CT
               MOVE HIGH-VALUES TO NEXT-CARD-KEY
           ELSE
               MOVE CARD-KEY (CARD-SUB) TO NEXT-CARD-KEY.
           IF OL-KEY = HIGH-VALUES AND NEXT-CARD-KEY = HIGH-VALUES
               GO TO 350-END-OF-LEDGER.
           IF OL-KEY LESS THAN NEXT-CARD-KEY
               MOVE OLDLGR-REC TO LEDGER-WS
               PERFORM 100-READ-OLD THRU 100-READ-OLD-EXIT
               PERFORM 250-WRITE-LEDGER THRU 250-WRITE-EXIT
               GO TO 050-MATCH-LEDGER.
           MOVE NEXT-CARD-KEY TO CURR-KEY.
           MOVE "0" TO HAVE-REC-IND.
           IF OL-KEY = NEXT-CARD-KEY
               MOVE OLDLGR-REC TO LEDGER-WS
               MOVE "1" TO HAVE-REC-IND
               PERFORM 100-READ-OLD THRU 100-READ-OLD-EXIT.
       060-POST-CARDS.
           IF CARD-SUB GREATER THAN CARD-CT
               GO TO 070-KEY-DONE.
           IF CARD-KEY (CARD-SUB) NOT = CURR-KEY
               GO TO 070-KEY-DONE.
           MOVE CARD-IMAGE (CARD-SUB) TO TRANS-INPUT-WS.
           PERFORM 200-PRICE-CARD THRU 200-PRICE-EXIT.
           PERFORM 150-POST-ONE-CARD THRU 150-POST-EXIT.
           ADD 1 TO CARD-SUB.
           GO TO 060-POST-CARDS.
       070-KEY-DONE.
           IF HAVE-REC-IND = "1"
               PERFORM 250-WRITE-LEDGER THRU 250-WRITE-EXIT.
           GO TO 050-MATCH-LEDGER.
      *
      *    READ THE OLD LEDGER, CHECK ITS SEQUENCE, AND TAKE THE
      *    OPENING VALUE FOR THE REGION.
      *
       100-READ-OLD.
           READ OLDLGR AT END
               MOVE HIGH-VALUES TO OL-KEY
               GO TO 100-READ-OLD-EXIT.
           IF OL-KEY NOT GREATER THAN PRIOR-OLD-KEY
               DISPLAY "PROPLG OUT OF SEQUENCE AT " OL-KEY UPON CONSOLE
               DISPLAY "LEDGER NOT UPDATED" UPON CONSOLE
               CLOSE VALFIL, BALFWD, OLDLGR, NEWLGR, PRINT, EXCPRT
               STOP RUN.
           MOVE OL-KEY TO PRIOR-OLD-KEY.
           MOVE OL-REGION TO REGION-KEY.
           PERFORM 280-FIND-REGION THRU 290-FIND-REG-EXIT.
           ADD OL-TOTAL-VALUE TO RT-OPEN (REG-SUB).
       100-READ-OLD-EXIT.
           EXIT.
      *
      *    POST ONE CARD TO THE LEDGER RECORD IN LEDGER-WS.
      *
       150-POST-ONE-CARD.
           IF TRANS-TYPE = "E"
               MOVE "TRANS CODE NOT VALID" TO REJ-REASON
               GO TO 190-REJECT-CARD.
           IF FSNA-IN = "FCLT" OR "INST"
               MOVE ZERO TO LEDGER-QUAN
           ELSE
               MOVE QUAN-WS TO LEDGER-QUAN.
           IF TRANS-TYPE = "D" OR "O"
               GO TO 170-POST-DECREASE.
           IF HAVE-REC-IND = "1"
               GO TO 160-POST-INCREASE.
           MOVE SPACES TO LEDGER-WS.
           MOVE CARD-KEY-IN TO PL-KEY.
           MOVE REGION-IN TO PL-REGION.
           MOVE EQUIPMENT-IN TO PL-EQUIPMENT.
           MOVE OWN-IN TO PL-OWN.
           MOVE ASSET-CODE-IN TO PL-ASSET-CODE.
           MOVE ZEROS TO PL-QUANTITY, PL-UNIT-VALUE, PL-TOTAL-VALUE.
           MOVE "1" TO HAVE-REC-IND.
       160-POST-INCREASE.
           ADD LEDGER-QUAN TO PL-QUANTITY.
           ADD TEMP-TOTAL TO PL-TOTAL-VALUE.
           IF LEDGER-QUAN NOT = ZERO
               MOVE UNIT-VALUE-IN TO PL-UNIT-VALUE.
           IF EQUIPMENT-IN NOT = SPACES
               MOVE EQUIPMENT-IN TO PL-EQUIPMENT.
           MOVE PL-REGION TO REGION-KEY.
           PERFORM 280-FIND-REGION THRU 290-FIND-REG-EXIT.
           IF TRANS-TYPE = "X"
               ADD TEMP-TOTAL TO RT-XFER-IN (REG-SUB)
           ELSE
               ADD TEMP-TOTAL TO RT-ADDS (REG-SUB).
           GO TO 180-POSTED.
       170-POST-DECREASE.
           IF HAVE-REC-IND NOT = "1"
               MOVE "NOT ON PROPERTY LEDGER" TO REJ-REASON
               GO TO 190-REJECT-CARD.
           IF LEDGER-QUAN GREATER THAN PL-QUANTITY
               MOVE "QUANTITY EXCEEDS LEDGER" TO REJ-REASON
               GO TO 190-REJECT-CARD.
           IF TEMP-TOTAL GREATER THAN PL-TOTAL-VALUE
               MOVE "VALUE EXCEEDS LEDGER" TO REJ-REASON
               GO TO 190-REJECT-CARD.
           SUBTRACT LEDGER-QUAN FROM PL-QUANTITY.
           SUBTRACT TEMP-TOTAL FROM PL-TOTAL-VALUE.
           MOVE PL-REGION TO REGION-KEY.
           PERFORM 280-FIND-REGION THRU 290-FIND-REG-EXIT.
           IF TRANS-TYPE = "O"
               ADD TEMP-TOTAL TO RT-XFER-OUT (REG-SUB)
           ELSE
               ADD TEMP-TOTAL TO RT-DISPOSE (REG-SUB).
       180-POSTED.
           MOVE TRANS-CODE-IN TO PL-LAST-TRANS.
           MOVE ACTION-DATE-IN TO PL-LAST-ACTION.
           MOVE DOC-NUM-IN TO PL-LAST-DOC.
           ADD QUAN-WS TO POST-CTR.
           IF TRANS-TYPE = "I" OR "X"
               ADD TEMP-TOTAL TO POST-AMT
           ELSE
               SUBTRACT TEMP-TOTAL FROM POST-AMT.
           GO TO 150-POST-EXIT.
       190-REJECT-CARD.
           ADD QUAN-WS TO REJ-CTR.
           MOVE TRANS-INPUT-WS TO EXC-CARD.
           MOVE REJ-REASON TO EXC-REASON.
           MOVE TEMP-TOTAL TO EXC-AMT.
           IF TRANS-TYPE = "I" OR "X"
               ADD TEMP-TOTAL TO REJ-AMT
           ELSE
               SUBTRACT TEMP-TOTAL FROM REJ-AMT
               MOVE ZERO TO PROOF-AMT
               SUBTRACT TEMP-TOTAL FROM PROOF-AMT
               MOVE PROOF-AMT TO EXC-AMT.
           IF EXC-LINE-CTR = ZERO OR EXC-LINE-CTR > 46
               PERFORM 320-EXC-HEADER THRU 320-EXC-HEADER-EXIT.
           MOVE EXC-DETAIL TO EXC-IO.
           WRITE EXC-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO EXC-LINE-CTR.
       150-POST-EXIT.
           EXIT.
      *
      *    QUANTITY AND VALUE OF A CARD AS BB01A COUNTS THEM, AND
      *    THE KIND OF TRANSACTION -
      *    I = ADDITION  X = TRANSFER IN  O = TRANSFER OUT
      *    D = DISPOSAL  E = CODE NOT IN EITHER TABLE.
      *
       200-PRICE-CARD.
           IF FSNA-IN = "FCLT" OR "INST"
               MOVE TOTAL-VALUE-IN TO TEMP-TOTAL
               MOVE 01 TO QUAN-WS
               GO TO 210-CHECK-IF-INCR.
           MOVE UNIT-VALUE-IN TO UNIT-VALUE-WS.
           MOVE QUANTITY-IN-9 TO QUAN-WS.
           MULTIPLY UNIT-VALUE-WS BY QUAN-WS GIVING TEMP-TOTAL.
       210-CHECK-IF-INCR.
           MOVE 1 TO SUB.
       215-INCR-LOOKUP.
           MOVE INCR-TBL (SUB) TO TR-HOLD.
           IF TRANS-CODE-IN = TR-HOLD
               MOVE "I" TO TRANS-TYPE
               IF TRANS-CODE-IN = XFER-IN-CD
                   MOVE "X" TO TRANS-TYPE
                   GO TO 200-PRICE-EXIT
               ELSE
                   GO TO 200-PRICE-EXIT.
           IF SUB = 20
               MOVE 1 TO SUB
               GO TO 220-DECR-LOOKUP.
           ADD 1 TO SUB.
           GO TO 215-INCR-LOOKUP.
       220-DECR-LOOKUP.
           MOVE DECR-TBL (SUB) TO TR-HOLD.
           IF TRANS-CODE-IN = TR-HOLD
               MOVE "D" TO TRANS-TYPE
               IF TRANS-CODE-IN = XFER-OUT-CD
                   MOVE "O" TO TRANS-TYPE
                   GO TO 200-PRICE-EXIT
               ELSE
                   GO TO 200-PRICE-EXIT.
           IF SUB = 22
               MOVE "E" TO TRANS-TYPE
               GO TO 200-PRICE-EXIT.
           ADD 1 TO SUB.
           GO TO 220-DECR-LOOKUP.
       200-PRICE-EXIT.
           EXIT.
      *
      *    WRITE THE NEW LEDGER RECORD AND ITS REGISTER LINE.
      *
       250-WRITE-LEDGER.
           IF PL-QUANTITY = ZERO AND PL-TOTAL-VALUE = ZERO
               ADD 1 TO DROP-CTR
               GO TO 250-WRITE-EXIT.
           WRITE NEWLGR-REC FROM LEDGER-WS.
           MOVE PL-REGION TO REGION-KEY.
           PERFORM 280-FIND-REGION THRU 290-FIND-REG-EXIT.
           ADD PL-TOTAL-VALUE TO RT-CLOSE (REG-SUB).
           IF PL-CST-CEN-CODE NOT = CC-HOLD
               PERFORM 260-END-LOCATION THRU 260-END-LOCATION-EXIT
               PERFORM 270-END-COST-CENTER THRU 270-END-CC-EXIT
           ELSE
               IF PL-LOCATION NOT = LOC-HOLD
                   PERFORM 260-END-LOCATION
                       THRU 260-END-LOCATION-EXIT.
           MOVE PL-CST-CEN-CODE TO CST-CEN-RPT.
           MOVE PL-LOCATION     TO LOCATION-RPT.
           MOVE PL-FAC-ID       TO FAC-TYPE-RPT.
           MOVE PL-FSNA         TO FSNA-RPT.
           MOVE PL-FSNB         TO FSNB-RPT.
           MOVE PL-FSNC         TO FSNC-RPT.
           MOVE PL-FSND         TO FSND-RPT.
           MOVE HYPHEN          TO DASH1-RPT, DASH2-RPT, DASH3-RPT.
           MOVE PL-EQUIPMENT    TO EQUIP-RPT.
           MOVE PL-OWN          TO OWN-RPT.
           MOVE PL-ASSET-CODE   TO ASS-CODE-RPT.
           MOVE PL-QUANTITY     TO QUANTITY-RPT.
           MOVE PL-UNIT-VALUE   TO UNIT-VALUE-RPT.
           MOVE PL-TOTAL-VALUE  TO TOTAL-VALUE-RPT.
           MOVE PL-LAST-TRANS   TO TRANS-CODE-RPT.
           MOVE PL-LAST-ACTION  TO ACTION-WORK.
           MOVE ACTION-MONTH    TO MONTH-RPT.
           MOVE ACTION-YEAR     TO YEAR-RPT.
           MOVE PL-LAST-DOC     TO DOC-NUM-RPT.
           IF PL-LAST-ACTION = SPACES
               MOVE SPACE TO DASH3-RPT.
           MOVE DETAIL-LINE TO PRINT-IO.
           PERFORM 320-WRITE-A-LINE THRU 340-WRITE-EXIT.
           ADD PL-QUANTITY TO LOC-QUAN, CC-QUAN, OV-QUAN.
           ADD PL-TOTAL-VALUE TO LOC-AMT, CC-AMT, OV-AMT.
       250-WRITE-EXIT.
           EXIT.
      *
      *    LOCATION AND COST CENTER TOTALS.
      *
       260-END-LOCATION.
           IF LOC-HOLD = LOW-VALUES
               GO TO 260-SET-LOCATION.
           MOVE LOC-HOLD TO TOT-KEY-RPT.
           MOVE "LOCATION TOTAL" TO TOT-TEXT-RPT.
           MOVE LOC-QUAN TO TOT-QUAN-RPT.
           MOVE LOC-AMT TO TOT-AMT-RPT.
           MOVE TOTAL-LINE TO PRINT-IO.
           PERFORM 320-WRITE-A-LINE THRU 340-WRITE-EXIT.
           MOVE SPACES TO PRINT-IO.
           PERFORM 320-WRITE-A-LINE THRU 340-WRITE-EXIT.
       260-SET-LOCATION.
           MOVE ZEROS TO LOC-QUAN, LOC-AMT.
           MOVE PL-LOCATION TO LOC-HOLD.
       260-END-LOCATION-EXIT.
           EXIT.
       270-END-COST-CENTER.
           IF CC-HOLD = LOW-VALUES
               GO TO 270-SET-COST-CENTER.
           MOVE CC-HOLD TO TOT-KEY-RPT.
           MOVE "COST CENTER TOTAL" TO TOT-TEXT-RPT.
           MOVE CC-QUAN TO TOT-QUAN-RPT.
           MOVE CC-AMT TO TOT-AMT-RPT.
           MOVE TOTAL-LINE TO PRINT-IO.
           PERFORM 320-WRITE-A-LINE THRU 340-WRITE-EXIT.
           MOVE SPACES TO PRINT-IO.
           PERFORM 320-WRITE-A-LINE THRU 340-WRITE-EXIT.
       270-SET-COST-CENTER.
           MOVE ZEROS TO CC-QUAN, CC-AMT.
           MOVE PL-CST-CEN-CODE TO CC-HOLD.
       270-END-CC-EXIT.
           EXIT.
      *
      *    FIND OR ADD THE REGION OF THE LEDGER RECORD.
      *
       280-FIND-REGION.
           MOVE 1 TO REG-SUB.
       285-REGION-LOOKUP.
           IF REG-SUB GREATER THAN REG-CT
               GO TO 287-ADD-REGION.
           IF RT-CODE (REG-SUB) = REGION-KEY
               GO TO 290-FIND-REG-EXIT.
           ADD 1 TO REG-SUB.
           GO TO 285-REGION-LOOKUP.
       287-ADD-REGION.
           IF REG-CT NOT LESS THAN 20
               MOVE 20 TO REG-SUB
               GO TO 290-FIND-REG-EXIT.
           ADD 1 TO REG-CT.
           MOVE REG-CT TO REG-SUB.
           MOVE REGION-KEY TO RT-CODE (REG-SUB).
           MOVE ZEROS TO RT-OPEN (REG-SUB), RT-ADDS (REG-SUB),
               RT-XFER-IN (REG-SUB), RT-XFER-OUT (REG-SUB),
               RT-DISPOSE (REG-SUB), RT-CLOSE (REG-SUB).
       290-FIND-REG-EXIT.
           EXIT.
      *
      *    PRINT ROUTINES.
      *
       300-HEADER-ROUTINE.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO PAGE-HDR.
           MOVE HEAD-1 TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE HEAD-2 TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE HEAD-3 TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           MOVE SPACES TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           MOVE 5 TO LINE-CTR.
       310-HDR-RTN-EXIT.
           EXIT.
       320-EXC-HEADER.
           ADD 1 TO EXC-PAGE-CTR.
           MOVE EXC-PAGE-CTR TO PAGE-HDR.
           MOVE EXCEPT-TITLE TO HEAD-TITLE.
           MOVE HEAD-1 TO EXC-IO.
           WRITE EXC-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO EXC-IO.
           WRITE EXC-LINE AFTER ADVANCING 1 LINES.
           MOVE REGISTER-TITLE TO HEAD-TITLE.
           MOVE PAGE-CTR TO PAGE-HDR.
           MOVE 3 TO EXC-LINE-CTR.
       320-EXC-HEADER-EXIT.
           EXIT.
       320-WRITE-A-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           MOVE SPACES TO PRINT-IO.
           ADD 1 TO LINE-CTR.
       330-CHECK-OVERFLOW.
           IF LINE-CTR > 50
               PERFORM 300-HEADER-ROUTINE THRU 310-HDR-RTN-EXIT.
       340-WRITE-EXIT.
           EXIT.
      *
      *    END OF LEDGER - LAST TOTALS, THEN THE RECONCILIATION.
      *
       350-END-OF-LEDGER.
           MOVE HIGH-VALUES TO PL-CST-CEN-CODE, PL-LOCATION.
           PERFORM 260-END-LOCATION THRU 260-END-LOCATION-EXIT.
           PERFORM 270-END-COST-CENTER THRU 270-END-CC-EXIT.
           MOVE SPACES TO TOT-KEY-RPT.
           MOVE "OVERALL TOTAL" TO TOT-TEXT-RPT.
           MOVE OV-QUAN TO TOT-QUAN-RPT.
           MOVE OV-AMT TO TOT-AMT-RPT.
           MOVE TOTAL-LINE TO PRINT-IO.
           PERFORM 320-WRITE-A-LINE THRU 340-WRITE-EXIT.
           MOVE RECON-TITLE TO HEAD-TITLE.
           MOVE ZEROS TO PAGE-CTR.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO PAGE-HDR.
           MOVE HEAD-1 TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE RECON-HEAD TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           PERFORM 360-REGION-LINE THRU 360-REGION-LINE-EXIT
               VARYING REG-SUB FROM 1 BY 1
               UNTIL REG-SUB GREATER THAN REG-CT.
      *
      *    VALFIL AGAINST THE BB01A BALANCE FORWARD.
      *
           MOVE "VALFIL CARDS - ITEMS AND NET VALUE" TO CTL-TEXT-RPT.
           MOVE VAL-CTR TO CTL-CTR-RPT.
           MOVE VAL-AMT TO CTL-AMT-RPT.
           MOVE CONTROL-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 3 LINES.
           MOVE "BB01A BALANCE FORWARD" TO CTL-TEXT-RPT.
           IF BALFWD-IND NOT = "1"
               MOVE "BB01A BALANCE FORWARD - NOT FOUND"
                   TO CTL-TEXT-RPT
               MOVE "0" TO CERTIFY-IND.
           MOVE BF-CTR TO CTL-CTR-RPT.
           MOVE BF-AMT TO CTL-AMT-RPT.
           MOVE CONTROL-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           SUBTRACT VAL-CTR FROM BF-CTR GIVING DIFF-CTR.
           SUBTRACT VAL-AMT FROM BF-AMT GIVING DIFF-AMT.
           IF DIFF-CTR NOT = ZERO OR DIFF-AMT NOT = ZERO
               MOVE "0" TO CERTIFY-IND.
           MOVE "DIFFERENCE - NOT IN VALFIL" TO CTL-TEXT-RPT.
           MOVE DIFF-CTR TO CTL-CTR-RPT.
           MOVE DIFF-AMT TO CTL-AMT-RPT.
           MOVE CONTROL-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           MOVE "POSTED TO PROPERTY LEDGER" TO CTL-TEXT-RPT.
           MOVE POST-CTR TO CTL-CTR-RPT.
           MOVE POST-AMT TO CTL-AMT-RPT.
           MOVE CONTROL-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE "REJECTED - SEE EXCEPTION LISTING" TO CTL-TEXT-RPT.
           MOVE REJ-CTR TO CTL-CTR-RPT.
           MOVE REJ-AMT TO CTL-AMT-RPT.
           MOVE CONTROL-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           IF REJ-CTR NOT = ZERO OR REJ-AMT NOT = ZERO
               MOVE "0" TO CERTIFY-IND.
           MOVE "LEDGER RECORDS CLEARED" TO CTL-TEXT-RPT.
           MOVE DROP-CTR TO CTL-CTR-RPT.
           MOVE ZERO TO CTL-AMT-RPT.
           MOVE CONTROL-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
           MOVE DATE-IN TO CERT-DATE.
           IF CERTIFY-IND = "1"
               MOVE "REGION PROPERTY TOTALS CERTIFIED AS OF"
                   TO CERT-TEXT
           ELSE
               MOVE "NOT CERTIFIED - RESOLVE DIFFERENCES AS OF"
                   TO CERT-TEXT.
           MOVE CERTIFY-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 3 LINES.
           IF REJ-CTR = ZERO
               IF EXC-LINE-CTR = ZERO
                   PERFORM 320-EXC-HEADER THRU 320-EXC-HEADER-EXIT
                   MOVE "      NO EXCEPTIONS" TO EXC-IO
                   WRITE EXC-LINE AFTER ADVANCING 1 LINES.
           CLOSE VALFIL, BALFWD, OLDLGR, NEWLGR, PRINT, EXCPRT.
           DISPLAY "END BB02A" UPON CONSOLE.
           STOP RUN.
       360-REGION-LINE.
           MOVE RT-CODE (REG-SUB) TO RCN-CODE.
           MOVE "REGION NOT IN TABLE" TO RCN-NAME.
           MOVE 1 TO SUB.
       365-REGION-NAME.
           MOVE REG-TBL (SUB) TO REG-BRKDWN.
           IF REG-CODE-TBL = RT-CODE (REG-SUB)
               MOVE REG-NAME-TBL TO RCN-NAME
               GO TO 370-REGION-PROVE.
           IF SUB < 11
               ADD 1 TO SUB
               GO TO 365-REGION-NAME.
       370-REGION-PROVE.
           MOVE RT-OPEN (REG-SUB) TO PROOF-AMT.
           ADD RT-ADDS (REG-SUB), RT-XFER-IN (REG-SUB) TO PROOF-AMT.
           SUBTRACT RT-XFER-OUT (REG-SUB), RT-DISPOSE (REG-SUB)
               FROM PROOF-AMT.
           MOVE "PROVED" TO RCN-FLAG.
           IF PROOF-AMT NOT = RT-CLOSE (REG-SUB)
               MOVE "0" TO CERTIFY-IND
               MOVE "**OUT**" TO RCN-FLAG.
           MOVE RT-OPEN (REG-SUB) TO RCN-OPEN.
           MOVE RT-ADDS (REG-SUB) TO RCN-ADDS.
           MOVE RT-XFER-IN (REG-SUB) TO RCN-XFER-IN.
           MOVE RT-XFER-OUT (REG-SUB) TO RCN-XFER-OUT.
           MOVE RT-DISPOSE (REG-SUB) TO RCN-DISPOSE.
           MOVE RT-CLOSE (REG-SUB) TO RCN-CLOSE.
           MOVE RECON-LINE TO PRINT-IO.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINES.
       360-REGION-LINE-EXIT.
           EXIT.
