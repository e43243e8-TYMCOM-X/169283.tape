IDENTIFICATION DIVISION.
PROGRAM-ID.  'T3096'.
REMARKS. DESIGN-YEAR VOLUME PROJECTIONS FROM THE LATEST VOLFILE COUNT.
     EACH INTERSECTION ON THE REQUEST CARDS IS PROJECTED 5, 10 AND
     20 YEARS OUT FROM THE BASE YEAR ENTERED AT THE CONSOLE, USING
     THE ANNUAL GROWTH RATE ON THE GROWTH FACTOR FILE FOR ITS
     JURISDICTION (JURIS-FILE CODE ON THE REQUEST CARD) AND ROAD
     CLASS (ISFILE CLASS CODE).  A CLASS OR JURISDICTION OF * ON A
     GROWTH CARD APPLIES TO ALL.  THE DAILY TOTALS ARE ADJUSTED BY
     THE VOLFILE ADJUSTMENT FACTOR THE WAY T3090 DOES FOR ALL BUT
     MACHINE COUNTS, AND THE DESIGN HOUR IS THE HIGHER OF THE AM
     AND PM PEAKS.  PROJECTED COUNTS ARE WRITTEN IN THE VOLFILE
     LAYOUT TO VOLPRJ, AND THE HOURLY APPROACH VOLUMES IN THE VOLHR
     LAYOUT TO VHRPRJ, UNDER INDEX P05, P10 OR P20 SO THE WARRANT
     RUN CAN TAKE THEM IN PLACE OF ACTUAL COUNTS.  THE REQUESTS ARE
     PUT IN INTERSECTION ORDER BEFORE THE PROJECTIONS ARE WRITTEN SO
     VOLPRJ AND VHRPRJ ARE LOADED IN KEY SEQUENCE.
ENVIRONMENT  DIVISION.
CONFIGURATION  SECTION.
SOURCE-COMPUTER.  PDP-10.
OBJECT-COMPUTER.  PDP-10.
SPECIAL-NAMES.
        CHANNEL (1) IS TOP-OF-PAGE.
INPUT-OUTPUT  SECTION.
FILE-CONTROL.
     SELECT REQFILE ASSIGN DSK,
      RECORDING MODE IS ASCII.
     SELECT GROWFILE ASSIGN DSK,
      RECORDING MODE IS ASCII.
     SELECT OPTIONAL  JURIS-FILE ASSIGN DSK,
      RECORDING MODE IS ASCII.
     SELECT OPTIONAL  VOLFILE ASSIGN DSK,
      RECORDING MODE IS ASCII
             RESERVE NO ALTERNATE AREA
             ACCESS MODE IS INDEXED
             RECORD KEY IS VOL-REC-KEY
             SYMBOLIC KEY IS VOL-SYM-KEY.
     SELECT OPTIONAL  VOLHR ASSIGN DSK,
      RECORDING MODE IS ASCII
             RESERVE NO ALTERNATE AREA
             ACCESS MODE IS INDEXED
             RECORD KEY IS VH-REC-KEY
             SYMBOLIC KEY IS VH-SYM-KEY.
     SELECT ISFILE ASSIGN DSK,
      RECORDING MODE IS ASCII
             ACCESS MODE IS INDEXED
             RECORD KEY IS IS-REC-KEY
             SYMBOLIC KEY IS SYM-KEY.
     SELECT VOLPRJ ASSIGN DSK,
      RECORDING MODE IS ASCII
             ACCESS MODE IS INDEXED
             RECORD KEY IS VP-REC-KEY
             SYMBOLIC KEY IS VP-SYM-KEY.
     SELECT VHRPRJ ASSIGN DSK,
      RECORDING MODE IS ASCII
             ACCESS MODE IS INDEXED
             RECORD KEY IS HP-REC-KEY
             SYMBOLIC KEY IS HP-SYM-KEY.
     SELECT PRJ-RPT ASSIGN DSK,
      RECORDING MODE IS ASCII.
DATA  DIVISION.
FILE  SECTION.
FD   REQFILE
         VALUE OF IDENTIFICATION IS "PRJREQDAT"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 80 CHARACTERS
     DATA RECORD IS REQ-REC.
01   REQ-REC.
     03 REQ-ST-1             PICTURE X(5).
     03 REQ-ST-2             PICTURE X(5).
     03 REQ-JURIS            PICTURE X.
     03 FILLER               PICTURE X(69).
FD   GROWFILE
         VALUE OF IDENTIFICATION IS "GROWFCDAT"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 80 CHARACTERS
     DATA RECORD IS GROW-REC.
01   GROW-REC.
     03 GF-JURIS             PICTURE X.
     03 GF-CLASS             PICTURE X.
     03 GF-SIGN              PICTURE X.
     03 GF-RATE              PICTURE 99V99.
     03 FILLER               PICTURE X(73).
FD   JURIS-FILE
         VALUE OF IDENTIFICATION IS "JURIS2DAT"
     LABEL RECORDS ARE STANDARD
     DATA RECORD IS J.
01   J.
     03 J-CODE                   PICTURE X(01).
     03 J-NAME                   PICTURE X(20).
     03 FILLER                   PICTURE X(59).
FD   VOLFILE
         VALUE OF IDENTIFICATION IS "VOL   IDX"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 110 CHARACTERS
     DATA RECORD IS VOLFILE-REC.
01   VOLFILE-REC.
     03 VOL-DELETE-CODE      PICTURE X.
     03 VOL-REC-KEY.
        05 VOL-REC-ST.
           07 VOL-REC-ST-1   PICTURE X(5).
           07 VOL-REC-ST-2   PICTURE X(5).
        05 VOL-REC-INDEX     PICTURE XXX.
     03 VOL-LATEST           PICTURE XXX.
     03 VOL-OLDEST           PICTURE XXX.
     03 VOL-REC-CODE         PICTURE 9.
     03 VOL-DATE.
        05 VOL-YR            PICTURE 99.
        05 VOL-MO            PICTURE 99.
        05 VOL-DA            PICTURE 99.
     03 FILLER               PICTURE X(8).
     03 VOL-AM-PM-PEAK.
        05 VOL-PEAK OCCURS 2 TIMES.
           07 VOL-N-E.
              09 V-NE-HR     PICTURE XXX.
              09 V-NE-VOL    PICTURE 9999.
           07 VOL-S-W.
              09 V-SW-HR     PICTURE XXX.
              09 V-SW-VOL    PICTURE 9999.
           07 VOL-TOT.
              09 V-TOT-HR    PICTURE XXX.
              09 V-TOT-VOL   PICTURE 9999.
     03 VOL-TOTALS-HR.
        05 VOL-TOTAL-NE      PICTURE X(5).
        05 VOL-TOTAL-NE-N REDEFINES VOL-TOTAL-NE PICTURE S9(5).
        05 VOL-TOTAL-SW      PICTURE X(5).
        05 VOL-TOTAL-SW-N REDEFINES VOL-TOTAL-SW PICTURE S9(5).
        05 VOL-TOTAL-TOT     PICTURE X(5).
        05 VOL-TOTAL-TOT-N REDEFINES VOL-TOTAL-TOT PICTURE S9(5).
     03 VOL-PHY-DESC.
        05 VOL-MED           PICTURE XXX.
        05 VOL-ADJ-FAC REDEFINES VOL-MED     PICTURE  9V99.
        05 VOL-RD-WIDTH      PICTURE XXXX.
        05 VOL-NO-LA         PICTURE XX.
     03 VOL-PHF-AM           PICTURE 9V99.
     03 VOL-PHF-PM           PICTURE 9V99.
     03 FILLER               PICTURE XXX.
FD   VOLHR
         VALUE OF IDENTIFICATION IS "VOLHR IDX"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 410 CHARACTERS
     DATA RECORD IS VOLHR-REC.
01   VOLHR-REC.
     03 VH-DELETE-CODE       PICTURE X.
     03 VH-REC-KEY.
        05 VH-REC-ST-1       PICTURE X(5).
        05 VH-REC-ST-2       PICTURE X(5).
        05 VH-REC-INDEX      PICTURE XXX.
     03 VH-DATE              PICTURE X(6).
     03 VH-HOUR OCCURS 24 TIMES.
        05 VH-APPR OCCURS 4 TIMES PICTURE 9(4).
     03 FILLER               PICTURE X(6).
FD   ISFILE
         VALUE OF IDENTIFICATION IS "INTSRTIDX"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 300 CHARACTERS
     BLOCK CONTAINS 10 RECORDS
     DATA RECORD IS IS-REC.
01   IS-REC.
     03 IS-DELETE-CODE       PICTURE X.
     03 IS-REC-KEY.
        05 IS-REC-ST-1       PICTURE X(5).
        05 IS-REC-ST-2       PICTURE X(5).
     03 IS-NAME              PICTURE X(60).
     03 IS-CLASS-CODE        PICTURE 9.
     03 FILLER               PICTURE X(228).
FD   VOLPRJ
         VALUE OF IDENTIFICATION IS "VOLPRJIDX"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 110 CHARACTERS
     DATA RECORD IS VOLPRJ-REC.
01   VOLPRJ-REC.
     03 FILLER               PICTURE X.
     03 VP-REC-KEY           PICTURE X(13).
     03 FILLER               PICTURE X(96).
FD   VHRPRJ
         VALUE OF IDENTIFICATION IS "VHRPRJIDX"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 410 CHARACTERS
     DATA RECORD IS VHRPRJ-REC.
01   VHRPRJ-REC.
     03 FILLER               PICTURE X.
     03 HP-REC-KEY           PICTURE X(13).
     03 FILLER               PICTURE X(396).
FD   PRJ-RPT
         VALUE OF IDENTIFICATION IS "T96RPTDAT"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 110 CHARACTERS
     DATA RECORD IS PRJ-RPT-REC.
01   PRJ-RPT-REC             PICTURE X(110).
WORKING-STORAGE  SECTION.
77   VOL-SYM-KEY             PICTURE X(13) VALUE LOW-VALUES.
77   VH-SYM-KEY              PICTURE X(13) VALUE LOW-VALUES.
77   VP-SYM-KEY              PICTURE X(13) VALUE LOW-VALUES.
77   HP-SYM-KEY              PICTURE X(13) VALUE LOW-VALUES.
77   RUN-DATE                PICTURE 9(6) VALUE ZERO.
77   BASE-YEAR               PICTURE 99 VALUE ZERO.
77   REQ-CT                  PICTURE 999 VALUE ZERO.
77   REQ-SUB                 PICTURE 999 VALUE ZERO.
77   REQ-FOUND               PICTURE 999 VALUE ZERO.
77   REQ-SUB2                PICTURE 999 VALUE ZERO.
77   GRW-CT                  PICTURE 999 VALUE ZERO.
77   GRW-SUB                 PICTURE 999 VALUE ZERO.
77   GRW-FOUND               PICTURE 999 VALUE ZERO.
77   ANT                     PICTURE 99 VALUE ZERO.
77   HZ-SUB                  PICTURE 9 VALUE ZERO.
77   HR-SUB                  PICTURE 99 VALUE ZERO.
77   APPR-SUB                PICTURE 9 VALUE ZERO.
77   YR-SUB                  PICTURE 99 VALUE ZERO.
77   GROW-YEARS              PICTURE 99 VALUE ZERO.
77   HORIZON-YR              PICTURE 99 VALUE ZERO.
77   CLASS-SUB               PICTURE 99 VALUE ZERO.
77   LOOK-JURIS              PICTURE X VALUE SPACE.
77   LOOK-CLASS              PICTURE X VALUE SPACE.
77   RATE-MULT               PICTURE 9V9999 VALUE ZERO.
77   GROW-FACTOR             PICTURE 99V9(6) VALUE ZERO.
77   BASE-ADT                PICTURE 9(6) VALUE ZERO.
77   BASE-NE                 PICTURE 9(6) VALUE ZERO.
77   BASE-SW                 PICTURE 9(6) VALUE ZERO.
77   BASE-DHV                PICTURE 9(5) VALUE ZERO.
77   BASE-DHV-NE             PICTURE 9(5) VALUE ZERO.
77   BASE-DHV-SW             PICTURE 9(5) VALUE ZERO.
77   PEAK-SUB                PICTURE 9 VALUE ZERO.
77   PRJ-ADT                 PICTURE 9(6) VALUE ZERO.
77   PRJ-NE                  PICTURE 9(6) VALUE ZERO.
77   PRJ-SW                  PICTURE 9(6) VALUE ZERO.
77   PRJ-DHV                 PICTURE 9(5) VALUE ZERO.
77   PRJ-DHV-NE              PICTURE 9(5) VALUE ZERO.
77   PRJ-DHV-SW              PICTURE 9(5) VALUE ZERO.
77   PRJ-HOUR                PICTURE 9(5) VALUE ZERO.
77   HAVE-HOURS              PICTURE X VALUE "N".
77   PROJ-CT                 PICTURE 999 VALUE ZERO.
77   NO-DATA-CT              PICTURE 999 VALUE ZERO.
77   VP-WRITE-CT             PICTURE 9(4) VALUE ZERO.
77   HP-WRITE-CT             PICTURE 9(4) VALUE ZERO.
01   HZ-VALUES.
     03 FILLER               PICTURE X(12) VALUE "05P05 5 YEAR".
     03 FILLER               PICTURE X(12) VALUE "10P1010 YEAR".
     03 FILLER               PICTURE X(12) VALUE "20P2020 YEAR".
01   HZ-TABLE REDEFINES HZ-VALUES.
     03 HZ-ENTRY OCCURS 3 TIMES.
        05 HZ-YEARS          PICTURE 99.
        05 HZ-INDEX          PICTURE XXX.
        05 HZ-LABEL          PICTURE X(7).
01   CLASS-VALUES.
     03 FILLER   PICTURE X(21) VALUE '    LOCAL - LOCAL    '.
     03 FILLER   PICTURE X(21) VALUE 'COLLECTOR - LOCAL    '.
     03 FILLER   PICTURE X(21) VALUE 'COLLECTOR - COLLECTOR'.
     03 FILLER   PICTURE X(21) VALUE 'MINOR ART - LOCAL    '.
     03 FILLER   PICTURE X(21) VALUE 'MINOR ART - COLLECTOR'.
     03 FILLER   PICTURE X(21) VALUE 'MINOR ART - MINOR ART'.
     03 FILLER   PICTURE X(21) VALUE 'PRIM. ART - LOCAL    '.
     03 FILLER   PICTURE X(21) VALUE 'PRIM. ART - COLLECTOR'.
     03 FILLER   PICTURE X(21) VALUE 'PRIM. ART - MINOR ART'.
     03 FILLER   PICTURE X(21) VALUE 'PRIM. ART - PRIM. ART'.
01   CLASS-TABLE REDEFINES CLASS-VALUES.
     03 CLASS-NAME OCCURS 10 TIMES PICTURE X(21).
01   SYM-KEY.
     03 SYM-KEY-1            PICTURE X(5).
     03 SYM-KEY-2            PICTURE X(5).
01   PRJ-KEY.
     03 PK-ST-1              PICTURE X(5).
     03 PK-ST-2              PICTURE X(5).
     03 PK-INDEX             PICTURE XXX.
01   PRJ-DATE.
     03 PD-YR                PICTURE 99.
     03 PD-MO-DA             PICTURE X(4).
01   NAME-TABLE.
     03 NT-ELEMENTS  OCCURS 20.
        05 NT-CITY               PICTURE X(01).
        05 NT-NAME               PICTURE X(20).
01   GRW-TABLE.
     03 GRW-ENTRY OCCURS 100 TIMES.
        05 GT-JURIS          PICTURE X.
        05 GT-CLASS          PICTURE X.
        05 GT-SIGN           PICTURE X.
        05 GT-RATE           PICTURE 99V99.
01   REQ-TABLE.
     03 REQ-ENTRY OCCURS 100 TIMES.
        05 RQ-ST-1           PICTURE X(5).
        05 RQ-ST-2           PICTURE X(5).
        05 RQ-JURIS          PICTURE X.
        05 RQ-VOL-REC        PICTURE X(110).
01   REQ-HOLD                PICTURE X(121).
01   HOLD-VOL-REC            PICTURE X(110).
01   HOLD-VOL-R REDEFINES HOLD-VOL-REC.
     03 FILLER               PICTURE X(21).
     03 HV-DATE              PICTURE X(6).
     03 FILLER               PICTURE X(83).
01   HOLD-HR-REC             PICTURE X(410).
01   DATE-IN                 PICTURE X(6).
01   DATE-IN-R REDEFINES DATE-IN.
     03 DI-YY                PICTURE XX.
     03 DI-MM                PICTURE XX.
     03 DI-DD                PICTURE XX.
01   DATE-EDIT.
     03 DE-MM                PICTURE XX.
     03 FILLER               PICTURE X VALUE "/".
     03 DE-DD                PICTURE XX.
     03 FILLER               PICTURE X VALUE "/".
     03 DE-YY                PICTURE XX.
01   HEAD-1.
     03 FILLER  PICTURE X(25) VALUE SPACES.
     03 FILLER  PICTURE X(45) VALUE
        "DESIGN-YEAR VOLUME PROJECTIONS".
     03 FILLER  PICTURE X(10) VALUE "BASE YEAR ".
     03 H1-YEAR PICTURE 99.
01   INT-LINE.
     03 FILLER    PICTURE X(14) VALUE " INTERSECTION ".
     03 IL-ST-1   PICTURE X(5).
     03 FILLER    PICTURE X VALUE "/".
     03 IL-ST-2   PICTURE X(5).
     03 FILLER    PICTURE X(9) VALUE "   CLASS ".
     03 IL-CLASS  PICTURE X(21).
     03 FILLER    PICTURE X(16) VALUE "   JURISDICTION ".
     03 IL-JURIS  PICTURE X.
     03 FILLER    PICTURE X VALUE SPACE.
     03 IL-J-NAME PICTURE X(20).
01   BASE-LINE.
     03 FILLER    PICTURE X(14) VALUE " BASE COUNT   ".
     03 BL-DATE   PICTURE X(8).
     03 FILLER    PICTURE X(9) VALUE "   INDEX ".
     03 BL-INDEX  PICTURE XXX.
     03 FILLER    PICTURE X(17) VALUE "   ANNUAL GROWTH ".
     03 BL-SIGN   PICTURE X.
     03 BL-RATE   PICTURE Z9.99.
     03 FILLER    PICTURE X(14) VALUE " PCT  FACTOR  ".
     03 BL-SOURCE PICTURE X(24).
01   COL-HEAD-1.
     03 FILLER  PICTURE X(50) VALUE
        "  HORIZON  YEAR  YEARS   FACTOR       ADT    N/E B".
     03 FILLER  PICTURE X(50) VALUE
        "OUND  S/W BOUND    DESIGN HR   DHV N/E   DHV S/W  ".
01   PRJ-LINE.
     03 FILLER    PICTURE XX VALUE SPACES.
     03 PL-LABEL  PICTURE X(7).
     03 FILLER    PICTURE XXX VALUE SPACES.
     03 PL-YEAR   PICTURE 99.
     03 FILLER    PICTURE XXX VALUE SPACES.
     03 PL-YEARS  PICTURE ZZ9.
     03 FILLER    PICTURE XXX VALUE SPACES.
     03 PL-FACTOR PICTURE Z9.9999.
     03 PL-ADT    PICTURE ZZZZZZZZZ9.
     03 PL-NE     PICTURE ZZZZZZZZZZ9.
     03 PL-SW     PICTURE ZZZZZZZZZZ9.
     03 PL-DHV    PICTURE ZZZZZZZZZZZZ9.
     03 PL-DHV-NE PICTURE ZZZZZZZZZ9.
     03 PL-DHV-SW PICTURE ZZZZZZZZZ9.
01   HOUR-LINE.
     03 FILLER    PICTURE X(46) VALUE
        "   HOURLY APPROACH VOLUMES PROJECTED TO VHRPRJ".
01   NO-DATA-LINE.
     03 FILLER    PICTURE X VALUE SPACE.
     03 ND-ST-1   PICTURE X(5).
     03 FILLER    PICTURE X VALUE "/".
     03 ND-ST-2   PICTURE X(5).
     03 FILLER    PICTURE X(35) VALUE
        "   ** NO DATA ON VOLUME FILE **".
PROCEDURE  DIVISION.
STARTER.
     ACCEPT RUN-DATE FROM DATE.
     DISPLAY "BASE YEAR YY (BLANK=THIS YEAR): " WITH NO ADVANCING.
     ACCEPT BASE-YEAR.
     IF BASE-YEAR = ZERO DIVIDE RUN-DATE BY 10000 GIVING BASE-YEAR.
     OPEN INPUT JURIS-FILE.
     MOVE ZERO TO ANT.
     MOVE SPACES TO NAME-TABLE.
JURIS-READ.
     READ JURIS-FILE AT END GO TO LOAD-GROWTH.
     IF J-CODE = "*" GO TO JURIS-READ.
     IF ANT = 20 GO TO JURIS-READ.
     ADD 1 TO ANT.
     MOVE J-CODE TO NT-CITY (ANT).
     MOVE J-NAME TO NT-NAME (ANT).
     GO TO JURIS-READ.
LOAD-GROWTH.
     CLOSE JURIS-FILE.
     OPEN INPUT GROWFILE.
GROWTH-READ.
     READ GROWFILE AT END GO TO LOAD-REQS.
     IF GF-RATE NOT NUMERIC GO TO GROWTH-READ.
     IF GRW-CT = 100
         DISPLAY "T3096 - GROWTH FACTOR TABLE FULL"
         GO TO LOAD-REQS.
     ADD 1 TO GRW-CT.
     MOVE GF-JURIS TO GT-JURIS (GRW-CT).
     MOVE GF-CLASS TO GT-CLASS (GRW-CT).
     MOVE GF-SIGN TO GT-SIGN (GRW-CT).
     MOVE GF-RATE TO GT-RATE (GRW-CT).
     GO TO GROWTH-READ.
LOAD-REQS.
     CLOSE GROWFILE.
     OPEN INPUT REQFILE.
REQ-READ.
     READ REQFILE AT END GO TO SCAN-VOLFILE.
     IF REQ-ST-1 = SPACES GO TO REQ-READ.
     IF REQ-CT = 100
         DISPLAY "T3096 - REQUEST TABLE FULL"
         GO TO SCAN-VOLFILE.
     ADD 1 TO REQ-CT.
     MOVE REQ-ST-1 TO RQ-ST-1 (REQ-CT).
     MOVE REQ-ST-2 TO RQ-ST-2 (REQ-CT).
     MOVE REQ-JURIS TO RQ-JURIS (REQ-CT).
     MOVE SPACES TO RQ-VOL-REC (REQ-CT).
     GO TO REQ-READ.
SCAN-VOLFILE.
     CLOSE REQFILE.
     OPEN INPUT VOLFILE.
     MOVE LOW-VALUES TO VOL-SYM-KEY.
SCAN-READ.
     READ VOLFILE INVALID KEY GO TO PRINT-PROJECTIONS.
     IF VOL-DELETE-CODE NOT = SPACE GO TO SCAN-READ.
     IF VOL-TOTAL-TOT NOT NUMERIC GO TO SCAN-READ.
     MOVE ZERO TO REQ-FOUND.
     PERFORM MATCH-REQ THRU MATCH-REQ-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB GREATER THAN REQ-CT.
     IF REQ-FOUND = ZERO GO TO SCAN-READ.
     MOVE RQ-VOL-REC (REQ-FOUND) TO HOLD-VOL-REC.
     IF HOLD-VOL-REC NOT = SPACES
         AND VOL-DATE NOT GREATER THAN HV-DATE
         GO TO SCAN-READ.
     MOVE VOLFILE-REC TO RQ-VOL-REC (REQ-FOUND).
     GO TO SCAN-READ.
MATCH-REQ.
     IF RQ-ST-1 (REQ-SUB) = VOL-REC-ST-1
         AND RQ-ST-2 (REQ-SUB) = VOL-REC-ST-2
         MOVE REQ-SUB TO REQ-FOUND.
MATCH-REQ-EXIT.
     EXIT.
PRINT-PROJECTIONS.
     CLOSE VOLFILE.
     PERFORM SORT-REQ-PASS THRU SORT-REQ-PASS-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB NOT LESS THAN REQ-CT.
     OPEN INPUT VOLHR ISFILE.
     OPEN OUTPUT VOLPRJ VHRPRJ PRJ-RPT.
     MOVE BASE-YEAR TO H1-YEAR.
     WRITE PRJ-RPT-REC FROM HEAD-1 AFTER ADVANCING TOP-OF-PAGE.
     PERFORM PROJECT-ONE THRU PROJECT-ONE-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB GREATER THAN REQ-CT.
     CLOSE VOLHR ISFILE VOLPRJ VHRPRJ PRJ-RPT.
     DISPLAY "T3096 PROJECTIONS - INTERSECTIONS " PROJ-CT
         " NO DATA " NO-DATA-CT " VOLPRJ " VP-WRITE-CT
         " VHRPRJ " HP-WRITE-CT.
     STOP RUN.
SORT-REQ-PASS.
     PERFORM SORT-REQ-COMPARE THRU SORT-REQ-COMPARE-EXIT
         VARYING REQ-SUB2 FROM REQ-SUB BY 1
         UNTIL REQ-SUB2 GREATER THAN REQ-CT.
SORT-REQ-PASS-EXIT.
     EXIT.
SORT-REQ-COMPARE.
     IF RQ-ST-1 (REQ-SUB2) GREATER THAN RQ-ST-1 (REQ-SUB)
         GO TO SORT-REQ-COMPARE-EXIT.
     IF RQ-ST-1 (REQ-SUB2) = RQ-ST-1 (REQ-SUB)
         AND RQ-ST-2 (REQ-SUB2) NOT LESS THAN RQ-ST-2 (REQ-SUB)
         GO TO SORT-REQ-COMPARE-EXIT.
     MOVE REQ-ENTRY (REQ-SUB) TO REQ-HOLD.
     MOVE REQ-ENTRY (REQ-SUB2) TO REQ-ENTRY (REQ-SUB).
     MOVE REQ-HOLD TO REQ-ENTRY (REQ-SUB2).
SORT-REQ-COMPARE-EXIT.
     EXIT.
PROJECT-ONE.
     IF RQ-VOL-REC (REQ-SUB) = SPACES
         MOVE RQ-ST-1 (REQ-SUB) TO ND-ST-1
         MOVE RQ-ST-2 (REQ-SUB) TO ND-ST-2
         WRITE PRJ-RPT-REC FROM NO-DATA-LINE AFTER ADVANCING 2
         ADD 1 TO NO-DATA-CT
         GO TO PROJECT-ONE-EXIT.
     ADD 1 TO PROJ-CT.
     MOVE RQ-VOL-REC (REQ-SUB) TO VOLFILE-REC.
     PERFORM GET-CLASS THRU GET-CLASS-EXIT.
     PERFORM GET-GROWTH THRU GET-GROWTH-EXIT.
     PERFORM SET-BASE THRU SET-BASE-EXIT.
     MOVE "N" TO HAVE-HOURS.
     MOVE VOL-REC-KEY TO VH-SYM-KEY.
     READ VOLHR INVALID KEY GO TO PROJECT-PRINT.
     MOVE "Y" TO HAVE-HOURS.
PROJECT-PRINT.
     PERFORM PRINT-BASE THRU PRINT-BASE-EXIT.
     PERFORM PROJECT-HORIZON THRU PROJECT-HORIZON-EXIT
         VARYING HZ-SUB FROM 1 BY 1
         UNTIL HZ-SUB GREATER THAN 3.
     IF HAVE-HOURS = "Y"
         WRITE PRJ-RPT-REC FROM HOUR-LINE AFTER ADVANCING 1.
PROJECT-ONE-EXIT.
     EXIT.
GET-CLASS.
     MOVE SPACES TO IL-CLASS.
     MOVE "*" TO LOOK-CLASS.
     MOVE VOL-REC-ST-1 TO SYM-KEY-1.
     MOVE VOL-REC-ST-2 TO SYM-KEY-2.
     READ ISFILE INVALID KEY
         MOVE "NOT ON ISFILE" TO IL-CLASS
         GO TO GET-CLASS-EXIT.
     IF IS-CLASS-CODE NOT NUMERIC
         MOVE "NOT CLASSIFIED" TO IL-CLASS
         GO TO GET-CLASS-EXIT.
     MOVE IS-CLASS-CODE TO LOOK-CLASS.
     COMPUTE CLASS-SUB = IS-CLASS-CODE + 1.
     MOVE CLASS-NAME (CLASS-SUB) TO IL-CLASS.
GET-CLASS-EXIT.
     EXIT.
GET-GROWTH.
     MOVE RQ-JURIS (REQ-SUB) TO LOOK-JURIS.
     MOVE "JURISDICTION AND CLASS" TO BL-SOURCE.
     PERFORM FIND-GROWTH THRU FIND-GROWTH-EXIT.
     IF GRW-FOUND NOT = ZERO GO TO GET-GROWTH-SET.
     MOVE "*" TO LOOK-CLASS.
     MOVE "JURISDICTION - ALL CLASS" TO BL-SOURCE.
     PERFORM FIND-GROWTH THRU FIND-GROWTH-EXIT.
     IF GRW-FOUND NOT = ZERO GO TO GET-GROWTH-SET.
     MOVE "*" TO LOOK-JURIS.
     MOVE "SYSTEM-WIDE" TO BL-SOURCE.
     PERFORM FIND-GROWTH THRU FIND-GROWTH-EXIT.
     IF GRW-FOUND NOT = ZERO GO TO GET-GROWTH-SET.
     MOVE "** NO GROWTH FACTOR **" TO BL-SOURCE.
     MOVE SPACE TO BL-SIGN.
     MOVE ZERO TO BL-RATE.
     MOVE 1 TO RATE-MULT.
     GO TO GET-GROWTH-EXIT.
GET-GROWTH-SET.
     MOVE GT-SIGN (GRW-FOUND) TO BL-SIGN.
     MOVE GT-RATE (GRW-FOUND) TO BL-RATE.
     IF GT-SIGN (GRW-FOUND) = "-"
         COMPUTE RATE-MULT = 1 - (GT-RATE (GRW-FOUND) / 100)
     ELSE
         MOVE SPACE TO BL-SIGN
         COMPUTE RATE-MULT = 1 + (GT-RATE (GRW-FOUND) / 100).
GET-GROWTH-EXIT.
     EXIT.
FIND-GROWTH.
     MOVE ZERO TO GRW-FOUND.
     PERFORM MATCH-GROWTH THRU MATCH-GROWTH-EXIT
         VARYING GRW-SUB FROM 1 BY 1
         UNTIL GRW-SUB GREATER THAN GRW-CT.
FIND-GROWTH-EXIT.
     EXIT.
MATCH-GROWTH.
     IF GRW-FOUND NOT = ZERO GO TO MATCH-GROWTH-EXIT.
     IF GT-JURIS (GRW-SUB) = LOOK-JURIS
         AND GT-CLASS (GRW-SUB) = LOOK-CLASS
         MOVE GRW-SUB TO GRW-FOUND.
MATCH-GROWTH-EXIT.
     EXIT.
SET-BASE.
     MOVE VOL-TOTAL-TOT-N TO BASE-ADT.
     MOVE ZERO TO BASE-NE BASE-SW.
     IF VOL-TOTAL-NE NUMERIC MOVE VOL-TOTAL-NE-N TO BASE-NE.
     IF VOL-TOTAL-SW NUMERIC MOVE VOL-TOTAL-SW-N TO BASE-SW.
     IF VOL-REC-CODE = 1 GO TO SET-BASE-PEAK.
     IF VOL-ADJ-FAC NOT NUMERIC GO TO SET-BASE-PEAK.
     IF VOL-ADJ-FAC = ZERO GO TO SET-BASE-PEAK.
     COMPUTE BASE-ADT ROUNDED = BASE-ADT * VOL-ADJ-FAC.
     COMPUTE BASE-NE ROUNDED = BASE-NE * VOL-ADJ-FAC.
     COMPUTE BASE-SW ROUNDED = BASE-SW * VOL-ADJ-FAC.
SET-BASE-PEAK.
     MOVE 1 TO PEAK-SUB.
     IF V-TOT-VOL (2) NUMERIC AND V-TOT-VOL (1) NUMERIC
         IF V-TOT-VOL (2) GREATER THAN V-TOT-VOL (1)
             MOVE 2 TO PEAK-SUB.
     MOVE ZERO TO BASE-DHV BASE-DHV-NE BASE-DHV-SW.
     IF V-TOT-VOL (PEAK-SUB) NUMERIC
         MOVE V-TOT-VOL (PEAK-SUB) TO BASE-DHV.
     IF V-NE-VOL (PEAK-SUB) NUMERIC
         MOVE V-NE-VOL (PEAK-SUB) TO BASE-DHV-NE.
     IF V-SW-VOL (PEAK-SUB) NUMERIC
         MOVE V-SW-VOL (PEAK-SUB) TO BASE-DHV-SW.
SET-BASE-EXIT.
     EXIT.
PRINT-BASE.
     MOVE VOL-REC-ST-1 TO IL-ST-1.
     MOVE VOL-REC-ST-2 TO IL-ST-2.
     MOVE RQ-JURIS (REQ-SUB) TO IL-JURIS.
     MOVE SPACES TO IL-J-NAME.
     PERFORM FIND-JURIS THRU FIND-JURIS-EXIT
         VARYING ANT FROM 1 BY 1 UNTIL ANT GREATER THAN 20.
     WRITE PRJ-RPT-REC FROM INT-LINE AFTER ADVANCING 3.
     MOVE VOL-DATE TO DATE-IN.
     MOVE DI-MM TO DE-MM.
     MOVE DI-DD TO DE-DD.
     MOVE DI-YY TO DE-YY.
     MOVE DATE-EDIT TO BL-DATE.
     MOVE VOL-REC-INDEX TO BL-INDEX.
     WRITE PRJ-RPT-REC FROM BASE-LINE AFTER ADVANCING 1.
     WRITE PRJ-RPT-REC FROM COL-HEAD-1 AFTER ADVANCING 2.
     MOVE "COUNT" TO PL-LABEL.
     MOVE VOL-YR TO PL-YEAR.
     MOVE ZERO TO PL-YEARS.
     MOVE 1 TO PL-FACTOR.
     MOVE BASE-ADT TO PL-ADT.
     MOVE BASE-NE TO PL-NE.
     MOVE BASE-SW TO PL-SW.
     MOVE BASE-DHV TO PL-DHV.
     MOVE BASE-DHV-NE TO PL-DHV-NE.
     MOVE BASE-DHV-SW TO PL-DHV-SW.
     WRITE PRJ-RPT-REC FROM PRJ-LINE AFTER ADVANCING 1.
PRINT-BASE-EXIT.
     EXIT.
FIND-JURIS.
     IF NT-CITY (ANT) = RQ-JURIS (REQ-SUB)
         AND RQ-JURIS (REQ-SUB) NOT = SPACE
         MOVE NT-NAME (ANT) TO IL-J-NAME.
FIND-JURIS-EXIT.
     EXIT.
PROJECT-HORIZON.
     COMPUTE HORIZON-YR = BASE-YEAR + HZ-YEARS (HZ-SUB).
     IF VOL-YR GREATER THAN BASE-YEAR
         COMPUTE GROW-YEARS = HZ-YEARS (HZ-SUB) + 100 - VOL-YR
             + BASE-YEAR
     ELSE
         COMPUTE GROW-YEARS = HZ-YEARS (HZ-SUB) + BASE-YEAR - VOL-YR.
     MOVE 1 TO GROW-FACTOR.
     PERFORM GROW-ONE-YEAR THRU GROW-ONE-YEAR-EXIT
         VARYING YR-SUB FROM 1 BY 1
         UNTIL YR-SUB GREATER THAN GROW-YEARS.
     COMPUTE PRJ-ADT ROUNDED = BASE-ADT * GROW-FACTOR.
     COMPUTE PRJ-NE ROUNDED = BASE-NE * GROW-FACTOR.
     COMPUTE PRJ-SW ROUNDED = BASE-SW * GROW-FACTOR.
     COMPUTE PRJ-DHV ROUNDED = BASE-DHV * GROW-FACTOR.
     COMPUTE PRJ-DHV-NE ROUNDED = BASE-DHV-NE * GROW-FACTOR.
     COMPUTE PRJ-DHV-SW ROUNDED = BASE-DHV-SW * GROW-FACTOR.
     MOVE HZ-LABEL (HZ-SUB) TO PL-LABEL.
     MOVE HORIZON-YR TO PL-YEAR.
     MOVE GROW-YEARS TO PL-YEARS.
     MOVE GROW-FACTOR TO PL-FACTOR.
     MOVE PRJ-ADT TO PL-ADT.
     MOVE PRJ-NE TO PL-NE.
     MOVE PRJ-SW TO PL-SW.
     MOVE PRJ-DHV TO PL-DHV.
     MOVE PRJ-DHV-NE TO PL-DHV-NE.
     MOVE PRJ-DHV-SW TO PL-DHV-SW.
     WRITE PRJ-RPT-REC FROM PRJ-LINE AFTER ADVANCING 1.
     PERFORM WRITE-PROJECTED THRU WRITE-PROJECTED-EXIT.
PROJECT-HORIZON-EXIT.
     EXIT.
GROW-ONE-YEAR.
     COMPUTE GROW-FACTOR ROUNDED = GROW-FACTOR * RATE-MULT.
GROW-ONE-YEAR-EXIT.
     EXIT.
WRITE-PROJECTED.
     MOVE VOL-REC-ST-1 TO PK-ST-1.
     MOVE VOL-REC-ST-2 TO PK-ST-2.
     MOVE HZ-INDEX (HZ-SUB) TO PK-INDEX.
     MOVE VOL-DATE TO PRJ-DATE.
     MOVE HORIZON-YR TO PD-YR.
     MOVE VOLFILE-REC TO HOLD-VOL-REC.
     MOVE PRJ-KEY TO VOL-REC-KEY.
     MOVE PK-INDEX TO VOL-LATEST VOL-OLDEST.
     MOVE 1 TO VOL-REC-CODE.
     MOVE PRJ-DATE TO VOL-DATE.
     PERFORM PROJECT-PEAK THRU PROJECT-PEAK-EXIT
         VARYING PEAK-SUB FROM 1 BY 1
         UNTIL PEAK-SUB GREATER THAN 2.
     IF PRJ-ADT GREATER THAN 99999 MOVE 99999 TO PRJ-ADT.
     IF PRJ-NE GREATER THAN 99999 MOVE 99999 TO PRJ-NE.
     IF PRJ-SW GREATER THAN 99999 MOVE 99999 TO PRJ-SW.
     MOVE PRJ-NE TO VOL-TOTAL-NE-N.
     MOVE PRJ-SW TO VOL-TOTAL-SW-N.
     MOVE PRJ-ADT TO VOL-TOTAL-TOT-N.
     MOVE VOL-REC-KEY TO VP-SYM-KEY.
     WRITE VOLPRJ-REC FROM VOLFILE-REC INVALID KEY
         DISPLAY "T3096 - DUPLICATE VOLPRJ KEY " PRJ-KEY
         GO TO WRITE-PROJECTED-RESTORE.
     ADD 1 TO VP-WRITE-CT.
     IF HAVE-HOURS NOT = "Y" GO TO WRITE-PROJECTED-RESTORE.
     MOVE VOLHR-REC TO HOLD-HR-REC.
     MOVE PRJ-KEY TO VH-REC-KEY.
     MOVE PRJ-DATE TO VH-DATE.
     PERFORM PROJECT-HOUR THRU PROJECT-HOUR-EXIT
         VARYING HR-SUB FROM 1 BY 1
         UNTIL HR-SUB GREATER THAN 24.
     MOVE VH-REC-KEY TO HP-SYM-KEY.
     WRITE VHRPRJ-REC FROM VOLHR-REC INVALID KEY
         DISPLAY "T3096 - DUPLICATE VHRPRJ KEY " PRJ-KEY
         MOVE HOLD-HR-REC TO VOLHR-REC
         GO TO WRITE-PROJECTED-RESTORE.
     ADD 1 TO HP-WRITE-CT.
     MOVE HOLD-HR-REC TO VOLHR-REC.
WRITE-PROJECTED-RESTORE.
     MOVE HOLD-VOL-REC TO VOLFILE-REC.
WRITE-PROJECTED-EXIT.
     EXIT.
PROJECT-PEAK.
     IF V-TOT-VOL (PEAK-SUB) NOT NUMERIC GO TO PROJECT-PEAK-EXIT.
     COMPUTE PRJ-HOUR ROUNDED = V-NE-VOL (PEAK-SUB) * GROW-FACTOR.
     IF PRJ-HOUR GREATER THAN 9999 MOVE 9999 TO PRJ-HOUR.
     MOVE PRJ-HOUR TO V-NE-VOL (PEAK-SUB).
     COMPUTE PRJ-HOUR ROUNDED = V-SW-VOL (PEAK-SUB) * GROW-FACTOR.
     IF PRJ-HOUR GREATER THAN 9999 MOVE 9999 TO PRJ-HOUR.
     MOVE PRJ-HOUR TO V-SW-VOL (PEAK-SUB).
     COMPUTE PRJ-HOUR ROUNDED = V-TOT-VOL (PEAK-SUB) * GROW-FACTOR.
     IF PRJ-HOUR GREATER THAN 9999 MOVE 9999 TO PRJ-HOUR.
     MOVE PRJ-HOUR TO V-TOT-VOL (PEAK-SUB).
PROJECT-PEAK-EXIT.
     EXIT.
PROJECT-HOUR.
     PERFORM PROJECT-APPR THRU PROJECT-APPR-EXIT
         VARYING APPR-SUB FROM 1 BY 1
         UNTIL APPR-SUB GREATER THAN 4.
PROJECT-HOUR-EXIT.
     EXIT.
PROJECT-APPR.
     COMPUTE PRJ-HOUR ROUNDED =
         VH-APPR (HR-SUB, APPR-SUB) * GROW-FACTOR.
     IF PRJ-HOUR GREATER THAN 9999 MOVE 9999 TO PRJ-HOUR.
     MOVE PRJ-HOUR TO VH-APPR (HR-SUB, APPR-SUB).
PROJECT-APPR-EXIT.
     EXIT.
