IDENTIFICATION DIVISION.
PROGRAM-ID.  'T3094'.
REMARKS. TRAFFIC SIGNAL WARRANT WORKSHEET FROM THE HOURLY APPROACH
     VOLUMES KEPT ON VOLHR FOR THE LATEST MACHINE COUNT ON VOLFILE.
     EACH INTERSECTION ON REQFILE IS TESTED HOUR BY HOUR AGAINST
     THE EIGHT-HOUR (CONDITION A, CONDITION B AND THE 80 PERCENT
     COMBINATION), FOUR-HOUR AND PEAK HOUR VOLUME WARRANTS AND THE
     ACCIDENT EXPERIENCE WARRANT.  LANE COUNTS, THE MAJOR STREET
     DIRECTION AND THE VOLUME FACTOR (070 WHERE THE SPEED OR
     ISOLATED COMMUNITY REDUCTION APPLIES) COME FROM THE PARAMETER
     CARDS.  A CARD WITH BLANK STREET CODES IS THE DEFAULT FOR ALL
     INTERSECTIONS WITHOUT A CARD OF THEIR OWN.  ACCIDENTS ON ACCFILE
     ARE COUNTED FOR THE 12 MONTHS ENDING ON THE DATE ENTERED.
     THE WARRANT TABLES ARE THE 100 PERCENT VALUES FOR THE FOUR LANE
     COMBINATIONS (MAJOR 1 MINOR 1, MAJOR 2+ MINOR 1, MAJOR 2+ MINOR
     2+, MAJOR 1 MINOR 2+).  THE FOUR-HOUR AND PEAK HOUR CURVES GIVE
     THE MINOR STREET HIGHER APPROACH NEEDED AT MAJOR STREET VOLUMES
     OF 400 TO 1800 BY 200 AND ARE SCALED BY THE VOLUME FACTOR.
     A VOLUME SOURCE OF P05, P10 OR P20 AT THE CONSOLE TESTS THE
     T3096 DESIGN-YEAR PROJECTIONS ON VHRPRJ INSTEAD OF THE COUNTS.
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
     SELECT PARMFILE ASSIGN DSK,
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
     SELECT OPTIONAL  VHRPRJ ASSIGN DSK,
      RECORDING MODE IS ASCII
             RESERVE NO ALTERNATE AREA
             ACCESS MODE IS INDEXED
             RECORD KEY IS HP-REC-KEY
             SYMBOLIC KEY IS HP-SYM-KEY.
     SELECT ACCFILE ASSIGN DSK,
      RECORDING MODE IS ASCII.
     SELECT WAR-RPT ASSIGN DSK,
      RECORDING MODE IS ASCII.
DATA  DIVISION.
FILE  SECTION.
FD   REQFILE
         VALUE OF IDENTIFICATION IS "WARREQDAT"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 80 CHARACTERS
     DATA RECORD IS REQ-REC.
01   REQ-REC.
     03 REQ-ST-1             PICTURE X(5).
     03 REQ-ST-2             PICTURE X(5).
     03 FILLER               PICTURE X(70).
FD   PARMFILE
         VALUE OF IDENTIFICATION IS "WARPRMDAT"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 80 CHARACTERS
     DATA RECORD IS PARM-CARD.
01   PARM-CARD.
     03 PC-ST-1              PICTURE X(5).
     03 PC-ST-2              PICTURE X(5).
     03 PC-MAJ-LANES         PICTURE 9.
     03 PC-MIN-LANES         PICTURE 9.
     03 PC-MAJ-DIR           PICTURE X.
     03 PC-FACTOR            PICTURE 999.
     03 FILLER               PICTURE X(64).
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
     03 VOL-DATE             PICTURE X(6).
     03 VOL-D-O-W            PICTURE X.
     03 VOL-LOC              PICTURE XXX.
     03 VOL-DIST             PICTURE XX.
     03 VOL-REV-CODE         PICTURE X.
     03 VOL-SPEC-CODE        PICTURE X.
     03 VOL-AM-PM-PEAK       PICTURE X(42).
     03 VOL-TOTALS-HR        PICTURE X(15).
     03 VOL-PHY-DESC         PICTURE X(9).
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
FD   VHRPRJ
         VALUE OF IDENTIFICATION IS "VHRPRJIDX"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 410 CHARACTERS
     DATA RECORD IS VHRPRJ-REC.
01   VHRPRJ-REC.
     03 FILLER               PICTURE X.
     03 HP-REC-KEY           PICTURE X(13).
     03 FILLER               PICTURE X(396).
FD   ACCFILE
         VALUE OF IDENTIFICATION IS "ACCFILDAT"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 20 CHARACTERS
     DATA RECORD IS ACC-REC.
01   ACC-REC.
     03 ACC-REC-KEY.
        05 ACC-ST-1          PICTURE X(5).
        05 ACC-ST-2          PICTURE X(5).
     03 ACC-DATE             PICTURE 9(6).
     03 ACC-SEVERITY         PICTURE X.
     03 FILLER               PICTURE XXX.
FD   WAR-RPT
         VALUE OF IDENTIFICATION IS "T94RPTDAT"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 110 CHARACTERS
     DATA RECORD IS WAR-RPT-REC.
01   WAR-RPT-REC             PICTURE X(110).
WORKING-STORAGE  SECTION.
77   VOL-SYM-KEY             PICTURE X(13) VALUE LOW-VALUES.
77   VH-SYM-KEY              PICTURE X(13) VALUE LOW-VALUES.
77   HP-SYM-KEY              PICTURE X(13) VALUE LOW-VALUES.
77   VOL-SOURCE              PICTURE XXX VALUE SPACES.
77   END-DATE                PICTURE 9(6) VALUE ZERO.
77   START-DATE              PICTURE 9(6) VALUE ZERO.
77   REQ-CT                  PICTURE 999 VALUE ZERO.
77   REQ-SUB                 PICTURE 999 VALUE ZERO.
77   REQ-FOUND               PICTURE 999 VALUE ZERO.
77   PRINT-CT                PICTURE 999 VALUE ZERO.
77   NO-DATA-CT              PICTURE 999 VALUE ZERO.
77   DEF-MAJ-LANES           PICTURE 9 VALUE 1.
77   DEF-MIN-LANES           PICTURE 9 VALUE 1.
77   DEF-MAJ-DIR             PICTURE X VALUE SPACE.
77   DEF-FACTOR              PICTURE 999 VALUE 100.
77   DEF-SRC                 PICTURE X VALUE "S".
77   COMBO                   PICTURE 9 VALUE ZERO.
77   CURVE-SUB               PICTURE 9 VALUE ZERO.
77   PT-SUB                  PICTURE 99 VALUE ZERO.
77   PT-NEXT                 PICTURE 99 VALUE ZERO.
77   PT-REM                  PICTURE 999 VALUE ZERO.
77   HR-SUB                  PICTURE 99 VALUE ZERO.
77   MAJ-1                   PICTURE 9 VALUE ZERO.
77   MAJ-2                   PICTURE 9 VALUE ZERO.
77   MIN-1                   PICTURE 9 VALUE ZERO.
77   MIN-2                   PICTURE 9 VALUE ZERO.
77   NS-DAY                  PICTURE 9(6) VALUE ZERO.
77   EW-DAY                  PICTURE 9(6) VALUE ZERO.
77   MAJ-VOL                 PICTURE 9(5) VALUE ZERO.
77   MIN-VOL                 PICTURE 9(5) VALUE ZERO.
77   ADJ-MAJ                 PICTURE 9(5) VALUE ZERO.
77   CURVE-MIN               PICTURE 9(5) VALUE ZERO.
77   FOUR-NEED               PICTURE 9(5) VALUE ZERO.
77   PEAK-NEED               PICTURE 9(5) VALUE ZERO.
77   A-MAJ                   PICTURE 9(4) VALUE ZERO.
77   A-MIN                   PICTURE 9(4) VALUE ZERO.
77   B-MAJ                   PICTURE 9(4) VALUE ZERO.
77   B-MIN                   PICTURE 9(4) VALUE ZERO.
77   A80-MAJ                 PICTURE 9(4) VALUE ZERO.
77   A80-MIN                 PICTURE 9(4) VALUE ZERO.
77   B80-MAJ                 PICTURE 9(4) VALUE ZERO.
77   B80-MIN                 PICTURE 9(4) VALUE ZERO.
77   A-HRS                   PICTURE 99 VALUE ZERO.
77   B-HRS                   PICTURE 99 VALUE ZERO.
77   A80-HRS                 PICTURE 99 VALUE ZERO.
77   B80-HRS                 PICTURE 99 VALUE ZERO.
77   FOUR-HRS                PICTURE 99 VALUE ZERO.
77   PEAK-HRS                PICTURE 99 VALUE ZERO.
77   TEST-HRS                PICTURE 99 VALUE ZERO.
77   TEST-NEED               PICTURE 99 VALUE ZERO.
77   TEST-FAIL               PICTURE X VALUE "N".
77   MET-CT                  PICTURE 9 VALUE ZERO.
01   REQ-TABLE.
     03 REQ-ENTRY OCCURS 100 TIMES.
        05 RQ-ST-1           PICTURE X(5).
        05 RQ-ST-2           PICTURE X(5).
        05 RQ-VOL-KEY        PICTURE X(13).
        05 RQ-DATE           PICTURE X(6).
        05 RQ-ACC-CT         PICTURE 9(4).
        05 RQ-MAJ-LANES      PICTURE 9.
        05 RQ-MIN-LANES      PICTURE 9.
        05 RQ-MAJ-DIR        PICTURE X.
        05 RQ-FACTOR         PICTURE 999.
        05 RQ-PARM-SRC       PICTURE X.
01   W8-VALUES.
     03 FILLER  PICTURE X(16) VALUE "0500015007500075".
     03 FILLER  PICTURE X(16) VALUE "0600015009000075".
     03 FILLER  PICTURE X(16) VALUE "0600020009000100".
     03 FILLER  PICTURE X(16) VALUE "0500020007500100".
01   W8-TABLE REDEFINES W8-VALUES.
     03 W8-COMBO OCCURS 4 TIMES.
        05 W8-A-MAJ          PICTURE 9(4).
        05 W8-A-MIN          PICTURE 9(4).
        05 W8-B-MAJ          PICTURE 9(4).
        05 W8-B-MIN          PICTURE 9(4).
01   CURVE-VALUES.
     03 FILLER  PICTURE X(32) VALUE
        "03300240017001200080008000800080".
     03 FILLER  PICTURE X(32) VALUE
        "04000300022001600115008000800080".
     03 FILLER  PICTURE X(32) VALUE
        "04800370028002100160012001150115".
     03 FILLER  PICTURE X(32) VALUE
        "04000300022001600120011501150115".
     03 FILLER  PICTURE X(32) VALUE
        "04500340026002000150011001000100".
     03 FILLER  PICTURE X(32) VALUE
        "05200400031002400185014001000100".
     03 FILLER  PICTURE X(32) VALUE
        "06000470037002900230018001500150".
     03 FILLER  PICTURE X(32) VALUE
        "05300410032002500195015501500150".
01   CURVE-TABLE REDEFINES CURVE-VALUES.
     03 CURVE-SET OCCURS 2 TIMES.
        05 CURVE-COMBO OCCURS 4 TIMES.
           07 CURVE-PT OCCURS 8 TIMES PICTURE 9(4).
01   PRJ-KEY.
     03 PK-ST-1              PICTURE X(5).
     03 PK-ST-2              PICTURE X(5).
     03 PK-INDEX             PICTURE XXX.
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
     03 FILLER  PICTURE X(30) VALUE SPACES.
     03 FILLER  PICTURE X(35) VALUE
        "TRAFFIC SIGNAL WARRANT WORKSHEET".
01   INT-LINE.
     03 FILLER    PICTURE X(14) VALUE " INTERSECTION ".
     03 IL-ST-1   PICTURE X(5).
     03 FILLER    PICTURE X VALUE "/".
     03 IL-ST-2   PICTURE X(5).
     03 IL-DATE-LABEL PICTURE X(13) VALUE "   COUNT OF  ".
     03 IL-DATE   PICTURE X(8).
     03 FILLER    PICTURE X(9) VALUE "   INDEX ".
     03 IL-INDEX  PICTURE XXX.
01   PARM-LINE.
     03 FILLER    PICTURE X(14) VALUE " MAJOR STREET ".
     03 PL-DIR    PICTURE XXX.
     03 PL-AUTO   PICTURE X(10).
     03 FILLER    PICTURE X(8) VALUE "  LANES ".
     03 PL-MAJ-LA PICTURE 9.
     03 PL-MAJ-PL PICTURE X.
     03 FILLER    PICTURE X(14) VALUE "  MINOR LANES ".
     03 PL-MIN-LA PICTURE 9.
     03 PL-MIN-PL PICTURE X.
     03 FILLER    PICTURE X(17) VALUE "   VOLUME FACTOR ".
     03 PL-FACTOR PICTURE ZZ9.
     03 FILLER    PICTURE X(7) VALUE " PCT   ".
     03 PL-SRC    PICTURE X(27).
01   THRESH-LINE.
     03 FILLER    PICTURE X(26) VALUE " EIGHT-HOUR NEEDS  COND A ".
     03 TL-A-MAJ  PICTURE ZZZ9.
     03 FILLER    PICTURE X VALUE "/".
     03 TL-A-MIN  PICTURE ZZZ9.
     03 FILLER    PICTURE X(10) VALUE "   COND B ".
     03 TL-B-MAJ  PICTURE ZZZ9.
     03 FILLER    PICTURE X VALUE "/".
     03 TL-B-MIN  PICTURE ZZZ9.
     03 FILLER    PICTURE X(14) VALUE "   80 PCT A  ".
     03 TL-A8-MAJ PICTURE ZZZ9.
     03 FILLER    PICTURE X VALUE "/".
     03 TL-A8-MIN PICTURE ZZZ9.
     03 FILLER    PICTURE X(5) VALUE "  B  ".
     03 TL-B8-MAJ PICTURE ZZZ9.
     03 FILLER    PICTURE X VALUE "/".
     03 TL-B8-MIN PICTURE ZZZ9.
     03 FILLER    PICTURE X(18) VALUE "  (MAJOR/MINOR)   ".
01   COL-HEAD-1.
     03 FILLER  PICTURE X(51) VALUE
        "  HOUR     NB    SB    EB    WB   MAJOR  MINOR   4H".
     03 FILLER  PICTURE X(51) VALUE
        "R  PEAK     8-HR  8-HR  80 PCT  80 PCT   4-HR  PEAK".
01   COL-HEAD-2.
     03 FILLER  PICTURE X(51) VALUE
        "ENDING                             BOTH   HIGH  NEE".
     03 FILLER  PICTURE X(51) VALUE
        "D  NEED       A     B     A       B      HOUR  HOUR".
01   HOUR-LINE.
     03 FILLER    PICTURE XX VALUE SPACES.
     03 HL-HOUR   PICTURE 99.
     03 FILLER    PICTURE XX VALUE "00".
     03 FILLER    PICTURE X VALUE SPACE.
     03 HL-APPR-GRP OCCURS 4 TIMES.
        05 HL-APPR   PICTURE ZZZZZ9.
     03 HL-MAJ    PICTURE ZZZZZZZ9 BLANK WHEN ZERO.
     03 HL-MIN    PICTURE ZZZZZZ9 BLANK WHEN ZERO.
     03 HL-4NEED  PICTURE ZZZZZ9 BLANK WHEN ZERO.
     03 HL-PKNEED PICTURE ZZZZZ9 BLANK WHEN ZERO.
     03 FILLER    PICTURE XXX VALUE SPACES.
     03 HL-A      PICTURE X(6).
     03 HL-B      PICTURE X(6).
     03 HL-A80    PICTURE X(8).
     03 HL-B80    PICTURE X(9).
     03 HL-FOUR   PICTURE X(6).
     03 HL-PEAK   PICTURE X(6).
01   SUM-HEAD.
     03 FILLER  PICTURE X(50) VALUE
        " WARRANT                          HOURS MET  NEEDE".
     03 FILLER  PICTURE X(20) VALUE "D   RESULT".
01   SUM-LINE.
     03 FILLER    PICTURE X VALUE SPACE.
     03 SM-NAME   PICTURE X(33).
     03 SM-HRS    PICTURE ZZZZZZ9.
     03 SM-NEED   PICTURE ZZZZZZZ9.
     03 FILLER    PICTURE XXX VALUE SPACES.
     03 SM-RESULT PICTURE X(9).
     03 SM-NOTE   PICTURE X(45).
01   ACC-LINE.
     03 FILLER    PICTURE X(11) VALUE " ACCIDENTS ".
     03 AL-CT     PICTURE ZZZ9.
     03 FILLER    PICTURE X(23) VALUE " IN THE 12 MONTHS ENDIN".
     03 FILLER    PICTURE XX VALUE "G ".
     03 AL-DATE   PICTURE X(8).
     03 FILLER    PICTURE X(37) VALUE
        " - 5 NEEDED, ALTERNATIVES TRIED FIRST".
01   MET-LINE.
     03 FILLER    PICTURE X(35) VALUE
        " WARRANT CONDITIONS MET            ".
     03 ML-CT     PICTURE 9.
01   NO-DATA-LINE.
     03 FILLER    PICTURE X VALUE SPACE.
     03 ND-ST-1   PICTURE X(5).
     03 FILLER    PICTURE X VALUE "/".
     03 ND-ST-2   PICTURE X(5).
     03 ND-TEXT   PICTURE X(40).
PROCEDURE  DIVISION.
STARTER.
     DISPLAY "ACCIDENT PERIOD ENDING YYMMDD (BLANK=TODAY): "
         WITH NO ADVANCING.
     ACCEPT END-DATE.
     IF END-DATE = ZERO ACCEPT END-DATE FROM DATE.
     COMPUTE START-DATE = END-DATE - 10000.
     DISPLAY "VOLUME SOURCE (BLANK=COUNTS, P05 P10 P20=PROJECTED): "
         WITH NO ADVANCING.
     ACCEPT VOL-SOURCE.
     IF VOL-SOURCE NOT = SPACES
         MOVE "   PROJECTED " TO IL-DATE-LABEL.
     OPEN INPUT REQFILE.
LOAD-REQS.
     READ REQFILE AT END GO TO LOAD-PARMS.
     IF REQ-ST-1 = SPACES GO TO LOAD-REQS.
     IF REQ-CT = 100
         DISPLAY "T3094 - REQUEST TABLE FULL"
         GO TO LOAD-PARMS.
     ADD 1 TO REQ-CT.
     MOVE REQ-ST-1 TO RQ-ST-1 (REQ-CT).
     MOVE REQ-ST-2 TO RQ-ST-2 (REQ-CT).
     MOVE SPACES TO RQ-VOL-KEY (REQ-CT) RQ-DATE (REQ-CT).
     MOVE ZERO TO RQ-ACC-CT (REQ-CT).
     MOVE "N" TO RQ-PARM-SRC (REQ-CT).
     GO TO LOAD-REQS.
LOAD-PARMS.
     CLOSE REQFILE.
     OPEN INPUT PARMFILE.
PARM-READ.
     READ PARMFILE AT END GO TO PARM-DEFAULT.
     IF PC-MAJ-LANES NOT NUMERIC OR PC-MAJ-LANES = ZERO
         MOVE 1 TO PC-MAJ-LANES.
     IF PC-MAJ-LANES GREATER THAN 2 MOVE 2 TO PC-MAJ-LANES.
     IF PC-MIN-LANES NOT NUMERIC OR PC-MIN-LANES = ZERO
         MOVE 1 TO PC-MIN-LANES.
     IF PC-MIN-LANES GREATER THAN 2 MOVE 2 TO PC-MIN-LANES.
     IF PC-MAJ-DIR NOT = "N" AND PC-MAJ-DIR NOT = "E"
         MOVE SPACE TO PC-MAJ-DIR.
     IF PC-FACTOR NOT NUMERIC OR PC-FACTOR = ZERO
         MOVE 100 TO PC-FACTOR.
     IF PC-FACTOR GREATER THAN 100 MOVE 100 TO PC-FACTOR.
     IF PC-ST-1 = SPACES AND PC-ST-2 = SPACES
         MOVE PC-MAJ-LANES TO DEF-MAJ-LANES
         MOVE PC-MIN-LANES TO DEF-MIN-LANES
         MOVE PC-MAJ-DIR TO DEF-MAJ-DIR
         MOVE PC-FACTOR TO DEF-FACTOR
         MOVE "D" TO DEF-SRC
         GO TO PARM-READ.
     MOVE ZERO TO REQ-FOUND.
     PERFORM MATCH-PARM THRU MATCH-PARM-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB GREATER THAN REQ-CT.
     IF REQ-FOUND = ZERO GO TO PARM-READ.
     MOVE PC-MAJ-LANES TO RQ-MAJ-LANES (REQ-FOUND).
     MOVE PC-MIN-LANES TO RQ-MIN-LANES (REQ-FOUND).
     MOVE PC-MAJ-DIR TO RQ-MAJ-DIR (REQ-FOUND).
     MOVE PC-FACTOR TO RQ-FACTOR (REQ-FOUND).
     MOVE "I" TO RQ-PARM-SRC (REQ-FOUND).
     GO TO PARM-READ.
MATCH-PARM.
     IF RQ-ST-1 (REQ-SUB) = PC-ST-1
         AND RQ-ST-2 (REQ-SUB) = PC-ST-2
         MOVE REQ-SUB TO REQ-FOUND.
MATCH-PARM-EXIT.
     EXIT.
PARM-DEFAULT.
     CLOSE PARMFILE.
     PERFORM SET-DEFAULT THRU SET-DEFAULT-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB GREATER THAN REQ-CT.
     IF VOL-SOURCE NOT = SPACES
         PERFORM SET-PROJECTED THRU SET-PROJECTED-EXIT
             VARYING REQ-SUB FROM 1 BY 1
             UNTIL REQ-SUB GREATER THAN REQ-CT
         OPEN INPUT ACCFILE
         GO TO ACC-READ.
     OPEN INPUT VOLFILE.
     MOVE LOW-VALUES TO VOL-SYM-KEY.
     GO TO VOL-READ.
SET-DEFAULT.
     IF RQ-PARM-SRC (REQ-SUB) NOT = "N" GO TO SET-DEFAULT-EXIT.
     MOVE DEF-MAJ-LANES TO RQ-MAJ-LANES (REQ-SUB).
     MOVE DEF-MIN-LANES TO RQ-MIN-LANES (REQ-SUB).
     MOVE DEF-MAJ-DIR TO RQ-MAJ-DIR (REQ-SUB).
     MOVE DEF-FACTOR TO RQ-FACTOR (REQ-SUB).
     MOVE DEF-SRC TO RQ-PARM-SRC (REQ-SUB).
SET-DEFAULT-EXIT.
     EXIT.
SET-PROJECTED.
     MOVE RQ-ST-1 (REQ-SUB) TO PK-ST-1.
     MOVE RQ-ST-2 (REQ-SUB) TO PK-ST-2.
     MOVE VOL-SOURCE TO PK-INDEX.
     MOVE PRJ-KEY TO RQ-VOL-KEY (REQ-SUB).
     MOVE VOL-SOURCE TO RQ-DATE (REQ-SUB).
SET-PROJECTED-EXIT.
     EXIT.
VOL-READ.
     READ VOLFILE INVALID KEY GO TO ACC-SCAN.
     IF VOL-DELETE-CODE NOT = SPACE GO TO VOL-READ.
     IF VOL-REC-CODE NOT = 1 GO TO VOL-READ.
     MOVE ZERO TO REQ-FOUND.
     PERFORM MATCH-VOL THRU MATCH-VOL-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB GREATER THAN REQ-CT.
     IF REQ-FOUND = ZERO GO TO VOL-READ.
     IF RQ-DATE (REQ-FOUND) NOT = SPACES
         AND VOL-DATE NOT GREATER THAN RQ-DATE (REQ-FOUND)
         GO TO VOL-READ.
     MOVE VOL-REC-KEY TO RQ-VOL-KEY (REQ-FOUND).
     MOVE VOL-DATE TO RQ-DATE (REQ-FOUND).
     GO TO VOL-READ.
MATCH-VOL.
     IF RQ-ST-1 (REQ-SUB) = VOL-REC-ST-1
         AND RQ-ST-2 (REQ-SUB) = VOL-REC-ST-2
         MOVE REQ-SUB TO REQ-FOUND.
MATCH-VOL-EXIT.
     EXIT.
ACC-SCAN.
     CLOSE VOLFILE.
     OPEN INPUT ACCFILE.
ACC-READ.
     READ ACCFILE AT END GO TO PRINT-WORKSHEETS.
     IF ACC-DATE NOT GREATER THAN START-DATE GO TO ACC-READ.
     IF ACC-DATE GREATER THAN END-DATE GO TO ACC-READ.
     MOVE ZERO TO REQ-FOUND.
     PERFORM MATCH-ACC THRU MATCH-ACC-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB GREATER THAN REQ-CT.
     IF REQ-FOUND = ZERO GO TO ACC-READ.
     ADD 1 TO RQ-ACC-CT (REQ-FOUND).
     GO TO ACC-READ.
MATCH-ACC.
     IF RQ-ST-1 (REQ-SUB) = ACC-ST-1
         AND RQ-ST-2 (REQ-SUB) = ACC-ST-2
         MOVE REQ-SUB TO REQ-FOUND.
MATCH-ACC-EXIT.
     EXIT.
PRINT-WORKSHEETS.
     CLOSE ACCFILE.
     OPEN INPUT VOLHR VHRPRJ.
     OPEN OUTPUT WAR-RPT.
     PERFORM WORKSHEET THRU WORKSHEET-EXIT
         VARYING REQ-SUB FROM 1 BY 1
         UNTIL REQ-SUB GREATER THAN REQ-CT.
     CLOSE VOLHR VHRPRJ WAR-RPT.
     DISPLAY "T3094 WARRANTS - REQUESTS " REQ-CT
         " WORKSHEETS " PRINT-CT " NO DATA " NO-DATA-CT.
     STOP RUN.
WORKSHEET.
     MOVE RQ-ST-1 (REQ-SUB) TO ND-ST-1.
     MOVE RQ-ST-2 (REQ-SUB) TO ND-ST-2.
     IF RQ-DATE (REQ-SUB) = SPACES
         MOVE "   ** NO MACHINE COUNT ON VOLFILE **" TO ND-TEXT
         WRITE WAR-RPT-REC FROM NO-DATA-LINE AFTER ADVANCING 2
         ADD 1 TO NO-DATA-CT
         GO TO WORKSHEET-EXIT.
     IF VOL-SOURCE NOT = SPACES GO TO WORKSHEET-PROJECTED.
     MOVE RQ-VOL-KEY (REQ-SUB) TO VH-SYM-KEY.
     READ VOLHR INVALID KEY
         MOVE "   ** NO HOURLY APPROACH VOLUMES **" TO ND-TEXT
         WRITE WAR-RPT-REC FROM NO-DATA-LINE AFTER ADVANCING 2
         ADD 1 TO NO-DATA-CT
         GO TO WORKSHEET-EXIT.
     GO TO WORKSHEET-TEST.
WORKSHEET-PROJECTED.
     MOVE RQ-VOL-KEY (REQ-SUB) TO HP-SYM-KEY.
     READ VHRPRJ INVALID KEY
         MOVE "   ** NO PROJECTION ON VHRPRJ **" TO ND-TEXT
         WRITE WAR-RPT-REC FROM NO-DATA-LINE AFTER ADVANCING 2
         ADD 1 TO NO-DATA-CT
         GO TO WORKSHEET-EXIT.
     MOVE VHRPRJ-REC TO VOLHR-REC.
     MOVE VH-DATE TO RQ-DATE (REQ-SUB).
WORKSHEET-TEST.
     ADD 1 TO PRINT-CT.
     PERFORM SET-THRESHOLDS THRU SET-THRESHOLDS-EXIT.
     PERFORM PRINT-HEADING THRU PRINT-HEADING-EXIT.
     MOVE ZERO TO A-HRS B-HRS A80-HRS B80-HRS FOUR-HRS PEAK-HRS.
     PERFORM TEST-HOUR THRU TEST-HOUR-EXIT
         VARYING HR-SUB FROM 1 BY 1
         UNTIL HR-SUB GREATER THAN 24.
     PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
WORKSHEET-EXIT.
     EXIT.
SET-THRESHOLDS.
     IF RQ-MAJ-LANES (REQ-SUB) = 1
         IF RQ-MIN-LANES (REQ-SUB) = 1
             MOVE 1 TO COMBO
         ELSE
             MOVE 4 TO COMBO
     ELSE
         IF RQ-MIN-LANES (REQ-SUB) = 1
             MOVE 2 TO COMBO
         ELSE
             MOVE 3 TO COMBO.
     COMPUTE A-MAJ ROUNDED =
         W8-A-MAJ (COMBO) * RQ-FACTOR (REQ-SUB) / 100.
     COMPUTE A-MIN ROUNDED =
         W8-A-MIN (COMBO) * RQ-FACTOR (REQ-SUB) / 100.
     COMPUTE B-MAJ ROUNDED =
         W8-B-MAJ (COMBO) * RQ-FACTOR (REQ-SUB) / 100.
     COMPUTE B-MIN ROUNDED =
         W8-B-MIN (COMBO) * RQ-FACTOR (REQ-SUB) / 100.
     COMPUTE A80-MAJ ROUNDED = A-MAJ * .8.
     COMPUTE A80-MIN ROUNDED = A-MIN * .8.
     COMPUTE B80-MAJ ROUNDED = B-MAJ * .8.
     COMPUTE B80-MIN ROUNDED = B-MIN * .8.
     MOVE RQ-MAJ-DIR (REQ-SUB) TO PL-DIR.
     MOVE SPACES TO PL-AUTO.
     IF RQ-MAJ-DIR (REQ-SUB) NOT = SPACE GO TO SET-DIRECTION.
     MOVE " (BY VOL)" TO PL-AUTO.
     MOVE ZERO TO NS-DAY EW-DAY.
     PERFORM SUM-DIRECTION THRU SUM-DIRECTION-EXIT
         VARYING HR-SUB FROM 1 BY 1
         UNTIL HR-SUB GREATER THAN 24.
     IF EW-DAY GREATER THAN NS-DAY
         MOVE "E" TO PL-DIR
     ELSE
         MOVE "N" TO PL-DIR.
SET-DIRECTION.
     IF PL-DIR = "E"
         MOVE 2 TO MAJ-1
         MOVE 4 TO MAJ-2
         MOVE 1 TO MIN-1
         MOVE 3 TO MIN-2
         MOVE "E-W" TO PL-DIR
     ELSE
         MOVE 1 TO MAJ-1
         MOVE 3 TO MAJ-2
         MOVE 2 TO MIN-1
         MOVE 4 TO MIN-2
         MOVE "N-S" TO PL-DIR.
SET-THRESHOLDS-EXIT.
     EXIT.
SUM-DIRECTION.
     ADD VH-APPR (HR-SUB, 1) VH-APPR (HR-SUB, 3) TO NS-DAY.
     ADD VH-APPR (HR-SUB, 2) VH-APPR (HR-SUB, 4) TO EW-DAY.
SUM-DIRECTION-EXIT.
     EXIT.
PRINT-HEADING.
     WRITE WAR-RPT-REC FROM HEAD-1 AFTER ADVANCING TOP-OF-PAGE.
     MOVE RQ-ST-1 (REQ-SUB) TO IL-ST-1.
     MOVE RQ-ST-2 (REQ-SUB) TO IL-ST-2.
     MOVE RQ-DATE (REQ-SUB) TO DATE-IN.
     PERFORM EDIT-DATE THRU EDIT-DATE-EXIT.
     MOVE DATE-EDIT TO IL-DATE.
     MOVE VH-REC-INDEX TO IL-INDEX.
     WRITE WAR-RPT-REC FROM INT-LINE AFTER ADVANCING 2.
     MOVE RQ-MAJ-LANES (REQ-SUB) TO PL-MAJ-LA.
     MOVE RQ-MIN-LANES (REQ-SUB) TO PL-MIN-LA.
     MOVE SPACE TO PL-MAJ-PL PL-MIN-PL.
     IF RQ-MAJ-LANES (REQ-SUB) = 2 MOVE "+" TO PL-MAJ-PL.
     IF RQ-MIN-LANES (REQ-SUB) = 2 MOVE "+" TO PL-MIN-PL.
     MOVE RQ-FACTOR (REQ-SUB) TO PL-FACTOR.
     IF RQ-PARM-SRC (REQ-SUB) = "I"
         MOVE "INTERSECTION PARAMETER CARD" TO PL-SRC.
     IF RQ-PARM-SRC (REQ-SUB) = "D"
         MOVE "DEFAULT PARAMETER CARD" TO PL-SRC.
     IF RQ-PARM-SRC (REQ-SUB) = "S"
         MOVE "NO CARD - STANDARD VALUES" TO PL-SRC.
     WRITE WAR-RPT-REC FROM PARM-LINE AFTER ADVANCING 1.
     MOVE A-MAJ TO TL-A-MAJ.
     MOVE A-MIN TO TL-A-MIN.
     MOVE B-MAJ TO TL-B-MAJ.
     MOVE B-MIN TO TL-B-MIN.
     MOVE A80-MAJ TO TL-A8-MAJ.
     MOVE A80-MIN TO TL-A8-MIN.
     MOVE B80-MAJ TO TL-B8-MAJ.
     MOVE B80-MIN TO TL-B8-MIN.
     WRITE WAR-RPT-REC FROM THRESH-LINE AFTER ADVANCING 1.
     WRITE WAR-RPT-REC FROM COL-HEAD-1 AFTER ADVANCING 2.
     WRITE WAR-RPT-REC FROM COL-HEAD-2 AFTER ADVANCING 1.
PRINT-HEADING-EXIT.
     EXIT.
EDIT-DATE.
     MOVE DI-MM TO DE-MM.
     MOVE DI-DD TO DE-DD.
     MOVE DI-YY TO DE-YY.
EDIT-DATE-EXIT.
     EXIT.
TEST-HOUR.
     MOVE HR-SUB TO HL-HOUR.
     MOVE VH-APPR (HR-SUB, 1) TO HL-APPR (1).
     MOVE VH-APPR (HR-SUB, 3) TO HL-APPR (2).
     MOVE VH-APPR (HR-SUB, 2) TO HL-APPR (3).
     MOVE VH-APPR (HR-SUB, 4) TO HL-APPR (4).
     COMPUTE MAJ-VOL =
         VH-APPR (HR-SUB, MAJ-1) + VH-APPR (HR-SUB, MAJ-2).
     MOVE VH-APPR (HR-SUB, MIN-1) TO MIN-VOL.
     IF VH-APPR (HR-SUB, MIN-2) GREATER THAN MIN-VOL
         MOVE VH-APPR (HR-SUB, MIN-2) TO MIN-VOL.
     MOVE MAJ-VOL TO HL-MAJ.
     MOVE MIN-VOL TO HL-MIN.
     MOVE SPACES TO HL-A HL-B HL-A80 HL-B80 HL-FOUR HL-PEAK.
     IF MAJ-VOL NOT LESS THAN A-MAJ AND MIN-VOL NOT LESS THAN A-MIN
         MOVE "   MET" TO HL-A
         ADD 1 TO A-HRS.
     IF MAJ-VOL NOT LESS THAN B-MAJ AND MIN-VOL NOT LESS THAN B-MIN
         MOVE "   MET" TO HL-B
         ADD 1 TO B-HRS.
     IF MAJ-VOL NOT LESS THAN A80-MAJ
         AND MIN-VOL NOT LESS THAN A80-MIN
         MOVE "   MET" TO HL-A80
         ADD 1 TO A80-HRS.
     IF MAJ-VOL NOT LESS THAN B80-MAJ
         AND MIN-VOL NOT LESS THAN B80-MIN
         MOVE "   MET" TO HL-B80
         ADD 1 TO B80-HRS.
     MOVE 1 TO CURVE-SUB.
     PERFORM CURVE-LOOKUP THRU CURVE-LOOKUP-EXIT.
     MOVE CURVE-MIN TO FOUR-NEED.
     MOVE 2 TO CURVE-SUB.
     PERFORM CURVE-LOOKUP THRU CURVE-LOOKUP-EXIT.
     MOVE CURVE-MIN TO PEAK-NEED.
     MOVE FOUR-NEED TO HL-4NEED.
     MOVE PEAK-NEED TO HL-PKNEED.
     IF FOUR-NEED NOT = ZERO AND MIN-VOL NOT LESS THAN FOUR-NEED
         MOVE "   MET" TO HL-FOUR
         ADD 1 TO FOUR-HRS.
     IF PEAK-NEED NOT = ZERO AND MIN-VOL NOT LESS THAN PEAK-NEED
         MOVE "   MET" TO HL-PEAK
         ADD 1 TO PEAK-HRS.
     WRITE WAR-RPT-REC FROM HOUR-LINE AFTER ADVANCING 1.
TEST-HOUR-EXIT.
     EXIT.
CURVE-LOOKUP.
     MOVE ZERO TO CURVE-MIN.
     COMPUTE ADJ-MAJ = MAJ-VOL * 100 / RQ-FACTOR (REQ-SUB).
     IF ADJ-MAJ LESS THAN 400 GO TO CURVE-LOOKUP-EXIT.
     IF ADJ-MAJ NOT LESS THAN 1800
         MOVE CURVE-PT (CURVE-SUB, COMBO, 8) TO CURVE-MIN
         GO TO CURVE-SCALE.
     SUBTRACT 400 FROM ADJ-MAJ.
     DIVIDE ADJ-MAJ BY 200 GIVING PT-SUB REMAINDER PT-REM.
     ADD 1 TO PT-SUB.
     COMPUTE PT-NEXT = PT-SUB + 1.
     COMPUTE CURVE-MIN ROUNDED = CURVE-PT (CURVE-SUB, COMBO, PT-SUB)
         - ((CURVE-PT (CURVE-SUB, COMBO, PT-SUB)
             - CURVE-PT (CURVE-SUB, COMBO, PT-NEXT))
             * PT-REM / 200).
CURVE-SCALE.
     COMPUTE CURVE-MIN ROUNDED =
         CURVE-MIN * RQ-FACTOR (REQ-SUB) / 100.
CURVE-LOOKUP-EXIT.
     EXIT.
PRINT-SUMMARY.
     MOVE ZERO TO MET-CT.
     MOVE "N" TO TEST-FAIL.
     WRITE WAR-RPT-REC FROM SUM-HEAD AFTER ADVANCING 2.
     MOVE "EIGHT-HOUR CONDITION A" TO SM-NAME.
     MOVE A-HRS TO TEST-HRS.
     MOVE 8 TO TEST-NEED.
     MOVE SPACES TO SM-NOTE.
     PERFORM SET-RESULT THRU SET-RESULT-EXIT.
     MOVE "EIGHT-HOUR CONDITION B" TO SM-NAME.
     MOVE B-HRS TO TEST-HRS.
     PERFORM SET-RESULT THRU SET-RESULT-EXIT.
     MOVE "EIGHT-HOUR 80 PCT COMBINATION" TO SM-NAME.
     MOVE A80-HRS TO TEST-HRS.
     IF B80-HRS LESS THAN A80-HRS MOVE B80-HRS TO TEST-HRS.
     MOVE "   LESSER OF 80 PCT A AND 80 PCT B HOURS" TO SM-NOTE.
     PERFORM SET-RESULT THRU SET-RESULT-EXIT.
     MOVE "FOUR-HOUR VOLUME" TO SM-NAME.
     MOVE FOUR-HRS TO TEST-HRS.
     MOVE 4 TO TEST-NEED.
     MOVE SPACES TO SM-NOTE.
     PERFORM SET-RESULT THRU SET-RESULT-EXIT.
     MOVE "PEAK HOUR VOLUME" TO SM-NAME.
     MOVE PEAK-HRS TO TEST-HRS.
     MOVE 1 TO TEST-NEED.
     MOVE "   VOLUME CURVE ONLY - DELAY NOT TESTED" TO SM-NOTE.
     PERFORM SET-RESULT THRU SET-RESULT-EXIT.
     MOVE "ACCIDENT EXPERIENCE" TO SM-NAME.
     MOVE A80-HRS TO TEST-HRS.
     IF B80-HRS GREATER THAN A80-HRS MOVE B80-HRS TO TEST-HRS.
     MOVE 8 TO TEST-NEED.
     MOVE "   GREATER OF 80 PCT A AND 80 PCT B HOURS" TO SM-NOTE.
     IF RQ-ACC-CT (REQ-SUB) LESS THAN 5
         MOVE "Y" TO TEST-FAIL
         MOVE "   TOO FEW ACCIDENTS" TO SM-NOTE.
     PERFORM SET-RESULT THRU SET-RESULT-EXIT.
     MOVE RQ-ACC-CT (REQ-SUB) TO AL-CT.
     MOVE END-DATE TO DATE-IN.
     PERFORM EDIT-DATE THRU EDIT-DATE-EXIT.
     MOVE DATE-EDIT TO AL-DATE.
     WRITE WAR-RPT-REC FROM ACC-LINE AFTER ADVANCING 1.
     MOVE MET-CT TO ML-CT.
     WRITE WAR-RPT-REC FROM MET-LINE AFTER ADVANCING 2.
PRINT-SUMMARY-EXIT.
     EXIT.
SET-RESULT.
     MOVE TEST-HRS TO SM-HRS.
     MOVE TEST-NEED TO SM-NEED.
     IF TEST-FAIL = "N" AND TEST-HRS NOT LESS THAN TEST-NEED
         MOVE "MET" TO SM-RESULT
         ADD 1 TO MET-CT
     ELSE
         MOVE "NOT MET" TO SM-RESULT.
     WRITE WAR-RPT-REC FROM SUM-LINE AFTER ADVANCING 1.
SET-RESULT-EXIT.
     EXIT.
