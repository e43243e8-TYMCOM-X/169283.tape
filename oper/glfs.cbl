IDENTIFICATION DIVISION.
PROGRAM-ID. GLFS.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. NOVEMBER, 1976.
REMARKS. BALANCE SHEET AND INCOME STATEMENT FROM THE GL
    TRANSACTION FILE.  THE STATEMENT FORMAT FILE MAPS RANGES
    OF CHART ACCOUNTS TO REPORT LINES WITH HEADINGS, SUBTOTALS
    AND TOTALS.  THE GL CALENDAR GIVES THE FISCAL YEAR AND
    MONTH OF EACH POSTING PERIOD, SO THE INCOME STATEMENT
    SHOWS CURRENT MONTH, YEAR TO DATE AND PRIOR YEAR TO DATE
    AND THE BALANCE SHEET SHOWS THE MONTH, THE BALANCE AT
    MONTH END AND THE BALANCE A YEAR EARLIER.  UNMAPPED AND
    DOUBLY MAPPED ACCOUNTS, POSTINGS TO PERIODS NOT ON THE
    CALENDAR AND OUT-OF-BALANCE CONDITIONS PRINT ON A
    SEPARATE EXCEPTION PAGE.  YEAR-END CLOSING ENTRIES (SOURCE
    YC) COUNT IN BALANCES BUT NOT IN MONTH OR YEAR TO DATE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT GLCAL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLFMT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCOA ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLTRANS ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT FSRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD GLCAL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCALDAT ".
01 GLCAL-REC.
     05 GLC-PERIOD PIC X(10).
     05 GLC-YEAR PIC 9(4).
     05 GLC-MONTH PIC 9(2).
     05 GLC-STATUS PIC X.
     05 GLC-CLOSE-DATE PIC 9(6).
FD GLFMT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLFMTDAT ".
01 GLFMT-REC.
     05 GLF-STMT PIC X.
     05 GLF-LINE-NO PIC 9(3).
     05 GLF-TYPE PIC X.
     05 GLF-LEVEL PIC 9.
     05 GLF-FROM-ACCT PIC X(6).
     05 GLF-TO-ACCT PIC X(6).
     05 GLF-SIGN PIC X.
     05 GLF-DESC PIC X(30).
     05 FILLER PIC X(31).
FD GLCOA
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCOADAT ".
01 GLCOA-REC.
     05 GLA-ACCT PIC X(6).
     05 GLA-DESC PIC X(30).
     05 GLA-TYPE PIC X.
FD GLTRANS
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLTRANSDAT".
01 GLTRANS-REC.
     05 GLT-DATE PIC 9(6).
     05 GLT-SOURCE PIC XX.
     05 GLT-PERIOD PIC X(10).
     05 GLT-ACCT PIC X(6).
     05 GLT-DR PIC 9(7)V99.
     05 GLT-CR PIC 9(7)V99.
FD FSRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLFSRPT  ".
01 FSRPT-REC PIC X(100).
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
77 SEL-PERIOD PIC X(10) VALUE SPACES.
77 CUR-YEAR PIC 9(4) VALUE ZERO.
77 CUR-MONTH PIC 9(2) VALUE ZERO.
77 CUR-KEY PIC 9(6) VALUE ZERO.
77 PRIOR-KEY PIC 9(6) VALUE ZERO.
77 TRN-KEY PIC 9(6) VALUE ZERO.
77 IN-CT PIC 9(7) VALUE ZERO.
77 USED-CT PIC 9(7) VALUE ZERO.
77 LINE-CT PIC 9(5) VALUE ZERO.
77 EXC-CT PIC 9(5) VALUE ZERO.
77 ACC-CT PIC 9(3) VALUE ZERO.
77 ACC-SUB PIC 9(3) VALUE ZERO.
77 ACC-FOUND PIC 9(3) VALUE ZERO.
77 PER-CT PIC 9(3) VALUE ZERO.
77 PER-SUB PIC 9(3) VALUE ZERO.
77 PER-FOUND PIC 9(3) VALUE ZERO.
77 FMT-CT PIC 9(3) VALUE ZERO.
77 FMT-SUB PIC 9(3) VALUE ZERO.
77 UNK-CT PIC 9(2) VALUE ZERO.
77 UNK-SUB PIC 9(2) VALUE ZERO.
77 UNK-FOUND PIC 9(2) VALUE ZERO.
77 COL-SUB PIC 9 VALUE ZERO.
77 LVL-SUB PIC 9 VALUE ZERO.
77 CUR-STMT PIC X VALUE SPACE.
77 NET-AMT PIC S9(9)V99 VALUE ZERO.
77 PRF-DR PIC S9(9)V99 VALUE ZERO.
77 PRF-CR PIC S9(9)V99 VALUE ZERO.
77 PPRF-DR PIC S9(9)V99 VALUE ZERO.
77 PPRF-CR PIC S9(9)V99 VALUE ZERO.
77 BS-PROOF PIC S9(9)V99 VALUE ZERO.
77 UNMAP-AMT PIC S9(9)V99 VALUE ZERO.
01 ACC-TABLE.
     05 ACC-TBL OCCURS 200 TIMES.
        10 AT-ACCT PIC X(6).
        10 AT-DESC PIC X(30).
        10 AT-LINE PIC 9(3).
        10 AT-MAP-CT PIC 9(2).
        10 AT-AMT PIC S9(9)V99 OCCURS 5 TIMES.
01 PER-TABLE.
     05 PER-TBL OCCURS 120 TIMES.
        10 PT-PERIOD PIC X(10).
        10 PT-YEAR PIC 9(4).
        10 PT-MONTH PIC 9(2).
01 FMT-TABLE.
     05 FMT-TBL OCCURS 150 TIMES.
        10 FT-STMT PIC X.
        10 FT-TYPE PIC X.
        10 FT-LEVEL PIC 9.
        10 FT-FROM-ACCT PIC X(6).
        10 FT-TO-ACCT PIC X(6).
        10 FT-SIGN PIC X.
        10 FT-DESC PIC X(30).
        10 FT-AMT PIC S9(9)V99 OCCURS 3 TIMES.
01 UNK-TABLE.
     05 UNK-TBL OCCURS 20 TIMES.
        10 UT-PERIOD PIC X(10).
        10 UT-DR PIC S9(9)V99.
        10 UT-CR PIC S9(9)V99.
01 NI-AMOUNTS.
     05 NI-BS PIC S9(9)V99 OCCURS 3 TIMES.
     05 NI-IS PIC S9(9)V99 OCCURS 3 TIMES.
01 LVL-AMOUNTS.
     05 LVL-TBL OCCURS 3 TIMES.
        10 LVL-AMT PIC S9(9)V99 OCCURS 3 TIMES.
01 LINE-AMOUNTS.
     05 LINE-AMT PIC S9(9)V99 OCCURS 3 TIMES.
01 FS-HEAD-1.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FSH-TITLE PIC X(30).
     05 FILLER PIC X(12) VALUE "FOR PERIOD ".
     05 FSH-PERIOD PIC X(10).
01 FS-HEAD-2.
     05 FILLER PIC X(38) VALUE SPACES.
     05 FSH-COL-1 PIC X(16).
     05 FSH-COL-2 PIC X(16).
     05 FSH-COL-3 PIC X(16).
01 FS-LINE.
     05 FILLER PIC XX VALUE SPACES.
     05 FSL-INDENT PIC X(4).
     05 FSL-DESC PIC X(32).
     05 FSL-COL OCCURS 3 TIMES.
        10 FILLER PIC X.
        10 FSL-AMT PIC ZZZ,ZZZ,ZZ9.99-.
01 FS-CAPTION.
     05 FILLER PIC XX VALUE SPACES.
     05 FSC-DESC PIC X(30).
01 FS-RULE.
     05 FILLER PIC X(38) VALUE SPACES.
     05 FILLER PIC X(48) VALUE
         "    -----------     -----------     -----------".
01 EX-HEAD.
     05 FILLER PIC X(20) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "FINANCIAL STATEMENT EXCEPTIONS".
     05 FILLER PIC X(12) VALUE "FOR PERIOD ".
     05 EXH-PERIOD PIC X(10).
01 EX-CAPTION.
     05 FILLER PIC XX VALUE SPACES.
     05 EXC-TEXT PIC X(60).
01 EX-ACCT-LINE.
     05 FILLER PIC X(4) VALUE SPACES.
     05 EXA-ACCT PIC X(6).
     05 FILLER PIC XX VALUE SPACES.
     05 EXA-DESC PIC X(30).
     05 EXA-AMT PIC ZZZ,ZZZ,ZZ9.99- OCCURS 3 TIMES.
     05 FILLER PIC XX VALUE SPACES.
     05 EXA-NOTE PIC X(10).
01 EX-PER-LINE.
     05 FILLER PIC X(4) VALUE SPACES.
     05 EXP-PERIOD PIC X(10).
     05 FILLER PIC X(10) VALUE "  DEBITS ".
     05 EXP-DR PIC ZZZ,ZZZ,ZZ9.99-.
     05 FILLER PIC X(10) VALUE "  CREDITS ".
     05 EXP-CR PIC ZZZ,ZZZ,ZZ9.99-.
01 EX-PROOF-LINE.
     05 FILLER PIC X(4) VALUE SPACES.
     05 EXR-LABEL PIC X(30).
     05 FILLER PIC X(8) VALUE " DEBITS ".
     05 EXR-DR PIC ZZZ,ZZZ,ZZ9.99-.
     05 FILLER PIC X(9) VALUE " CREDITS ".
     05 EXR-CR PIC ZZZ,ZZZ,ZZ9.99-.
     05 FILLER PIC XX VALUE SPACES.
     05 EXR-TEXT PIC X(20).
01 EX-DIFF-LINE.
     05 FILLER PIC X(4) VALUE SPACES.
     05 FILLER PIC X(30) VALUE "BALANCE SHEET STATEMENTS".
     05 FILLER PIC X(12) VALUE " DIFFERENCE ".
     05 EXD-DIFF PIC ZZZ,ZZZ,ZZ9.99-.
     05 FILLER PIC X(10) VALUE " UNMAPPED ".
     05 EXD-UNMAP PIC ZZZ,ZZZ,ZZ9.99-.
     05 FILLER PIC XX VALUE SPACES.
     05 EXD-TEXT PIC X(20).
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     DISPLAY 'PERIOD TO REPORT : ' WITH NO ADVANCING.
     ACCEPT SEL-PERIOD.
     MOVE SPACES TO FS-LINE.
     OPEN INPUT GLCAL.
LOAD-CAL.
     READ GLCAL AT END CLOSE GLCAL, GO TO CHECK-PERIOD.
     IF PER-CT EQUAL 120
        DISPLAY 'GLFS - CALENDAR TABLE FULL'
        CLOSE GLCAL, GO TO CHECK-PERIOD.
     ADD 1 TO PER-CT.
     MOVE GLC-PERIOD TO PT-PERIOD (PER-CT).
     MOVE GLC-YEAR TO PT-YEAR (PER-CT).
     MOVE GLC-MONTH TO PT-MONTH (PER-CT).
     IF GLC-PERIOD EQUAL SEL-PERIOD
        MOVE GLC-YEAR TO CUR-YEAR
        MOVE GLC-MONTH TO CUR-MONTH.
     GO TO LOAD-CAL.
CHECK-PERIOD.
     IF CUR-YEAR EQUAL ZERO
        DISPLAY 'GLFS - PERIOD ' SEL-PERIOD
           ' NOT ON GL CALENDAR - ABORTED'
        MOVE 'REFUSE' TO RL-STATUS
        GO TO FINISH-RUN.
     COMPUTE CUR-KEY = CUR-YEAR * 100 + CUR-MONTH.
     COMPUTE PRIOR-KEY = CUR-KEY - 100.
     OPEN INPUT GLFMT.
LOAD-FMT.
     READ GLFMT AT END CLOSE GLFMT, GO TO LOAD-COA-START.
     IF FMT-CT EQUAL 150
        DISPLAY 'GLFS - FORMAT TABLE FULL'
        CLOSE GLFMT, GO TO LOAD-COA-START.
     IF GLF-STMT NOT EQUAL 'B' AND GLF-STMT NOT EQUAL 'I'
        DISPLAY 'GLFS - BAD STATEMENT CODE ' GLFMT-REC
        GO TO LOAD-FMT.
     ADD 1 TO FMT-CT.
     MOVE GLF-STMT TO FT-STMT (FMT-CT).
     MOVE GLF-TYPE TO FT-TYPE (FMT-CT).
     MOVE GLF-LEVEL TO FT-LEVEL (FMT-CT).
     IF GLF-LEVEL NOT NUMERIC OR GLF-LEVEL LESS THAN 1
        OR GLF-LEVEL GREATER THAN 3
        MOVE 1 TO FT-LEVEL (FMT-CT).
     MOVE GLF-FROM-ACCT TO FT-FROM-ACCT (FMT-CT).
     MOVE GLF-TO-ACCT TO FT-TO-ACCT (FMT-CT).
     IF GLF-TO-ACCT EQUAL SPACES
        MOVE GLF-FROM-ACCT TO FT-TO-ACCT (FMT-CT).
     MOVE GLF-SIGN TO FT-SIGN (FMT-CT).
     MOVE GLF-DESC TO FT-DESC (FMT-CT).
     MOVE ZERO TO FT-AMT (FMT-CT, 1), FT-AMT (FMT-CT, 2),
        FT-AMT (FMT-CT, 3).
     GO TO LOAD-FMT.
LOAD-COA-START.
     OPEN INPUT GLCOA.
LOAD-COA.
     READ GLCOA AT END CLOSE GLCOA, GO TO TRANS-PASS.
     IF ACC-CT EQUAL 200
        DISPLAY 'GLFS - ACCOUNT TABLE FULL'
        CLOSE GLCOA, GO TO TRANS-PASS.
     ADD 1 TO ACC-CT.
     MOVE GLA-ACCT TO AT-ACCT (ACC-CT).
     MOVE GLA-DESC TO AT-DESC (ACC-CT).
     PERFORM CLEAR-ACC THRU CLEAR-ACC-EXIT.
     GO TO LOAD-COA.
CLEAR-ACC.
     MOVE ZERO TO AT-LINE (ACC-CT), AT-MAP-CT (ACC-CT).
     MOVE ZERO TO AT-AMT (ACC-CT, 1), AT-AMT (ACC-CT, 2),
        AT-AMT (ACC-CT, 3), AT-AMT (ACC-CT, 4),
        AT-AMT (ACC-CT, 5).
CLEAR-ACC-EXIT.
     EXIT.
TRANS-PASS.
     OPEN INPUT GLTRANS.
TRANS-READ.
     READ GLTRANS AT END CLOSE GLTRANS, GO TO MAP-ACCOUNTS.
     ADD 1 TO IN-CT.
     MOVE ZERO TO PER-FOUND.
     PERFORM FIND-PER THRU FIND-PER-EXIT
        VARYING PER-SUB FROM 1 BY 1
        UNTIL PER-SUB GREATER THAN PER-CT.
     IF PER-FOUND EQUAL ZERO
        PERFORM UNKNOWN-PER THRU UNKNOWN-PER-EXIT
        GO TO TRANS-READ.
     COMPUTE TRN-KEY = PT-YEAR (PER-FOUND) * 100
        + PT-MONTH (PER-FOUND).
     IF TRN-KEY GREATER THAN CUR-KEY GO TO TRANS-READ.
     ADD 1 TO USED-CT.
     MOVE ZERO TO ACC-FOUND.
     PERFORM FIND-ACC THRU FIND-ACC-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     IF ACC-FOUND EQUAL ZERO
        IF ACC-CT LESS THAN 200
           ADD 1 TO ACC-CT
           MOVE ACC-CT TO ACC-FOUND
           MOVE GLT-ACCT TO AT-ACCT (ACC-FOUND)
           MOVE '**NOT ON CHART**' TO AT-DESC (ACC-FOUND)
           PERFORM CLEAR-ACC THRU CLEAR-ACC-EXIT
        ELSE
           DISPLAY 'GLFS - ACCOUNT TABLE FULL, ' GLT-ACCT
              ' DROPPED'
           GO TO TRANS-READ.
     COMPUTE NET-AMT = GLT-DR - GLT-CR.
     ADD NET-AMT TO AT-AMT (ACC-FOUND, 4).
     ADD GLT-DR TO PRF-DR.
     ADD GLT-CR TO PRF-CR.
     IF GLT-SOURCE EQUAL 'YC' GO TO TRANS-PRIOR.
     IF TRN-KEY EQUAL CUR-KEY
        ADD NET-AMT TO AT-AMT (ACC-FOUND, 1).
     IF PT-YEAR (PER-FOUND) EQUAL CUR-YEAR
        ADD NET-AMT TO AT-AMT (ACC-FOUND, 2).
TRANS-PRIOR.
     IF TRN-KEY GREATER THAN PRIOR-KEY GO TO TRANS-READ.
     ADD NET-AMT TO AT-AMT (ACC-FOUND, 5).
     ADD GLT-DR TO PPRF-DR.
     ADD GLT-CR TO PPRF-CR.
     IF GLT-SOURCE EQUAL 'YC' GO TO TRANS-READ.
     IF PT-YEAR (PER-FOUND) + 1 EQUAL CUR-YEAR
        ADD NET-AMT TO AT-AMT (ACC-FOUND, 3).
     GO TO TRANS-READ.
FIND-PER.
     IF PT-PERIOD (PER-SUB) EQUAL GLT-PERIOD
        MOVE PER-SUB TO PER-FOUND.
FIND-PER-EXIT.
     EXIT.
FIND-ACC.
     IF AT-ACCT (ACC-SUB) EQUAL GLT-ACCT
        MOVE ACC-SUB TO ACC-FOUND.
FIND-ACC-EXIT.
     EXIT.
UNKNOWN-PER.
     MOVE ZERO TO UNK-FOUND.
     PERFORM FIND-UNK THRU FIND-UNK-EXIT
        VARYING UNK-SUB FROM 1 BY 1
        UNTIL UNK-SUB GREATER THAN UNK-CT.
     IF UNK-FOUND EQUAL ZERO
        IF UNK-CT LESS THAN 20
           ADD 1 TO UNK-CT
           MOVE UNK-CT TO UNK-FOUND
           MOVE GLT-PERIOD TO UT-PERIOD (UNK-FOUND)
           MOVE ZERO TO UT-DR (UNK-FOUND), UT-CR (UNK-FOUND)
        ELSE
           MOVE 20 TO UNK-FOUND
           MOVE '*OTHERS*' TO UT-PERIOD (UNK-FOUND).
     ADD GLT-DR TO UT-DR (UNK-FOUND).
     ADD GLT-CR TO UT-CR (UNK-FOUND).
UNKNOWN-PER-EXIT.
     EXIT.
FIND-UNK.
     IF UT-PERIOD (UNK-SUB) EQUAL GLT-PERIOD
        MOVE UNK-SUB TO UNK-FOUND.
FIND-UNK-EXIT.
     EXIT.
MAP-ACCOUNTS.
     MOVE ZERO TO NI-AMOUNTS.
     PERFORM MAP-ONE-ACCT THRU MAP-ONE-ACCT-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     OPEN OUTPUT FSRPT.
     MOVE SEL-PERIOD TO FSH-PERIOD, EXH-PERIOD.
     MOVE SPACE TO CUR-STMT.
     PERFORM PRINT-FMT-LINE THRU PRINT-FMT-LINE-EXIT
        VARYING FMT-SUB FROM 1 BY 1
        UNTIL FMT-SUB GREATER THAN FMT-CT.
     GO TO EXCEPTION-PAGE.
MAP-ONE-ACCT.
     PERFORM FIND-LINE THRU FIND-LINE-EXIT
        VARYING FMT-SUB FROM 1 BY 1
        UNTIL FMT-SUB GREATER THAN FMT-CT.
     IF AT-LINE (ACC-SUB) EQUAL ZERO
        GO TO MAP-ONE-ACCT-EXIT.
     MOVE AT-LINE (ACC-SUB) TO FMT-SUB.
     ADD AT-AMT (ACC-SUB, 1) TO FT-AMT (FMT-SUB, 1).
     IF FT-STMT (FMT-SUB) EQUAL 'B'
        ADD AT-AMT (ACC-SUB, 4) TO FT-AMT (FMT-SUB, 2)
        ADD AT-AMT (ACC-SUB, 5) TO FT-AMT (FMT-SUB, 3)
        GO TO MAP-ONE-ACCT-EXIT.
     ADD AT-AMT (ACC-SUB, 2) TO FT-AMT (FMT-SUB, 2).
     ADD AT-AMT (ACC-SUB, 3) TO FT-AMT (FMT-SUB, 3).
     ADD AT-AMT (ACC-SUB, 1) TO NI-IS (1), NI-BS (1).
     ADD AT-AMT (ACC-SUB, 2) TO NI-IS (2).
     ADD AT-AMT (ACC-SUB, 3) TO NI-IS (3).
     ADD AT-AMT (ACC-SUB, 4) TO NI-BS (2).
     ADD AT-AMT (ACC-SUB, 5) TO NI-BS (3).
MAP-ONE-ACCT-EXIT.
     EXIT.
FIND-LINE.
     IF FT-TYPE (FMT-SUB) NOT EQUAL 'D' GO TO FIND-LINE-EXIT.
     IF AT-ACCT (ACC-SUB) LESS THAN FT-FROM-ACCT (FMT-SUB)
        GO TO FIND-LINE-EXIT.
     IF AT-ACCT (ACC-SUB) GREATER THAN FT-TO-ACCT (FMT-SUB)
        GO TO FIND-LINE-EXIT.
     ADD 1 TO AT-MAP-CT (ACC-SUB).
     IF AT-LINE (ACC-SUB) EQUAL ZERO
        MOVE FMT-SUB TO AT-LINE (ACC-SUB).
FIND-LINE-EXIT.
     EXIT.
PRINT-FMT-LINE.
     IF FT-STMT (FMT-SUB) NOT EQUAL CUR-STMT
        PERFORM STMT-HEADING THRU STMT-HEADING-EXIT.
     MOVE FT-DESC (FMT-SUB) TO FSL-DESC.
     IF FT-TYPE (FMT-SUB) EQUAL 'H'
        MOVE FT-DESC (FMT-SUB) TO FSC-DESC
        WRITE FSRPT-REC FROM FS-CAPTION AFTER ADVANCING 2
        ADD 1 TO LINE-CT
        GO TO PRINT-FMT-LINE-EXIT.
     IF FT-TYPE (FMT-SUB) EQUAL 'D'
        MOVE '    ' TO FSL-INDENT
        MOVE FT-AMT (FMT-SUB, 1) TO LINE-AMT (1)
        MOVE FT-AMT (FMT-SUB, 2) TO LINE-AMT (2)
        MOVE FT-AMT (FMT-SUB, 3) TO LINE-AMT (3)
        PERFORM ADD-LEVELS THRU ADD-LEVELS-EXIT
        PERFORM PRINT-AMTS THRU PRINT-AMTS-EXIT
        WRITE FSRPT-REC FROM FS-LINE AFTER ADVANCING 1
        ADD 1 TO LINE-CT
        GO TO PRINT-FMT-LINE-EXIT.
     IF FT-TYPE (FMT-SUB) EQUAL 'N'
        PERFORM NET-INCOME-LINE THRU NET-INCOME-LINE-EXIT
        GO TO PRINT-FMT-LINE-EXIT.
     IF FT-TYPE (FMT-SUB) NOT EQUAL 'S'
        DISPLAY 'GLFS - BAD FORMAT LINE TYPE ' FT-TYPE (FMT-SUB)
        GO TO PRINT-FMT-LINE-EXIT.
     MOVE '  ' TO FSL-INDENT.
     MOVE FT-LEVEL (FMT-SUB) TO LVL-SUB.
     MOVE LVL-AMT (LVL-SUB, 1) TO LINE-AMT (1).
     MOVE LVL-AMT (LVL-SUB, 2) TO LINE-AMT (2).
     MOVE LVL-AMT (LVL-SUB, 3) TO LINE-AMT (3).
     PERFORM CLEAR-LEVEL THRU CLEAR-LEVEL-EXIT
        VARYING LVL-SUB FROM 1 BY 1
        UNTIL LVL-SUB GREATER THAN FT-LEVEL (FMT-SUB).
     PERFORM PRINT-AMTS THRU PRINT-AMTS-EXIT.
     WRITE FSRPT-REC FROM FS-RULE AFTER ADVANCING 1.
     WRITE FSRPT-REC FROM FS-LINE AFTER ADVANCING 1.
     ADD 1 TO LINE-CT.
PRINT-FMT-LINE-EXIT.
     EXIT.
NET-INCOME-LINE.
     MOVE '    ' TO FSL-INDENT.
     IF FT-STMT (FMT-SUB) EQUAL 'B'
        MOVE NI-BS (1) TO LINE-AMT (1)
        MOVE NI-BS (2) TO LINE-AMT (2)
        MOVE NI-BS (3) TO LINE-AMT (3)
     ELSE
        MOVE NI-IS (1) TO LINE-AMT (1)
        MOVE NI-IS (2) TO LINE-AMT (2)
        MOVE NI-IS (3) TO LINE-AMT (3).
     PERFORM ADD-LEVELS THRU ADD-LEVELS-EXIT.
     PERFORM PRINT-AMTS THRU PRINT-AMTS-EXIT.
     WRITE FSRPT-REC FROM FS-LINE AFTER ADVANCING 1.
     ADD 1 TO LINE-CT.
NET-INCOME-LINE-EXIT.
     EXIT.
STMT-HEADING.
     MOVE FT-STMT (FMT-SUB) TO CUR-STMT.
     MOVE ZERO TO LVL-AMOUNTS.
     IF CUR-STMT EQUAL 'B'
        MOVE 'BALANCE SHEET' TO FSH-TITLE
        MOVE '   CURRENT MONTH' TO FSH-COL-1
        MOVE ' BALANCE TO DATE' TO FSH-COL-2
        MOVE 'PRIOR YR BALANCE' TO FSH-COL-3
     ELSE
        MOVE 'INCOME STATEMENT' TO FSH-TITLE
        MOVE '   CURRENT MONTH' TO FSH-COL-1
        MOVE '    YEAR TO DATE' TO FSH-COL-2
        MOVE 'PRIOR YR TO DATE' TO FSH-COL-3.
     WRITE FSRPT-REC FROM FS-HEAD-1 AFTER ADVANCING PAGE.
     WRITE FSRPT-REC FROM FS-HEAD-2 AFTER ADVANCING 2.
STMT-HEADING-EXIT.
     EXIT.
ADD-LEVELS.
     PERFORM ADD-ONE-LEVEL THRU ADD-ONE-LEVEL-EXIT
        VARYING LVL-SUB FROM 1 BY 1
        UNTIL LVL-SUB GREATER THAN 3.
ADD-LEVELS-EXIT.
     EXIT.
ADD-ONE-LEVEL.
     ADD LINE-AMT (1) TO LVL-AMT (LVL-SUB, 1).
     ADD LINE-AMT (2) TO LVL-AMT (LVL-SUB, 2).
     ADD LINE-AMT (3) TO LVL-AMT (LVL-SUB, 3).
ADD-ONE-LEVEL-EXIT.
     EXIT.
CLEAR-LEVEL.
     MOVE ZERO TO LVL-AMT (LVL-SUB, 1), LVL-AMT (LVL-SUB, 2),
        LVL-AMT (LVL-SUB, 3).
CLEAR-LEVEL-EXIT.
     EXIT.
PRINT-AMTS.
     PERFORM PRINT-ONE-AMT THRU PRINT-ONE-AMT-EXIT
        VARYING COL-SUB FROM 1 BY 1
        UNTIL COL-SUB GREATER THAN 3.
PRINT-AMTS-EXIT.
     EXIT.
PRINT-ONE-AMT.
     IF FT-SIGN (FMT-SUB) EQUAL 'C'
        COMPUTE FSL-AMT (COL-SUB) = ZERO - LINE-AMT (COL-SUB)
     ELSE
        MOVE LINE-AMT (COL-SUB) TO FSL-AMT (COL-SUB).
PRINT-ONE-AMT-EXIT.
     EXIT.
EXCEPTION-PAGE.
     WRITE FSRPT-REC FROM EX-HEAD AFTER ADVANCING PAGE.
     MOVE 'ACCOUNTS NOT ON ANY STATEMENT LINE (MONTH/YTD/BALANCE)'
        TO EXC-TEXT.
     WRITE FSRPT-REC FROM EX-CAPTION AFTER ADVANCING 2.
     PERFORM EXC-UNMAPPED THRU EXC-UNMAPPED-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     MOVE 'ACCOUNTS ON MORE THAN ONE LINE (FIRST LINE USED)'
        TO EXC-TEXT.
     WRITE FSRPT-REC FROM EX-CAPTION AFTER ADVANCING 2.
     PERFORM EXC-DOUBLE THRU EXC-DOUBLE-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     MOVE 'POSTINGS TO PERIODS NOT ON THE GL CALENDAR'
        TO EXC-TEXT.
     WRITE FSRPT-REC FROM EX-CAPTION AFTER ADVANCING 2.
     PERFORM EXC-PERIOD THRU EXC-PERIOD-EXIT
        VARYING UNK-SUB FROM 1 BY 1
        UNTIL UNK-SUB GREATER THAN UNK-CT.
     MOVE 'LEDGER AND BALANCE SHEET PROOF' TO EXC-TEXT.
     WRITE FSRPT-REC FROM EX-CAPTION AFTER ADVANCING 2.
     MOVE 'LEDGER THROUGH PERIOD' TO EXR-LABEL.
     MOVE PRF-DR TO EXR-DR.
     MOVE PRF-CR TO EXR-CR.
     MOVE 'IN BALANCE' TO EXR-TEXT.
     IF PRF-DR NOT EQUAL PRF-CR
        MOVE '**OUT OF BALANCE**' TO EXR-TEXT
        ADD 1 TO EXC-CT.
     WRITE FSRPT-REC FROM EX-PROOF-LINE AFTER ADVANCING 1.
     MOVE 'LEDGER THROUGH PRIOR YEAR' TO EXR-LABEL.
     MOVE PPRF-DR TO EXR-DR.
     MOVE PPRF-CR TO EXR-CR.
     MOVE 'IN BALANCE' TO EXR-TEXT.
     IF PPRF-DR NOT EQUAL PPRF-CR
        MOVE '**OUT OF BALANCE**' TO EXR-TEXT
        ADD 1 TO EXC-CT.
     WRITE FSRPT-REC FROM EX-PROOF-LINE AFTER ADVANCING 1.
     MOVE ZERO TO BS-PROOF.
     PERFORM BS-PROOF-ONE THRU BS-PROOF-ONE-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     MOVE BS-PROOF TO EXD-DIFF.
     MOVE UNMAP-AMT TO EXD-UNMAP.
     MOVE 'IN BALANCE' TO EXD-TEXT.
     IF BS-PROOF NOT EQUAL ZERO
        MOVE '**OUT OF BALANCE**' TO EXD-TEXT
        ADD 1 TO EXC-CT.
     WRITE FSRPT-REC FROM EX-DIFF-LINE AFTER ADVANCING 1.
     IF EXC-CT EQUAL ZERO
        MOVE 'NO EXCEPTIONS' TO EXC-TEXT
        WRITE FSRPT-REC FROM EX-CAPTION AFTER ADVANCING 2.
     CLOSE FSRPT.
     DISPLAY 'GLFS COMPLETE - POSTINGS USED ' USED-CT
        ' EXCEPTIONS ' EXC-CT.
     MOVE 'NORMAL' TO RL-STATUS.
     GO TO FINISH-RUN.
EXC-UNMAPPED.
     IF AT-LINE (ACC-SUB) NOT EQUAL ZERO
        GO TO EXC-UNMAPPED-EXIT.
     MOVE AT-ACCT (ACC-SUB) TO EXA-ACCT.
     MOVE AT-DESC (ACC-SUB) TO EXA-DESC.
     MOVE AT-AMT (ACC-SUB, 1) TO EXA-AMT (1).
     MOVE AT-AMT (ACC-SUB, 2) TO EXA-AMT (2).
     MOVE AT-AMT (ACC-SUB, 4) TO EXA-AMT (3).
     MOVE 'UNMAPPED' TO EXA-NOTE.
     WRITE FSRPT-REC FROM EX-ACCT-LINE AFTER ADVANCING 1.
     ADD 1 TO EXC-CT.
EXC-UNMAPPED-EXIT.
     EXIT.
EXC-DOUBLE.
     IF AT-MAP-CT (ACC-SUB) LESS THAN 2
        GO TO EXC-DOUBLE-EXIT.
     MOVE AT-ACCT (ACC-SUB) TO EXA-ACCT.
     MOVE AT-DESC (ACC-SUB) TO EXA-DESC.
     MOVE AT-AMT (ACC-SUB, 1) TO EXA-AMT (1).
     MOVE AT-AMT (ACC-SUB, 2) TO EXA-AMT (2).
     MOVE AT-AMT (ACC-SUB, 4) TO EXA-AMT (3).
     MOVE AT-MAP-CT (ACC-SUB) TO EXA-NOTE.
     WRITE FSRPT-REC FROM EX-ACCT-LINE AFTER ADVANCING 1.
     ADD 1 TO EXC-CT.
EXC-DOUBLE-EXIT.
     EXIT.
EXC-PERIOD.
     MOVE UT-PERIOD (UNK-SUB) TO EXP-PERIOD.
     MOVE UT-DR (UNK-SUB) TO EXP-DR.
     MOVE UT-CR (UNK-SUB) TO EXP-CR.
     WRITE FSRPT-REC FROM EX-PER-LINE AFTER ADVANCING 1.
     ADD 1 TO EXC-CT.
EXC-PERIOD-EXIT.
     EXIT.
BS-PROOF-ONE.
     IF AT-LINE (ACC-SUB) EQUAL ZERO
        ADD AT-AMT (ACC-SUB, 4) TO UNMAP-AMT
        GO TO BS-PROOF-ONE-EXIT.
     ADD AT-AMT (ACC-SUB, 4) TO BS-PROOF.
BS-PROOF-ONE-EXIT.
     EXIT.
FINISH-RUN.
     MOVE 'GLFS     ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE IN-CT TO RL-RECS-READ.
     MOVE LINE-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
