IDENTIFICATION DIVISION.
PROGRAM-ID. GLCLS.
AUTHOR. TYMSHARE TASC.
DATE-WRITTEN. DECEMBER, 1976.
REMARKS. GL PERIOD CLOSE.  ONE CONTROL CARD PER RUN.  ACTION C
    MARKS A PERIOD CLOSED ON THE GL CALENDAR SO GLPOST REJECTS
    ANY FURTHER POSTING TO IT.  ACTION Y IS THE YEAR-END CLOSE -
    THE BALANCES OF THE REVENUE (TYPE R) AND EXPENSE (TYPE E)
    ACCOUNTS FOR THE FISCAL YEAR ARE ZEROED INTO THE RETAINED
    EARNINGS ACCOUNT BY CLOSING ENTRIES (SOURCE YC) WRITTEN TO
    THE GL TRANSACTION FILE IN THE YEAR-END PERIOD, AND THAT
    PERIOD IS CLOSED.  ACTION R REOPENS A CLOSED PERIOD AND
    MUST CARRY THE INITIALS OF WHO AUTHORIZED IT AND A REASON.
    EVERY RUN, ACCEPTED OR REFUSED, IS WRITTEN TO THE CLOSE LOG.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DECSYSTEM-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
     SELECT GLCLCTL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCAL ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCOA ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLTRANS ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT GLCLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT CLSRPT ASSIGN TO DSK
     RECORDING MODE IS ASCII.
     SELECT RUNLOG ASSIGN TO DSK
     RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD GLCLCTL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCLCTDAT".
01 GLCLCTL-REC.
     05 CC-ACTION PIC X.
     05 CC-PERIOD PIC X(10).
     05 CC-RE-ACCT PIC X(6).
     05 CC-AUTH PIC X(10).
     05 CC-REASON PIC X(30).
     05 FILLER PIC X(23).
FD GLCAL
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCALDAT ".
01 GLCAL-REC.
     05 GLC-PERIOD PIC X(10).
     05 GLC-YEAR PIC 9(4).
     05 GLC-MONTH PIC 9(2).
     05 GLC-STATUS PIC X.
     05 GLC-CLOSE-DATE PIC 9(6).
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
FD GLCLOG
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCLOGDAT".
01 GLCLOG-REC.
     05 LG-DATE PIC 9(6).
     05 LG-TIME PIC 9(8).
     05 LG-ACTION PIC X.
     05 LG-PERIOD PIC X(10).
     05 LG-AUTH PIC X(10).
     05 LG-REASON PIC X(30).
     05 LG-RESULT PIC X(6).
FD CLSRPT
     LABEL RECORDS ARE STANDARD
     VALUE OF IDENTIFICATION IS "GLCLSRPT ".
01 CLSRPT-REC PIC X(90).
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
77 IN-CT PIC 9(7) VALUE ZERO.
77 OUT-CT PIC 9(7) VALUE ZERO.
77 ACC-CT PIC 9(3) VALUE ZERO.
77 ACC-SUB PIC 9(3) VALUE ZERO.
77 ACC-FOUND PIC 9(3) VALUE ZERO.
77 PER-CT PIC 9(3) VALUE ZERO.
77 PER-SUB PIC 9(3) VALUE ZERO.
77 PER-FOUND PIC 9(3) VALUE ZERO.
77 TARGET-FOUND PIC X VALUE 'N'.
77 TARGET-STATUS PIC X VALUE SPACE.
77 FISCAL-YEAR PIC 9(4) VALUE ZERO.
77 OPEN-CT PIC 9(3) VALUE ZERO.
77 NET-AMT PIC S9(9)V99 VALUE ZERO.
77 RE-NET PIC S9(9)V99 VALUE ZERO.
77 TOT-DR PIC S9(9)V99 VALUE ZERO.
77 TOT-CR PIC S9(9)V99 VALUE ZERO.
77 REFUSE-TEXT PIC X(40) VALUE SPACES.
01 ACC-TABLE.
     05 ACC-TBL OCCURS 200 TIMES.
        10 AT-ACCT PIC X(6).
        10 AT-DESC PIC X(30).
        10 AT-TYPE PIC X.
        10 AT-NET PIC S9(9)V99.
01 PER-TABLE.
     05 PER-TBL OCCURS 300 TIMES.
        10 PT-PERIOD PIC X(10).
        10 PT-YEAR PIC 9(4).
        10 PT-STATUS PIC X.
01 CLS-HEAD.
     05 FILLER PIC X(20) VALUE SPACES.
     05 CLH-TITLE PIC X(30).
     05 FILLER PIC X(8) VALUE "PERIOD ".
     05 CLH-PERIOD PIC X(10).
01 CLS-COLS.
     05 FILLER PIC X(8) VALUE " ACCOUNT".
     05 FILLER PIC X(32) VALUE "  DESCRIPTION".
     05 FILLER PIC X(13) VALUE "    DEBITS   ".
     05 FILLER PIC X(13) VALUE "   CREDITS   ".
01 CLS-LINE.
     05 CLL-ACCT PIC X(6).
     05 FILLER PIC XX VALUE SPACES.
     05 CLL-DESC PIC X(30).
     05 FILLER PIC XX VALUE SPACES.
     05 CLL-DR PIC ZZZZZZZ9.99.
     05 FILLER PIC X VALUE SPACE.
     05 CLL-CR PIC ZZZZZZZ9.99.
01 CLS-TOT-LINE.
     05 FILLER PIC X(14) VALUE " TOTAL DEBITS ".
     05 CLT-DR PIC ZZZZZZZZ9.99.
     05 FILLER PIC X(10) VALUE "  CREDITS ".
     05 CLT-CR PIC ZZZZZZZZ9.99.
01 CLS-MSG.
     05 FILLER PIC X VALUE SPACE.
     05 CLM-TEXT PIC X(40).
     05 CLM-PERIOD PIC X(10).
PROCEDURE DIVISION.
HOUSE-KEEP.
     OPEN EXTEND RUNLOG.
     ACCEPT RL-SAVE-DATE FROM DATE.
     ACCEPT RL-SAVE-START-TIME FROM TIME.
     OPEN EXTEND GLCLOG.
     OPEN OUTPUT CLSRPT.
     OPEN INPUT GLCLCTL.
     READ GLCLCTL AT END
        MOVE SPACES TO GLCLCTL-REC
        CLOSE GLCLCTL
        DISPLAY 'GLCLS - NO CONTROL CARD - ABORTED'
        MOVE 'NO CONTROL CARD' TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     CLOSE GLCLCTL.
     IF CC-ACTION NOT EQUAL 'C' AND CC-ACTION NOT EQUAL 'Y'
        AND CC-ACTION NOT EQUAL 'R'
        MOVE 'ACTION MUST BE C, Y OR R' TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     IF CC-PERIOD EQUAL SPACES
        MOVE 'NO PERIOD ON CONTROL CARD' TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     IF CC-ACTION EQUAL 'R'
        AND (CC-AUTH EQUAL SPACES OR CC-REASON EQUAL SPACES)
        MOVE 'REOPEN NEEDS AUTHORIZATION AND REASON'
           TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     OPEN INPUT GLCAL.
LOAD-CAL.
     READ GLCAL AT END CLOSE GLCAL, GO TO CHECK-TARGET.
     IF PER-CT EQUAL 300
        DISPLAY 'GLCLS - CALENDAR TABLE FULL'
        CLOSE GLCAL, GO TO CHECK-TARGET.
     ADD 1 TO PER-CT.
     MOVE GLC-PERIOD TO PT-PERIOD (PER-CT).
     MOVE GLC-YEAR TO PT-YEAR (PER-CT).
     MOVE GLC-STATUS TO PT-STATUS (PER-CT).
     IF GLC-PERIOD EQUAL CC-PERIOD
        MOVE 'Y' TO TARGET-FOUND
        MOVE GLC-STATUS TO TARGET-STATUS
        MOVE GLC-YEAR TO FISCAL-YEAR.
     GO TO LOAD-CAL.
CHECK-TARGET.
     IF TARGET-FOUND NOT EQUAL 'Y'
        MOVE 'PERIOD NOT ON GL CALENDAR' TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     IF CC-ACTION EQUAL 'R' GO TO REOPEN-PERIOD.
     IF CC-ACTION EQUAL 'Y' GO TO YEAR-END.
     IF TARGET-STATUS EQUAL 'C'
        MOVE 'PERIOD IS ALREADY CLOSED' TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     MOVE 'GL PERIOD CLOSE' TO CLH-TITLE.
     MOVE CC-PERIOD TO CLH-PERIOD.
     WRITE CLSRPT-REC FROM CLS-HEAD AFTER ADVANCING PAGE.
     PERFORM MARK-PERIOD THRU MARK-PERIOD-EXIT.
     MOVE 'PERIOD CLOSED TO POSTING' TO CLM-TEXT.
     MOVE CC-PERIOD TO CLM-PERIOD.
     WRITE CLSRPT-REC FROM CLS-MSG AFTER ADVANCING 2.
     DISPLAY 'GLCLS - PERIOD ' CC-PERIOD ' CLOSED'.
     GO TO ACCEPT-RUN.
REOPEN-PERIOD.
     IF TARGET-STATUS NOT EQUAL 'C'
        MOVE 'PERIOD IS NOT CLOSED' TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     MOVE 'GL PERIOD REOPEN' TO CLH-TITLE.
     MOVE CC-PERIOD TO CLH-PERIOD.
     WRITE CLSRPT-REC FROM CLS-HEAD AFTER ADVANCING PAGE.
     PERFORM MARK-PERIOD THRU MARK-PERIOD-EXIT.
     MOVE 'PERIOD REOPENED - AUTHORIZED BY' TO CLM-TEXT.
     MOVE CC-AUTH TO CLM-PERIOD.
     WRITE CLSRPT-REC FROM CLS-MSG AFTER ADVANCING 2.
     MOVE CC-REASON TO CLM-TEXT.
     MOVE SPACES TO CLM-PERIOD.
     WRITE CLSRPT-REC FROM CLS-MSG AFTER ADVANCING 1.
     DISPLAY 'GLCLS - PERIOD ' CC-PERIOD ' REOPENED BY ' CC-AUTH.
     GO TO ACCEPT-RUN.
YEAR-END.
     OPEN INPUT GLCOA.
LOAD-COA.
     READ GLCOA AT END CLOSE GLCOA, GO TO CHECK-RE-ACCT.
     IF ACC-CT EQUAL 200
        DISPLAY 'GLCLS - ACCOUNT TABLE FULL'
        CLOSE GLCOA, GO TO CHECK-RE-ACCT.
     ADD 1 TO ACC-CT.
     MOVE GLA-ACCT TO AT-ACCT (ACC-CT).
     MOVE GLA-DESC TO AT-DESC (ACC-CT).
     MOVE GLA-TYPE TO AT-TYPE (ACC-CT).
     MOVE ZERO TO AT-NET (ACC-CT).
     GO TO LOAD-COA.
CHECK-RE-ACCT.
     MOVE ZERO TO ACC-FOUND.
     PERFORM FIND-RE THRU FIND-RE-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     IF ACC-FOUND EQUAL ZERO
        MOVE 'RETAINED EARNINGS ACCOUNT NOT ON CHART'
           TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     IF AT-TYPE (ACC-FOUND) EQUAL 'R' OR
        AT-TYPE (ACC-FOUND) EQUAL 'E'
        MOVE 'RETAINED EARNINGS ACCOUNT IS TYPE R OR E'
           TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     OPEN INPUT GLTRANS.
TRANS-READ.
     READ GLTRANS AT END CLOSE GLTRANS, GO TO CLOSING-ENTRIES.
     ADD 1 TO IN-CT.
     MOVE ZERO TO PER-FOUND.
     PERFORM FIND-PER THRU FIND-PER-EXIT
        VARYING PER-SUB FROM 1 BY 1
        UNTIL PER-SUB GREATER THAN PER-CT.
     IF PER-FOUND EQUAL ZERO GO TO TRANS-READ.
     IF PT-YEAR (PER-FOUND) NOT EQUAL FISCAL-YEAR
        GO TO TRANS-READ.
     IF GLT-SOURCE EQUAL 'YC'
        CLOSE GLTRANS
        MOVE 'YEAR ALREADY HAS CLOSING ENTRIES' TO REFUSE-TEXT
        GO TO REFUSE-RUN.
     MOVE ZERO TO ACC-FOUND.
     PERFORM FIND-ACC THRU FIND-ACC-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     IF ACC-FOUND EQUAL ZERO GO TO TRANS-READ.
     IF AT-TYPE (ACC-FOUND) NOT EQUAL 'R' AND
        AT-TYPE (ACC-FOUND) NOT EQUAL 'E'
        GO TO TRANS-READ.
     COMPUTE NET-AMT = GLT-DR - GLT-CR.
     ADD NET-AMT TO AT-NET (ACC-FOUND).
     GO TO TRANS-READ.
CLOSING-ENTRIES.
     MOVE 'YEAR-END CLOSING ENTRIES' TO CLH-TITLE.
     MOVE CC-PERIOD TO CLH-PERIOD.
     WRITE CLSRPT-REC FROM CLS-HEAD AFTER ADVANCING PAGE.
     WRITE CLSRPT-REC FROM CLS-COLS AFTER ADVANCING 2.
     OPEN EXTEND GLTRANS.
     MOVE RL-SAVE-DATE TO GLT-DATE.
     MOVE 'YC' TO GLT-SOURCE.
     MOVE CC-PERIOD TO GLT-PERIOD.
     PERFORM CLOSE-ONE-ACCT THRU CLOSE-ONE-ACCT-EXIT
        VARYING ACC-SUB FROM 1 BY 1
        UNTIL ACC-SUB GREATER THAN ACC-CT.
     MOVE CC-RE-ACCT TO GLT-ACCT.
     MOVE ZERO TO GLT-DR, GLT-CR.
     IF RE-NET GREATER THAN ZERO
        MOVE RE-NET TO GLT-DR
     ELSE
        COMPUTE GLT-CR = ZERO - RE-NET.
     IF RE-NET NOT EQUAL ZERO
        PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT.
     CLOSE GLTRANS.
     MOVE TOT-DR TO CLT-DR.
     MOVE TOT-CR TO CLT-CR.
     WRITE CLSRPT-REC FROM CLS-TOT-LINE AFTER ADVANCING 2.
     PERFORM LIST-OPEN THRU LIST-OPEN-EXIT
        VARYING PER-SUB FROM 1 BY 1
        UNTIL PER-SUB GREATER THAN PER-CT.
     IF TARGET-STATUS NOT EQUAL 'C'
        PERFORM MARK-PERIOD THRU MARK-PERIOD-EXIT.
     MOVE 'YEAR-END PERIOD CLOSED' TO CLM-TEXT.
     MOVE CC-PERIOD TO CLM-PERIOD.
     WRITE CLSRPT-REC FROM CLS-MSG AFTER ADVANCING 2.
     DISPLAY 'GLCLS - YEAR ' FISCAL-YEAR ' CLOSED, ENTRIES '
        OUT-CT.
     IF OPEN-CT NOT EQUAL ZERO
        DISPLAY 'GLCLS - WARNING ' OPEN-CT
           ' PERIODS OF THE YEAR STILL OPEN'.
     GO TO ACCEPT-RUN.
CLOSE-ONE-ACCT.
     IF AT-TYPE (ACC-SUB) NOT EQUAL 'R' AND
        AT-TYPE (ACC-SUB) NOT EQUAL 'E'
        GO TO CLOSE-ONE-ACCT-EXIT.
     IF AT-NET (ACC-SUB) EQUAL ZERO
        GO TO CLOSE-ONE-ACCT-EXIT.
     MOVE AT-ACCT (ACC-SUB) TO GLT-ACCT.
     MOVE ZERO TO GLT-DR, GLT-CR.
     IF AT-NET (ACC-SUB) GREATER THAN ZERO
        MOVE AT-NET (ACC-SUB) TO GLT-CR
     ELSE
        COMPUTE GLT-DR = ZERO - AT-NET (ACC-SUB).
     ADD AT-NET (ACC-SUB) TO RE-NET.
     PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT.
CLOSE-ONE-ACCT-EXIT.
     EXIT.
WRITE-ENTRY.
     WRITE GLTRANS-REC.
     ADD 1 TO OUT-CT.
     ADD GLT-DR TO TOT-DR.
     ADD GLT-CR TO TOT-CR.
     MOVE GLT-ACCT TO CLL-ACCT.
     IF GLT-ACCT EQUAL CC-RE-ACCT
        MOVE 'RETAINED EARNINGS' TO CLL-DESC
     ELSE
        MOVE AT-DESC (ACC-SUB) TO CLL-DESC.
     MOVE GLT-DR TO CLL-DR.
     MOVE GLT-CR TO CLL-CR.
     WRITE CLSRPT-REC FROM CLS-LINE AFTER ADVANCING 1.
WRITE-ENTRY-EXIT.
     EXIT.
LIST-OPEN.
     IF PT-YEAR (PER-SUB) NOT EQUAL FISCAL-YEAR
        GO TO LIST-OPEN-EXIT.
     IF PT-PERIOD (PER-SUB) EQUAL CC-PERIOD
        GO TO LIST-OPEN-EXIT.
     IF PT-STATUS (PER-SUB) EQUAL 'C'
        GO TO LIST-OPEN-EXIT.
     ADD 1 TO OPEN-CT.
     MOVE 'WARNING - PERIOD OF THIS YEAR STILL OPEN' TO CLM-TEXT.
     MOVE PT-PERIOD (PER-SUB) TO CLM-PERIOD.
     WRITE CLSRPT-REC FROM CLS-MSG AFTER ADVANCING 1.
LIST-OPEN-EXIT.
     EXIT.
FIND-RE.
     IF AT-ACCT (ACC-SUB) EQUAL CC-RE-ACCT
        MOVE ACC-SUB TO ACC-FOUND.
FIND-RE-EXIT.
     EXIT.
FIND-ACC.
     IF AT-ACCT (ACC-SUB) EQUAL GLT-ACCT
        MOVE ACC-SUB TO ACC-FOUND.
FIND-ACC-EXIT.
     EXIT.
FIND-PER.
     IF PT-PERIOD (PER-SUB) EQUAL GLT-PERIOD
        MOVE PER-SUB TO PER-FOUND.
FIND-PER-EXIT.
     EXIT.
MARK-PERIOD.
     OPEN I-O GLCAL.
MARK-READ.
     READ GLCAL AT END
        DISPLAY 'GLCLS - PERIOD LOST FROM CALENDAR'
        GO TO MARK-DONE.
     IF GLC-PERIOD NOT EQUAL CC-PERIOD GO TO MARK-READ.
     IF CC-ACTION EQUAL 'R'
        MOVE 'O' TO GLC-STATUS
        MOVE ZERO TO GLC-CLOSE-DATE
     ELSE
        MOVE 'C' TO GLC-STATUS
        MOVE RL-SAVE-DATE TO GLC-CLOSE-DATE.
     REWRITE GLCAL-REC.
MARK-DONE.
     CLOSE GLCAL.
MARK-PERIOD-EXIT.
     EXIT.
REFUSE-RUN.
     DISPLAY 'GLCLS - RUN REFUSED - ' REFUSE-TEXT.
     MOVE 'GL PERIOD CLOSE REFUSED' TO CLH-TITLE.
     MOVE CC-PERIOD TO CLH-PERIOD.
     WRITE CLSRPT-REC FROM CLS-HEAD AFTER ADVANCING PAGE.
     MOVE REFUSE-TEXT TO CLM-TEXT.
     MOVE SPACES TO CLM-PERIOD.
     WRITE CLSRPT-REC FROM CLS-MSG AFTER ADVANCING 2.
     MOVE 'REFUSE' TO RL-STATUS.
     GO TO WRITE-CLOSE-LOG.
ACCEPT-RUN.
     MOVE 'NORMAL' TO RL-STATUS.
WRITE-CLOSE-LOG.
     MOVE RL-SAVE-DATE TO LG-DATE.
     MOVE RL-SAVE-START-TIME TO LG-TIME.
     MOVE CC-ACTION TO LG-ACTION.
     MOVE CC-PERIOD TO LG-PERIOD.
     MOVE CC-AUTH TO LG-AUTH.
     MOVE CC-REASON TO LG-REASON.
     MOVE RL-STATUS TO LG-RESULT.
     WRITE GLCLOG-REC.
     CLOSE GLCLOG, CLSRPT.
     MOVE 'GLCLS    ' TO RL-PROGRAM.
     MOVE RL-SAVE-DATE TO RL-DATE.
     MOVE RL-SAVE-START-TIME TO RL-START-TIME.
     ACCEPT RL-END-TIME FROM TIME.
     MOVE IN-CT TO RL-RECS-READ.
     MOVE OUT-CT TO RL-RECS-WRITTEN.
     WRITE RUNLOG-REC.
     CLOSE RUNLOG.
     STOP RUN.
