000100 IDENTIFICATION DIVISION.                                         PSE23110
000200 PROGRAM-ID.                                                      PSE23110
000300     ^PSE23110^.                                                  PSE23110
000400 DATE-WRITTEN.                                                    PSE23110
000500     OCTOBER 1970.                                                PSE23110
000600 DATE-COMPILED.                                                   PSE23110
000700     OCTOBER 1970.                                                PSE23110
000800 REMARKS.                                                         PSE23110
000900     THIS PROGRAM PROJECTS ENROLLMENT BY GRADE FOR EACH COUNTY    PSE23110
001000     FOR THE NEXT FIVE YEARS BY THE COHORT-SURVIVAL METHOD.       PSE23110
001100     GRADE-TO-GRADE SURVIVAL RATIOS ARE TAKEN FROM THE LAST       PSE23110
001200     SEVERAL YEARS OF COUNTY GRADE-COUNT CARDS.  FIRST GRADE IS   PSE23110
001300     PROJECTED FROM BIRTHS SIX YEARS EARLIER, USING THE BIRTHS    PSE23110
001400     ON THE GRADE-COUNT CARDS AND ON THE B BIRTH CARDS.  A        PSE23110
001500     SUMMARY BY REGION TOTALS THE COUNTIES.  COUNTIES WHOSE       PSE23110
001600     FIFTH-YEAR CHANGE EXCEEDS THE THRESHOLD ARE FLAGGED FOR      PSE23110
001700     FACILITIES PLANNING.                                         PSE23110
001800     CARD TYPES -                                                 PSE23110
001900       P  PARAMETER CARD, FIRST IN THE DECK ]OPTIONAL[            PSE23110
002000            COL 3      YEARS OF HISTORY FOR RATIOS ]DEFAULT 3[    PSE23110
002100            COL 4-5    PERCENT CHANGE THRESHOLD   ]DEFAULT 10[    PSE23110
002200       D  COUNTY NAME CARD, COLS 3-27 NAME, COLS 28-29 REGION     PSE23110
002300       B  BIRTHS CARD, UP TO 6 PAIRS OF BIRTH YEAR AND BIRTHS     PSE23110
002400       GRADE-COUNT CARDS AS FOR PSC23105, IN YEAR ORDER.          PSE23110
002500                                                                  PSE23110
002600 ENVIRONMENT DIVISION.                                            PSE23110
002700 CONFIGURATION SECTION.                                           PSE23110
002800 SOURCE-COMPUTER.                                                 PSE23110
002900     IBM-360.                                                     PSE23110
003000 OBJECT-COMPUTER.                                                 PSE23110
003100     IBM-360.                                                     PSE23110
003200                                                                  PSE23110
003300 INPUT-OUTPUT SECTION.                                            PSE23110
003400 FILE-CONTROL.                                                    PSE23110
003500                                                                  PSE23110
003600     SELECT CARD-IN ASSIGN TO ^READER^ UTILITY.                   PSE23110
003700                                                                  PSE23110
003800     SELECT PRINT-LINE ASSIGN TO ^PRINTER^ UTILITY.               PSE23110
003900                                                                  PSE23110
004000 DATA DIVISION.                                                   PSE23110
004100 FILE SECTION.                                                    PSE23110
004200                                                                  PSE23110
004300 FD  CARD-IN                                                      PSE23110
004400     RECORDING MODE IS F                                          PSE23110
004500     RECORD CONTAINS 80 CHARACTERS                                PSE23110
004600     BLOCK CONTAINS 0 RECORDS                                     PSE23110
004700     LABEL RECORDS ARE STANDARD                                   PSE23110
004800     DATA RECORDS ARE CARDS-IN, CARD-2, CARD-3, CARD-4.           PSE23110
004900                                                                  PSE23110
005000 01  CARDS-IN.                                                    PSE23110
005100     05  ALPHA-CARD          PICTURE X]80[.                       PSE23110
005200     05  NUM-CARD REDEFINES ALPHA-CARD.                           PSE23110
005300         10  CARD-AMT       PICTURE S9]6[ OCCURS 13 TIMES.        PSE23110
005400         10  CARD-YR         PICTURE X]2[.                        PSE23110
005500         10  CARD-YR-RED REDEFINES CARD-YR  PICTURE 9]2[.         PSE23110
005600                                                                  PSE23110
005700 01  CARD-2.                                                      PSE23110
005800     10  CARD-IND            PICTURE X.                           PSE23110
005900     10  FILLER              PICTURE X.                           PSE23110
006000     10  COUNTY-NAME         PICTURE X]25[.                       PSE23110
006100     10  REGION-CODE         PICTURE X]2[.                        PSE23110
006200     10  FILLER              PICTURE X]51[.                       PSE23110
006300                                                                  PSE23110
006400 01  CARD-3.                                                      PSE23110
006500     10  FILLER              PICTURE X]2[.                        PSE23110
006600     10  PARM-YEARS          PICTURE 9.                           PSE23110
006700     10  PARM-THRESHOLD      PICTURE 99.                          PSE23110
006800     10  FILLER              PICTURE X]75[.                       PSE23110
006900                                                                  PSE23110
007000 01  CARD-4.                                                      PSE23110
007100     10  FILLER              PICTURE X]2[.                        PSE23110
007200     10  BIRTH-PAIR OCCURS 6 TIMES.                               PSE23110
007300         15  BIRTH-CARD-YR   PICTURE 99.                          PSE23110
007400         15  BIRTH-CARD-NO   PICTURE 9]6[.                        PSE23110
007500     10  FILLER              PICTURE X]30[.                       PSE23110
007600                                                                  PSE23110
007700 FD  PRINT-LINE                                                   PSE23110
007800     RECORDING MODE IS F                                          PSE23110
007900     RECORD CONTAINS 133 CHARACTERS                               PSE23110
008000     BLOCK CONTAINS 0 RECORDS                                     PSE23110
008100     LABEL RECORDS ARE STANDARD                                   PSE23110
008200     DATA RECORD IS PRINT.                                        PSE23110
008300                                                                  PSE23110
008400 01  PRINT.                                                       PSE23110
008500     05  FILLER              PICTURE X.                           PSE23110
008600     05  PRINT-1             PICTURE X]132[.                      PSE23110
008700                                                                  PSE23110
008800 WORKING-STORAGE SECTION.                                         PSE23110
008900                                                                  PSE23110
009000 77  CARD-CTR                PICTURE 9]3[    VALUE ZEROES.        PSE23110
009100 77  SEQ-ERR-CTR             PICTURE 9]3[    VALUE ZEROES.        PSE23110
009200 77  COUNTY-SW               PICTURE X       VALUE ^0^.           PSE23110
009300 77  HIST-CT                 PICTURE 99      VALUE ZEROES.        PSE23110
009400 77  HIST-SUB                PICTURE 99      VALUE ZEROES.        PSE23110
009500 77  HIST-FROM               PICTURE 99      VALUE ZEROES.        PSE23110
009600 77  PRIOR-SUB               PICTURE 99      VALUE ZEROES.        PSE23110
009700 77  SHIFT-SUB               PICTURE 99      VALUE ZEROES.        PSE23110
009800 77  NEXT-SUB                PICTURE 99      VALUE ZEROES.        PSE23110
009900 77  BIRTH-CT                PICTURE 99      VALUE ZEROES.        PSE23110
010000 77  BIRTH-SUB               PICTURE 99      VALUE ZEROES.        PSE23110
010100 77  BIRTH-FOUND             PICTURE 99      VALUE ZEROES.        PSE23110
010200 77  PAIR-SUB                PICTURE 9       VALUE ZEROES.        PSE23110
010300 77  GRADE-SUB               PICTURE 99      VALUE ZEROES.        PSE23110
010400 77  FIELD-SUB               PICTURE 99      VALUE ZEROES.        PSE23110
010500 77  PREV-FIELD              PICTURE 99      VALUE ZEROES.        PSE23110
010600 77  YEAR-SUB                PICTURE 9       VALUE ZEROES.        PSE23110
010700 77  PREV-YEAR-SUB           PICTURE 9       VALUE ZEROES.        PSE23110
010800 77  COL-SUB                 PICTURE 9       VALUE ZEROES.        PSE23110
010900 77  REG-CT                  PICTURE 99      VALUE ZEROES.        PSE23110
011000 77  REG-SUB                 PICTURE 99      VALUE ZEROES.        PSE23110
011100 77  REG-FOUND               PICTURE 99      VALUE ZEROES.        PSE23110
011200 77  HISTORY-YEARS           PICTURE 9       VALUE 3.             PSE23110
011300 77  THRESHOLD-PCT           PICTURE 99      VALUE 10.            PSE23110
011400 77  PAIRS-USED              PICTURE 9       VALUE ZEROES.        PSE23110
011500 77  SAVE-YEAR               PICTURE 99      VALUE ZEROES.        PSE23110
011600 77  WORK-YEAR               PICTURE 999     VALUE ZEROES.        PSE23110
011700 77  TARGET-YEAR             PICTURE 99      VALUE ZEROES.        PSE23110
011800 77  BIRTH-YEAR              PICTURE 99      VALUE ZEROES.        PSE23110
011900 77  LAST-BIRTHS             PICTURE S9]6[   VALUE ZEROES.        PSE23110
012000 77  BIRTHS-USED             PICTURE S9]6[   VALUE ZEROES.        PSE23110
012100 77  SUM-NEW                 PICTURE S9]8[   VALUE ZEROES.        PSE23110
012200 77  SUM-OLD                 PICTURE S9]8[   VALUE ZEROES.        PSE23110
012300 77  BASE-TOTAL              PICTURE S9]7[   VALUE ZEROES.        PSE23110
012400 77  CHANGE-NO               PICTURE S9]7[   VALUE ZEROES.        PSE23110
012500 77  CHANGE-WORK             PICTURE S9]9[   VALUE ZEROES.        PSE23110
012600 77  CHANGE-PCT              PICTURE S999V99 VALUE ZEROES.        PSE23110
012700 77  CHANGE-ABS              PICTURE 999V99  VALUE ZEROES.        PSE23110
012800 77  FLAG-SW                 PICTURE X       VALUE ^0^.           PSE23110
012900 77  BIRTH-EST-SW            PICTURE X       VALUE ^0^.           PSE23110
013000 77  FLAGGED-CTR             PICTURE 999     VALUE ZEROES.        PSE23110
013100 77  COUNTY-CTR              PICTURE 999     VALUE ZEROES.        PSE23110
013200 77  LOW-REGION              PICTURE X]2[    VALUE SPACES.        PSE23110
013300                                                                  PSE23110
013400 01  SAVE-COUNTY.                                                 PSE23110
013500     05  SAVE-COUNTY-NAME    PICTURE X]25[   VALUE SPACES.        PSE23110
013600     05  SAVE-REGION         PICTURE X]2[    VALUE SPACES.        PSE23110
013700                                                                  PSE23110
013800 01  HIST-TABLE.                                                  PSE23110
013900     05  HIST-ENTRY OCCURS 20 TIMES.                              PSE23110
014000         10  HIST-YR         PICTURE 99.                          PSE23110
014100         10  HIST-AMT        PICTURE S9]6[ OCCURS 13 TIMES.       PSE23110
014200                                                                  PSE23110
014300 01  BIRTH-TABLE.                                                 PSE23110
014400     05  BIRTH-ENTRY OCCURS 40 TIMES.                             PSE23110
014500         10  BT-YR           PICTURE 99.                          PSE23110
014600         10  BT-NO           PICTURE S9]6[.                       PSE23110
014700                                                                  PSE23110
014800 01  RATIO-TABLE.                                                 PSE23110
014900     05  RATIO               PICTURE 9V9999 OCCURS 12 TIMES.      PSE23110
015000                                                                  PSE23110
015100 01  PROJ-TABLE.                                                  PSE23110
015200     05  PROJ-ENTRY OCCURS 6 TIMES.                               PSE23110
015300         10  PROJ-YR         PICTURE 99.                          PSE23110
015400         10  PROJ-BIRTHS     PICTURE S9]6[.                       PSE23110
015500         10  PROJ-GR         PICTURE S9]7[ OCCURS 12 TIMES.       PSE23110
015600         10  PROJ-TOT        PICTURE S9]7[.                       PSE23110
015700                                                                  PSE23110
015800 01  REGION-TABLE.                                                PSE23110
015900     05  REG-ENTRY OCCURS 50 TIMES.                               PSE23110
016000         10  RG-CODE         PICTURE X]2[.                        PSE23110
016100         10  RG-PRINTED      PICTURE X.                           PSE23110
016200         10  RG-COUNTIES     PICTURE 999.                         PSE23110
016300         10  RG-FLAGGED      PICTURE 999.                         PSE23110
016400         10  RG-TOT          PICTURE S9]8[ OCCURS 6 TIMES.        PSE23110
016500                                                                  PSE23110
016600 01  STATE-TOTALS.                                                PSE23110
016700     05  ST-COUNTIES         PICTURE 999     VALUE ZEROES.        PSE23110
016800     05  ST-FLAGGED          PICTURE 999     VALUE ZEROES.        PSE23110
016900     05  ST-TOT              PICTURE S9]8[ OCCURS 6 TIMES.        PSE23110
017000                                                                  PSE23110
017100 01  HEADER-1.                                                    PSE23110
017200     05  FILLER              PICTURE X       VALUE SPACES.        PSE23110
017300     05  FILLER              PICTURE X]10[   VALUE SPACES.        PSE23110
017400     05  FILLER              PICTURE X]32[   VALUE                PSE23110
017500     ^ENROLLMENT PROJECTION - COUNTY  ^.                          PSE23110
017600     05  CTY-NAME            PICTURE X]25[.                       PSE23110
017700     05  FILLER              PICTURE X]9[    VALUE ^  REGION ^.   PSE23110
017800     05  CTY-REGION          PICTURE X]2[.                        PSE23110
017900     05  FILLER              PICTURE X]54[   VALUE SPACES.        PSE23110
018000                                                                  PSE23110
018100 01  HEADER-2.                                                    PSE23110
018200     05  FILLER              PICTURE X       VALUE SPACES.        PSE23110
018300     05  FILLER              PICTURE X]10[   VALUE SPACES.        PSE23110
018400     05  FILLER              PICTURE X]30[   VALUE                PSE23110
018500     ^SURVIVAL RATIOS FROM THE LAST ^.                            PSE23110
018600     05  HD-PAIRS            PICTURE 9.                           PSE23110
018700     05  FILLER              PICTURE X]28[   VALUE                PSE23110
018800     ^ YEAR PAIRS OF COUNTY CARDS^.                               PSE23110
018900     05  FILLER              PICTURE X]63[   VALUE SPACES.        PSE23110
019000                                                                  PSE23110
019100 01  HEADER-3.                                                    PSE23110
019200     05  FILLER              PICTURE X       VALUE SPACES.        PSE23110
019300     05  FILLER              PICTURE X]12[   VALUE SPACES.        PSE23110
019400     05  FILLER              PICTURE X]10[   VALUE ^  RATIO   ^.  PSE23110
019500     05  HD-COL OCCURS 6 TIMES.                                   PSE23110
019600         10  HD-TEXT         PICTURE X]8[.                        PSE23110
019700         10  HD-YR           PICTURE 99.                          PSE23110
019800         10  HD-KIND         PICTURE X]3[.                        PSE23110
019900     05  FILLER              PICTURE X]32[   VALUE SPACES.        PSE23110
020000                                                                  PSE23110
020100 01  PROJ-LINE.                                                   PSE23110
020200     05  FILLER              PICTURE X.                           PSE23110
020300     05  PL-LABEL            PICTURE X]12[.                       PSE23110
020400     05  PL-LABEL-G REDEFINES PL-LABEL.                           PSE23110
020500         10  FILLER          PICTURE X]6[.                        PSE23110
020600         10  PL-GRADE        PICTURE Z9.                          PSE23110
020700         10  FILLER          PICTURE X]4[.                        PSE23110
020800     05  PL-RATIO            PICTURE Z9.9999.                     PSE23110
020900     05  PL-RATIO-X REDEFINES PL-RATIO PICTURE X]7[.              PSE23110
021000     05  FILLER              PICTURE X]3[.                        PSE23110
021100     05  PL-COL OCCURS 6 TIMES.                                   PSE23110
021200         10  FILLER          PICTURE X]3[.                        PSE23110
021300         10  PL-NO           PICTURE Z,ZZZ,ZZ9-.                  PSE23110
021400     05  FILLER              PICTURE X]2[.                        PSE23110
021500     05  PL-FLAG             PICTURE X]30[.                       PSE23110
021600                                                                  PSE23110
021700 01  CHANGE-LINE.                                                 PSE23110
021800     05  FILLER              PICTURE X       VALUE SPACES.        PSE23110
021900     05  FILLER              PICTURE X]22[   VALUE                PSE23110
022000     ^FIFTH YEAR CHANGE     ^.                                    PSE23110
022100     05  CL-NO               PICTURE Z,ZZZ,ZZ9-.                  PSE23110
022200     05  FILLER              PICTURE X]3[    VALUE SPACES.        PSE23110
022300     05  CL-PCT              PICTURE ZZZ.99-.                     PSE23110
022400     05  FILLER              PICTURE X]9[    VALUE ^ PERCENT ^.   PSE23110
022500     05  CL-FLAG             PICTURE X]40[.                       PSE23110
022600     05  FILLER              PICTURE X]41[   VALUE SPACES.        PSE23110
022700                                                                  PSE23110
022800 01  MSG-LINE.                                                    PSE23110
022900     05  FILLER              PICTURE X       VALUE SPACES.        PSE23110
023000     05  FILLER              PICTURE X]10[   VALUE SPACES.        PSE23110
023100     05  MSG-TEXT            PICTURE X]60[.                       PSE23110
023200     05  MSG-CARD            PICTURE X]62[.                       PSE23110
023300                                                                  PSE23110
023400 01  SUMMARY-HEAD.                                                PSE23110
023500     05  FILLER              PICTURE X       VALUE SPACES.        PSE23110
023600     05  FILLER              PICTURE X]10[   VALUE SPACES.        PSE23110
023700     05  FILLER              PICTURE X]45[   VALUE                PSE23110
023800     ^ENROLLMENT PROJECTION - SUMMARY BY REGION^.                 PSE23110
023900     05  FILLER              PICTURE X]77[   VALUE SPACES.        PSE23110
024000                                                                  PSE23110
024100 01  SUMMARY-HEAD-2.                                              PSE23110
024200     05  FILLER              PICTURE X       VALUE SPACES.        PSE23110
024300     05  FILLER              PICTURE X]22[   VALUE                PSE23110
024400     ^REGION  COUNTIES FLAG^.                                     PSE23110
024500     05  SH-COL OCCURS 6 TIMES.                                   PSE23110
024600         10  SH-TEXT         PICTURE X]8[.                        PSE23110
024700         10  SH-YR           PICTURE 99.                          PSE23110
024800         10  SH-KIND         PICTURE X]3[.                        PSE23110
024900     05  FILLER              PICTURE X]32[   VALUE SPACES.        PSE23110
025000                                                                  PSE23110
025100 01  SUMMARY-LINE.                                                PSE23110
025200     05  FILLER              PICTURE X.                           PSE23110
025300     05  FILLER              PICTURE X]2[.                        PSE23110
025400     05  SL-REGION           PICTURE X]5[.                        PSE23110
025500     05  SL-COUNTIES         PICTURE ZZZ9.                        PSE23110
025600     05  FILLER              PICTURE X]2[.                        PSE23110
025700     05  SL-FLAGGED          PICTURE ZZZ9.                        PSE23110
025800     05  FILLER              PICTURE X]5[.                        PSE23110
025900     05  SL-COL OCCURS 6 TIMES.                                   PSE23110
026000         10  FILLER          PICTURE X]3[.                        PSE23110
026100         10  SL-NO           PICTURE Z,ZZZ,ZZ9-.                  PSE23110
026200     05  FILLER              PICTURE X]32[.                       PSE23110
026300                                                                  PSE23110
026400 PROCEDURE DIVISION.                                              PSE23110
026500                                                                  PSE23110
026600 100-START.                                                       PSE23110
026700     OPEN INPUT CARD-IN.                                          PSE23110
026800     OPEN OUTPUT PRINT-LINE.                                      PSE23110
026900     MOVE ZEROES TO HIST-CT, BIRTH-CT, REG-CT.                    PSE23110
027000     MOVE ZEROES TO ST-TOT ]1[, ST-TOT ]2[, ST-TOT ]3[.           PSE23110
027100     MOVE ZEROES TO ST-TOT ]4[, ST-TOT ]5[, ST-TOT ]6[.           PSE23110
027200                                                                  PSE23110
027300 110-READ-CARD.                                                   PSE23110
027400     READ CARD-IN AT END GO TO 800-END-OF-CARDS.                  PSE23110
027500     ADD 1 TO CARD-CTR.                                           PSE23110
027600     IF CARD-IND IS EQUAL TO ^P^                                  PSE23110
027700         GO TO 120-PARM-CARD.                                     PSE23110
027800     IF CARD-IND IS EQUAL TO ^D^                                  PSE23110
027900         GO TO 130-COUNTY-CARD.                                   PSE23110
028000     IF CARD-IND IS EQUAL TO ^B^                                  PSE23110
028100         GO TO 140-BIRTH-CARD.                                    PSE23110
028200     IF COUNTY-SW IS EQUAL TO ^0^                                 PSE23110
028300         MOVE ^GRADE CARD BEFORE FIRST COUNTY CARD - IGNORED^     PSE23110
028400             TO MSG-TEXT                                          PSE23110
028500         GO TO 190-CARD-ERROR.                                    PSE23110
028600     TRANSFORM ALPHA-CARD FROM SPACES TO ZEROES.                  PSE23110
028700     IF HIST-CT IS EQUAL TO ZEROES                                PSE23110
028800         GO TO 150-ADD-HISTORY.                                   PSE23110
028900     IF CARD-YR-RED IS GREATER THAN HIST-YR ]HIST-CT[             PSE23110
029000         GO TO 150-ADD-HISTORY.                                   PSE23110
029100     MOVE ^CARDS OUT OF SEQUENCE - CARD IGNORED^ TO MSG-TEXT.     PSE23110
029200     ADD 1 TO SEQ-ERR-CTR.                                        PSE23110
029300     GO TO 190-CARD-ERROR.                                        PSE23110
029400                                                                  PSE23110
029500 120-PARM-CARD.                                                   PSE23110
029600     IF PARM-YEARS IS NOT NUMERIC                                 PSE23110
029700         OR PARM-YEARS IS EQUAL TO ZERO                           PSE23110
029800         GO TO 125-PARM-THRESHOLD.                                PSE23110
029900     MOVE PARM-YEARS TO HISTORY-YEARS.                            PSE23110
030000                                                                  PSE23110
030100 125-PARM-THRESHOLD.                                              PSE23110
030200     IF PARM-THRESHOLD IS NUMERIC                                 PSE23110
030300         AND PARM-THRESHOLD IS GREATER THAN ZERO                  PSE23110
030400         MOVE PARM-THRESHOLD TO THRESHOLD-PCT.                    PSE23110
030500     GO TO 110-READ-CARD.                                         PSE23110
030600                                                                  PSE23110
030700 130-COUNTY-CARD.                                                 PSE23110
030800     IF COUNTY-SW IS EQUAL TO ^1^                                 PSE23110
030900         PERFORM 400-PROJECT-COUNTY THRU 490-PROJECT-EXIT.        PSE23110
031000     MOVE COUNTY-NAME TO SAVE-COUNTY-NAME.                        PSE23110
031100     MOVE REGION-CODE TO SAVE-REGION.                             PSE23110
031200     MOVE ZEROES TO HIST-CT, BIRTH-CT.                            PSE23110
031300     MOVE ^1^ TO COUNTY-SW.                                       PSE23110
031400     GO TO 110-READ-CARD.                                         PSE23110
031500                                                                  PSE23110
031600 140-BIRTH-CARD.                                                  PSE23110
031700     IF COUNTY-SW IS EQUAL TO ^0^                                 PSE23110
031800         MOVE ^BIRTH CARD BEFORE FIRST COUNTY CARD - IGNORED^     PSE23110
031900             TO MSG-TEXT                                          PSE23110
032000         GO TO 190-CARD-ERROR.                                    PSE23110
032100     PERFORM 145-BIRTH-PAIR THRU 145-BIRTH-PAIR-EXIT              PSE23110
032200         VARYING PAIR-SUB FROM 1 BY 1                             PSE23110
032300         UNTIL PAIR-SUB IS GREATER THAN 6.                        PSE23110
032400     GO TO 110-READ-CARD.                                         PSE23110
032500                                                                  PSE23110
032600 145-BIRTH-PAIR.                                                  PSE23110
032700     IF BIRTH-CARD-YR ]PAIR-SUB[ IS NOT NUMERIC                   PSE23110
032800         OR BIRTH-CARD-NO ]PAIR-SUB[ IS NOT NUMERIC               PSE23110
032900         GO TO 145-BIRTH-PAIR-EXIT.                               PSE23110
033000     IF BIRTH-CARD-NO ]PAIR-SUB[ IS EQUAL TO ZEROES               PSE23110
033100         GO TO 145-BIRTH-PAIR-EXIT.                               PSE23110
033200     MOVE BIRTH-CARD-YR ]PAIR-SUB[ TO BIRTH-YEAR.                 PSE23110
033300     MOVE BIRTH-CARD-NO ]PAIR-SUB[ TO BIRTHS-USED.                PSE23110
033400     PERFORM 300-POST-BIRTHS THRU 310-POST-BIRTHS-EXIT.           PSE23110
033500                                                                  PSE23110
033600 145-BIRTH-PAIR-EXIT.                                             PSE23110
033700     EXIT.                                                        PSE23110
033800                                                                  PSE23110
033900 150-ADD-HISTORY.                                                 PSE23110
034000     IF HIST-CT IS LESS THAN 20                                   PSE23110
034100         ADD 1 TO HIST-CT                                         PSE23110
034200         GO TO 160-MOVE-HISTORY.                                  PSE23110
034300     PERFORM 170-SHIFT-HISTORY THRU 170-SHIFT-HISTORY-EXIT        PSE23110
034400         VARYING SHIFT-SUB FROM 1 BY 1                            PSE23110
034500         UNTIL SHIFT-SUB IS GREATER THAN 19.                      PSE23110
034600                                                                  PSE23110
034700 160-MOVE-HISTORY.                                                PSE23110
034800     MOVE CARD-YR-RED TO HIST-YR ]HIST-CT[.                       PSE23110
034900     PERFORM 165-MOVE-AMOUNT THRU 165-MOVE-AMOUNT-EXIT            PSE23110
035000         VARYING FIELD-SUB FROM 1 BY 1                            PSE23110
035100         UNTIL FIELD-SUB IS GREATER THAN 13.                      PSE23110
035200                                                                  PSE23110
035300     NOTE *** THE BIRTHS ON A GRADE CARD ARE FOR SIX YEARS        PSE23110
035400          BEFORE THE CARD YEAR.  A B CARD FOR THE SAME BIRTH      PSE23110
035500          YEAR TAKES PRECEDENCE ***.                              PSE23110
035600                                                                  PSE23110
035700     ADD 94 TO CARD-YR-RED GIVING WORK-YEAR.                      PSE23110
035800     IF WORK-YEAR IS GREATER THAN 99                              PSE23110
035900         SUBTRACT 100 FROM WORK-YEAR.                             PSE23110
036000     MOVE WORK-YEAR TO BIRTH-YEAR.                                PSE23110
036100     PERFORM 320-FIND-BIRTHS THRU 330-FIND-BIRTHS-EXIT.           PSE23110
036200     IF BIRTH-FOUND IS EQUAL TO ZEROES                            PSE23110
036300         AND CARD-AMT ]1[ IS GREATER THAN ZEROES                  PSE23110
036400         MOVE CARD-AMT ]1[ TO BIRTHS-USED                         PSE23110
036500         PERFORM 300-POST-BIRTHS THRU 310-POST-BIRTHS-EXIT.       PSE23110
036600     GO TO 110-READ-CARD.                                         PSE23110
036700                                                                  PSE23110
036800 165-MOVE-AMOUNT.                                                 PSE23110
036900     MOVE CARD-AMT ]FIELD-SUB[ TO HIST-AMT ]HIST-CT, FIELD-SUB[.  PSE23110
037000                                                                  PSE23110
037100 165-MOVE-AMOUNT-EXIT.                                            PSE23110
037200     EXIT.                                                        PSE23110
037300                                                                  PSE23110
037400 170-SHIFT-HISTORY.                                               PSE23110
037500     ADD 1 TO SHIFT-SUB GIVING NEXT-SUB.                          PSE23110
037600     MOVE HIST-ENTRY ]NEXT-SUB[ TO HIST-ENTRY ]SHIFT-SUB[.        PSE23110
037700                                                                  PSE23110
037800 170-SHIFT-HISTORY-EXIT.                                          PSE23110
037900     EXIT.                                                        PSE23110
038000                                                                  PSE23110
038100 190-CARD-ERROR.                                                  PSE23110
038200     MOVE CARDS-IN TO MSG-CARD.                                   PSE23110
038300     WRITE PRINT FROM MSG-LINE AFTER 2.                           PSE23110
038400     GO TO 110-READ-CARD.                                         PSE23110
038500                                                                  PSE23110
038600 300-POST-BIRTHS.                                                 PSE23110
038700     PERFORM 320-FIND-BIRTHS THRU 330-FIND-BIRTHS-EXIT.           PSE23110
038800     IF BIRTH-FOUND IS GREATER THAN ZEROES                        PSE23110
038900         MOVE BIRTHS-USED TO BT-NO ]BIRTH-FOUND[                  PSE23110
039000         GO TO 310-POST-BIRTHS-EXIT.                              PSE23110
039100     IF BIRTH-CT IS EQUAL TO 40                                   PSE23110
039200         GO TO 310-POST-BIRTHS-EXIT.                              PSE23110
039300     ADD 1 TO BIRTH-CT.                                           PSE23110
039400     MOVE BIRTH-YEAR TO BT-YR ]BIRTH-CT[.                         PSE23110
039500     MOVE BIRTHS-USED TO BT-NO ]BIRTH-CT[.                        PSE23110
039600                                                                  PSE23110
039700 310-POST-BIRTHS-EXIT.                                            PSE23110
039800     EXIT.                                                        PSE23110
039900                                                                  PSE23110
040000 320-FIND-BIRTHS.                                                 PSE23110
040100     MOVE ZEROES TO BIRTH-FOUND.                                  PSE23110
040200     PERFORM 325-SCAN-BIRTHS THRU 325-SCAN-BIRTHS-EXIT            PSE23110
040300         VARYING BIRTH-SUB FROM 1 BY 1                            PSE23110
040400         UNTIL BIRTH-SUB IS GREATER THAN BIRTH-CT.                PSE23110
040500                                                                  PSE23110
040600 330-FIND-BIRTHS-EXIT.                                            PSE23110
040700     EXIT.                                                        PSE23110
040800                                                                  PSE23110
040900 325-SCAN-BIRTHS.                                                 PSE23110
041000     IF BT-YR ]BIRTH-SUB[ IS EQUAL TO BIRTH-YEAR                  PSE23110
041100         MOVE BIRTH-SUB TO BIRTH-FOUND.                           PSE23110
041200                                                                  PSE23110
041300 325-SCAN-BIRTHS-EXIT.                                            PSE23110
041400     EXIT.                                                        PSE23110
041500                                                                  PSE23110
041600 400-PROJECT-COUNTY.                                              PSE23110
041700     ADD 1 TO COUNTY-CTR.                                         PSE23110
041800     MOVE SAVE-COUNTY-NAME TO CTY-NAME.                           PSE23110
041900     MOVE SAVE-REGION TO CTY-REGION.                              PSE23110
042000     WRITE PRINT FROM HEADER-1 AFTER 0.                           PSE23110
042100     IF HIST-CT IS LESS THAN 2                                    PSE23110
042200         MOVE ^LESS THAN TWO YEARS OF GRADE CARDS - NOT PROJECTED^PSE23110
042300             TO MSG-TEXT                                          PSE23110
042400         MOVE SPACES TO MSG-CARD                                  PSE23110
042500         WRITE PRINT FROM MSG-LINE AFTER 2                        PSE23110
042600         GO TO 490-PROJECT-EXIT.                                  PSE23110
042700                                                                  PSE23110
042800     NOTE *** SURVIVAL RATIOS - POOLED OVER THE LAST              PSE23110
042900          HISTORY-YEARS PAIRS OF CONSECUTIVE YEARS ***.           PSE23110
043000                                                                  PSE23110
043100     SUBTRACT 1 FROM HIST-CT GIVING PAIRS-USED.                   PSE23110
043200     IF PAIRS-USED IS GREATER THAN HISTORY-YEARS                  PSE23110
043300         MOVE HISTORY-YEARS TO PAIRS-USED.                        PSE23110
043400     SUBTRACT PAIRS-USED FROM HIST-CT GIVING HIST-FROM.           PSE23110
043500     ADD 1 TO HIST-FROM.                                          PSE23110
043600     MOVE PAIRS-USED TO HD-PAIRS.                                 PSE23110
043700     WRITE PRINT FROM HEADER-2 AFTER 1.                           PSE23110
043800     PERFORM 410-GRADE-RATIO THRU 410-GRADE-RATIO-EXIT            PSE23110
043900         VARYING GRADE-SUB FROM 1 BY 1                            PSE23110
044000         UNTIL GRADE-SUB IS GREATER THAN 12.                      PSE23110
044100                                                                  PSE23110
044200     NOTE *** COLUMN 1 IS THE LATEST ACTUAL YEAR, COLUMNS 2       PSE23110
044300          THRU 6 ARE THE FIVE PROJECTED YEARS ***.                PSE23110
044400                                                                  PSE23110
044500     MOVE HIST-YR ]HIST-CT[ TO PROJ-YR ]1[.                       PSE23110
044600     MOVE ZEROES TO PROJ-TOT ]1[.                                 PSE23110
044700     PERFORM 420-BASE-GRADE THRU 420-BASE-GRADE-EXIT              PSE23110
044800         VARYING GRADE-SUB FROM 1 BY 1                            PSE23110
044900         UNTIL GRADE-SUB IS GREATER THAN 12.                      PSE23110
045000     ADD 94 TO PROJ-YR ]1[ GIVING WORK-YEAR.                      PSE23110
045100     IF WORK-YEAR IS GREATER THAN 99                              PSE23110
045200         SUBTRACT 100 FROM WORK-YEAR.                             PSE23110
045300     MOVE WORK-YEAR TO BIRTH-YEAR.                                PSE23110
045400     PERFORM 320-FIND-BIRTHS THRU 330-FIND-BIRTHS-EXIT.           PSE23110
045500     MOVE ZEROES TO PROJ-BIRTHS ]1[, LAST-BIRTHS.                 PSE23110
045600     IF BIRTH-FOUND IS GREATER THAN ZEROES                        PSE23110
045700         MOVE BT-NO ]BIRTH-FOUND[ TO PROJ-BIRTHS ]1[, LAST-BIRTHS.PSE23110
045800     MOVE ^0^ TO BIRTH-EST-SW.                                    PSE23110
045900     PERFORM 430-PROJECT-YEAR THRU 430-PROJECT-YEAR-EXIT          PSE23110
046000         VARYING YEAR-SUB FROM 2 BY 1                             PSE23110
046100         UNTIL YEAR-SUB IS GREATER THAN 6.                        PSE23110
046200     PERFORM 450-PRINT-COUNTY THRU 450-PRINT-COUNTY-EXIT.         PSE23110
046300     PERFORM 470-POST-REGION THRU 470-POST-REGION-EXIT.           PSE23110
046400                                                                  PSE23110
046500 490-PROJECT-EXIT.                                                PSE23110
046600     EXIT.                                                        PSE23110
046700                                                                  PSE23110
046800 410-GRADE-RATIO.                                                 PSE23110
046900     MOVE ZEROES TO SUM-NEW, SUM-OLD.                             PSE23110
047000                                                                  PSE23110
047100     NOTE *** GRADE 1 IS SURVIVED FROM THE BIRTHS ON THE SAME     PSE23110
047200          CARD.  GRADES 2 THRU 12 FROM THE GRADE BELOW ON THE     PSE23110
047300          PRIOR YEAR CARD, WHEN THE TWO CARDS ARE CONSECUTIVE     PSE23110
047400          YEARS ***.                                              PSE23110
047500                                                                  PSE23110
047600     ADD 1 TO GRADE-SUB GIVING FIELD-SUB.                         PSE23110
047700     PERFORM 415-SUM-PAIR THRU 415-SUM-PAIR-EXIT                  PSE23110
047800         VARYING HIST-SUB FROM HIST-FROM BY 1                     PSE23110
047900         UNTIL HIST-SUB IS GREATER THAN HIST-CT.                  PSE23110
048000     MOVE ZEROES TO RATIO ]GRADE-SUB[.                            PSE23110
048100     IF SUM-OLD IS GREATER THAN ZEROES                            PSE23110
048200         DIVIDE SUM-OLD INTO SUM-NEW                              PSE23110
048300             GIVING RATIO ]GRADE-SUB[ ROUNDED.                    PSE23110
048400                                                                  PSE23110
048500 410-GRADE-RATIO-EXIT.                                            PSE23110
048600     EXIT.                                                        PSE23110
048700                                                                  PSE23110
048800 415-SUM-PAIR.                                                    PSE23110
048900     IF GRADE-SUB IS EQUAL TO 1                                   PSE23110
049000         ADD HIST-AMT ]HIST-SUB, 2[ TO SUM-NEW                    PSE23110
049100         ADD HIST-AMT ]HIST-SUB, 1[ TO SUM-OLD                    PSE23110
049200         GO TO 415-SUM-PAIR-EXIT.                                 PSE23110
049300     SUBTRACT 1 FROM HIST-SUB GIVING PRIOR-SUB.                   PSE23110
049400     ADD 1 TO HIST-YR ]PRIOR-SUB[ GIVING WORK-YEAR.               PSE23110
049500     IF WORK-YEAR IS GREATER THAN 99                              PSE23110
049600         SUBTRACT 100 FROM WORK-YEAR.                             PSE23110
049700     IF WORK-YEAR IS NOT EQUAL TO HIST-YR ]HIST-SUB[              PSE23110
049800         GO TO 415-SUM-PAIR-EXIT.                                 PSE23110
049900     SUBTRACT 1 FROM FIELD-SUB GIVING PREV-FIELD.                 PSE23110
050000     ADD HIST-AMT ]HIST-SUB, FIELD-SUB[ TO SUM-NEW.               PSE23110
050100     ADD HIST-AMT ]PRIOR-SUB, PREV-FIELD[ TO SUM-OLD.             PSE23110
050200                                                                  PSE23110
050300 415-SUM-PAIR-EXIT.                                               PSE23110
050400     EXIT.                                                        PSE23110
050500                                                                  PSE23110
050600 420-BASE-GRADE.                                                  PSE23110
050700     ADD 1 TO GRADE-SUB GIVING FIELD-SUB.                         PSE23110
050800     MOVE HIST-AMT ]HIST-CT, FIELD-SUB[ TO PROJ-GR ]1, GRADE-SUB[.PSE23110
050900     ADD PROJ-GR ]1, GRADE-SUB[ TO PROJ-TOT ]1[.                  PSE23110
051000                                                                  PSE23110
051100 420-BASE-GRADE-EXIT.                                             PSE23110
051200     EXIT.                                                        PSE23110
051300                                                                  PSE23110
051400 430-PROJECT-YEAR.                                                PSE23110
051500     SUBTRACT 1 FROM YEAR-SUB GIVING PREV-YEAR-SUB.               PSE23110
051600     ADD 1 TO PROJ-YR ]PREV-YEAR-SUB[ GIVING WORK-YEAR.           PSE23110
051700     IF WORK-YEAR IS GREATER THAN 99                              PSE23110
051800         SUBTRACT 100 FROM WORK-YEAR.                             PSE23110
051900     MOVE WORK-YEAR TO PROJ-YR ]YEAR-SUB[.                        PSE23110
052000                                                                  PSE23110
052100     NOTE *** FIRST GRADE FROM BIRTHS SIX YEARS EARLIER.  WHEN    PSE23110
052200          THOSE BIRTHS ARE NOT ON FILE THE LATEST BIRTHS ARE      PSE23110
052300          CARRIED FORWARD AND THE COLUMN IS MARKED ***.           PSE23110
052400                                                                  PSE23110
052500     ADD 94 TO PROJ-YR ]YEAR-SUB[ GIVING WORK-YEAR.               PSE23110
052600     IF WORK-YEAR IS GREATER THAN 99                              PSE23110
052700         SUBTRACT 100 FROM WORK-YEAR.                             PSE23110
052800     MOVE WORK-YEAR TO BIRTH-YEAR.                                PSE23110
052900     PERFORM 320-FIND-BIRTHS THRU 330-FIND-BIRTHS-EXIT.           PSE23110
053000     IF BIRTH-FOUND IS GREATER THAN ZEROES                        PSE23110
053100         MOVE BT-NO ]BIRTH-FOUND[ TO LAST-BIRTHS                  PSE23110
053200     ELSE                                                         PSE23110
053300         MOVE ^1^ TO BIRTH-EST-SW.                                PSE23110
053400     MOVE LAST-BIRTHS TO PROJ-BIRTHS ]YEAR-SUB[.                  PSE23110
053500     MULTIPLY RATIO ]1[ BY LAST-BIRTHS                            PSE23110
053600         GIVING PROJ-GR ]YEAR-SUB, 1[ ROUNDED.                    PSE23110
053700     MOVE PROJ-GR ]YEAR-SUB, 1[ TO PROJ-TOT ]YEAR-SUB[.           PSE23110
053800     PERFORM 440-SURVIVE-GRADE THRU 440-SURVIVE-GRADE-EXIT        PSE23110
053900         VARYING GRADE-SUB FROM 2 BY 1                            PSE23110
054000         UNTIL GRADE-SUB IS GREATER THAN 12.                      PSE23110
054100                                                                  PSE23110
054200 430-PROJECT-YEAR-EXIT.                                           PSE23110
054300     EXIT.                                                        PSE23110
054400                                                                  PSE23110
054500 440-SURVIVE-GRADE.                                               PSE23110
054600     SUBTRACT 1 FROM GRADE-SUB GIVING PREV-FIELD.                 PSE23110
054700     MULTIPLY RATIO ]GRADE-SUB[ BY PROJ-GR ]PREV-YEAR-SUB,        PSE23110
054800         PREV-FIELD[ GIVING PROJ-GR ]YEAR-SUB, GRADE-SUB[ ROUNDED.PSE23110
054900     ADD PROJ-GR ]YEAR-SUB, GRADE-SUB[ TO PROJ-TOT ]YEAR-SUB[.    PSE23110
055000                                                                  PSE23110
055100 440-SURVIVE-GRADE-EXIT.                                          PSE23110
055200     EXIT.                                                        PSE23110
055300                                                                  PSE23110
055400 450-PRINT-COUNTY.                                                PSE23110
055500     PERFORM 460-COLUMN-HEAD THRU 460-COLUMN-HEAD-EXIT            PSE23110
055600         VARYING COL-SUB FROM 1 BY 1                              PSE23110
055700         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
055800     WRITE PRINT FROM HEADER-3 AFTER 2.                           PSE23110
055900     MOVE SPACES TO PROJ-LINE.                                    PSE23110
056000     MOVE ^BIRTHS^ TO PL-LABEL.                                   PSE23110
056100     PERFORM 452-BIRTH-COLUMN THRU 452-BIRTH-COLUMN-EXIT          PSE23110
056200         VARYING COL-SUB FROM 1 BY 1                              PSE23110
056300         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
056400     IF BIRTH-EST-SW IS EQUAL TO ^1^                              PSE23110
056500         MOVE ^BIRTHS CARRIED FORWARD^ TO PL-FLAG.                PSE23110
056600     WRITE PRINT FROM PROJ-LINE AFTER 2.                          PSE23110
056700     PERFORM 454-GRADE-LINE THRU 454-GRADE-LINE-EXIT              PSE23110
056800         VARYING GRADE-SUB FROM 1 BY 1                            PSE23110
056900         UNTIL GRADE-SUB IS GREATER THAN 12.                      PSE23110
057000     MOVE SPACES TO PROJ-LINE.                                    PSE23110
057100     MOVE ^TOTAL 1-12^ TO PL-LABEL.                               PSE23110
057200     PERFORM 456-TOTAL-COLUMN THRU 456-TOTAL-COLUMN-EXIT          PSE23110
057300         VARYING COL-SUB FROM 1 BY 1                              PSE23110
057400         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
057500     WRITE PRINT FROM PROJ-LINE AFTER 2.                          PSE23110
057600                                                                  PSE23110
057700     NOTE *** CHANGE FROM THE LATEST ACTUAL YEAR TO THE FIFTH     PSE23110
057800          PROJECTED YEAR, FLAGGED WHEN OVER THE THRESHOLD ***.    PSE23110
057900                                                                  PSE23110
058000     MOVE PROJ-TOT ]1[ TO BASE-TOTAL.                             PSE23110
058100     SUBTRACT BASE-TOTAL FROM PROJ-TOT ]6[ GIVING CHANGE-NO.      PSE23110
058200     MOVE ZEROES TO CHANGE-PCT.                                   PSE23110
058300     IF BASE-TOTAL IS GREATER THAN ZEROES                         PSE23110
058400         MULTIPLY CHANGE-NO BY 100 GIVING CHANGE-WORK             PSE23110
058500         DIVIDE BASE-TOTAL INTO CHANGE-WORK                       PSE23110
058600             GIVING CHANGE-PCT ROUNDED.                           PSE23110
058700     MOVE CHANGE-PCT TO CHANGE-ABS.                               PSE23110
058800     MOVE ^0^ TO FLAG-SW.                                         PSE23110
058900     MOVE SPACES TO CL-FLAG.                                      PSE23110
059000     IF CHANGE-ABS IS GREATER THAN THRESHOLD-PCT                  PSE23110
059100         MOVE ^1^ TO FLAG-SW                                      PSE23110
059200         ADD 1 TO FLAGGED-CTR                                     PSE23110
059300         MOVE ^*** REFER FOR FACILITIES PLANNING ***^ TO CL-FLAG. PSE23110
059400     MOVE CHANGE-NO TO CL-NO.                                     PSE23110
059500     MOVE CHANGE-PCT TO CL-PCT.                                   PSE23110
059600     WRITE PRINT FROM CHANGE-LINE AFTER 2.                        PSE23110
059700                                                                  PSE23110
059800 450-PRINT-COUNTY-EXIT.                                           PSE23110
059900     EXIT.                                                        PSE23110
060000                                                                  PSE23110
060100 452-BIRTH-COLUMN.                                                PSE23110
060200     MOVE PROJ-BIRTHS ]COL-SUB[ TO PL-NO ]COL-SUB[.               PSE23110
060300                                                                  PSE23110
060400 452-BIRTH-COLUMN-EXIT.                                           PSE23110
060500     EXIT.                                                        PSE23110
060600                                                                  PSE23110
060700 454-GRADE-LINE.                                                  PSE23110
060800     MOVE SPACES TO PROJ-LINE.                                    PSE23110
060900     MOVE ^GRADE ^ TO PL-LABEL.                                   PSE23110
061000     MOVE GRADE-SUB TO PL-GRADE.                                  PSE23110
061100     MOVE RATIO ]GRADE-SUB[ TO PL-RATIO.                          PSE23110
061200     PERFORM 455-GRADE-COLUMN THRU 455-GRADE-COLUMN-EXIT          PSE23110
061300         VARYING COL-SUB FROM 1 BY 1                              PSE23110
061400         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
061500     WRITE PRINT FROM PROJ-LINE AFTER 1.                          PSE23110
061600                                                                  PSE23110
061700 454-GRADE-LINE-EXIT.                                             PSE23110
061800     EXIT.                                                        PSE23110
061900                                                                  PSE23110
062000 455-GRADE-COLUMN.                                                PSE23110
062100     MOVE PROJ-GR ]COL-SUB, GRADE-SUB[ TO PL-NO ]COL-SUB[.        PSE23110
062200                                                                  PSE23110
062300 455-GRADE-COLUMN-EXIT.                                           PSE23110
062400     EXIT.                                                        PSE23110
062500                                                                  PSE23110
062600 456-TOTAL-COLUMN.                                                PSE23110
062700     MOVE PROJ-TOT ]COL-SUB[ TO PL-NO ]COL-SUB[.                  PSE23110
062800                                                                  PSE23110
062900 456-TOTAL-COLUMN-EXIT.                                           PSE23110
063000     EXIT.                                                        PSE23110
063100                                                                  PSE23110
063200 460-COLUMN-HEAD.                                                 PSE23110
063300     MOVE ^     YR ^ TO HD-TEXT ]COL-SUB[, SH-TEXT ]COL-SUB[.     PSE23110
063400     MOVE PROJ-YR ]COL-SUB[ TO HD-YR ]COL-SUB[, SH-YR ]COL-SUB[.  PSE23110
063500     MOVE ^ PR^ TO HD-KIND ]COL-SUB[, SH-KIND ]COL-SUB[.          PSE23110
063600     IF COL-SUB IS EQUAL TO 1                                     PSE23110
063700         MOVE ^ AC^ TO HD-KIND ]COL-SUB[, SH-KIND ]COL-SUB[.      PSE23110
063800                                                                  PSE23110
063900 460-COLUMN-HEAD-EXIT.                                            PSE23110
064000     EXIT.                                                        PSE23110
064100                                                                  PSE23110
064200 470-POST-REGION.                                                 PSE23110
064300     MOVE ZEROES TO REG-FOUND.                                    PSE23110
064400     PERFORM 475-SCAN-REGION THRU 475-SCAN-REGION-EXIT            PSE23110
064500         VARYING REG-SUB FROM 1 BY 1                              PSE23110
064600         UNTIL REG-SUB IS GREATER THAN REG-CT.                    PSE23110
064700     IF REG-FOUND IS GREATER THAN ZEROES                          PSE23110
064800         GO TO 472-ADD-REGION.                                    PSE23110
064900     IF REG-CT IS EQUAL TO 50                                     PSE23110
065000         DISPLAY ^REGION TABLE FULL - ^, SAVE-REGION              PSE23110
065100         GO TO 474-ADD-STATE.                                     PSE23110
065200     ADD 1 TO REG-CT.                                             PSE23110
065300     MOVE REG-CT TO REG-FOUND.                                    PSE23110
065400     MOVE SAVE-REGION TO RG-CODE ]REG-FOUND[.                     PSE23110
065500     MOVE ^0^ TO RG-PRINTED ]REG-FOUND[.                          PSE23110
065600     MOVE ZEROES TO RG-COUNTIES ]REG-FOUND[.                      PSE23110
065700     MOVE ZEROES TO RG-FLAGGED ]REG-FOUND[.                       PSE23110
065800     PERFORM 476-CLEAR-REGION THRU 476-CLEAR-REGION-EXIT          PSE23110
065900         VARYING COL-SUB FROM 1 BY 1                              PSE23110
066000         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
066100                                                                  PSE23110
066200 472-ADD-REGION.                                                  PSE23110
066300     ADD 1 TO RG-COUNTIES ]REG-FOUND[.                            PSE23110
066400     IF FLAG-SW IS EQUAL TO ^1^                                   PSE23110
066500         ADD 1 TO RG-FLAGGED ]REG-FOUND[.                         PSE23110
066600     PERFORM 477-ADD-REGION-COL THRU 477-ADD-REGION-COL-EXIT      PSE23110
066700         VARYING COL-SUB FROM 1 BY 1                              PSE23110
066800         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
066900                                                                  PSE23110
067000 474-ADD-STATE.                                                   PSE23110
067100     ADD 1 TO ST-COUNTIES.                                        PSE23110
067200     IF FLAG-SW IS EQUAL TO ^1^                                   PSE23110
067300         ADD 1 TO ST-FLAGGED.                                     PSE23110
067400     PERFORM 478-ADD-STATE-COL THRU 478-ADD-STATE-COL-EXIT        PSE23110
067500         VARYING COL-SUB FROM 1 BY 1                              PSE23110
067600         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
067700                                                                  PSE23110
067800 470-POST-REGION-EXIT.                                            PSE23110
067900     EXIT.                                                        PSE23110
068000                                                                  PSE23110
068100 475-SCAN-REGION.                                                 PSE23110
068200     IF RG-CODE ]REG-SUB[ IS EQUAL TO SAVE-REGION                 PSE23110
068300         MOVE REG-SUB TO REG-FOUND.                               PSE23110
068400                                                                  PSE23110
068500 475-SCAN-REGION-EXIT.                                            PSE23110
068600     EXIT.                                                        PSE23110
068700                                                                  PSE23110
068800 476-CLEAR-REGION.                                                PSE23110
068900     MOVE ZEROES TO RG-TOT ]REG-FOUND, COL-SUB[.                  PSE23110
069000                                                                  PSE23110
069100 476-CLEAR-REGION-EXIT.                                           PSE23110
069200     EXIT.                                                        PSE23110
069300                                                                  PSE23110
069400 477-ADD-REGION-COL.                                              PSE23110
069500     ADD PROJ-TOT ]COL-SUB[ TO RG-TOT ]REG-FOUND, COL-SUB[.       PSE23110
069600                                                                  PSE23110
069700 477-ADD-REGION-COL-EXIT.                                         PSE23110
069800     EXIT.                                                        PSE23110
069900                                                                  PSE23110
070000 478-ADD-STATE-COL.                                               PSE23110
070100     ADD PROJ-TOT ]COL-SUB[ TO ST-TOT ]COL-SUB[.                  PSE23110
070200                                                                  PSE23110
070300 478-ADD-STATE-COL-EXIT.                                          PSE23110
070400     EXIT.                                                        PSE23110
070500                                                                  PSE23110
070600 800-END-OF-CARDS.                                                PSE23110
070700     IF COUNTY-SW IS EQUAL TO ^1^                                 PSE23110
070800         PERFORM 400-PROJECT-COUNTY THRU 490-PROJECT-EXIT.        PSE23110
070900     IF REG-CT IS EQUAL TO ZEROES                                 PSE23110
071000         GO TO 900-END-OF-JOB.                                    PSE23110
071100     WRITE PRINT FROM SUMMARY-HEAD AFTER 0.                       PSE23110
071200     WRITE PRINT FROM SUMMARY-HEAD-2 AFTER 2.                     PSE23110
071300                                                                  PSE23110
071400 810-NEXT-REGION.                                                 PSE23110
071500     MOVE HIGH-VALUES TO LOW-REGION.                              PSE23110
071600     MOVE ZEROES TO REG-FOUND.                                    PSE23110
071700     PERFORM 820-LOW-REGION THRU 820-LOW-REGION-EXIT              PSE23110
071800         VARYING REG-SUB FROM 1 BY 1                              PSE23110
071900         UNTIL REG-SUB IS GREATER THAN REG-CT.                    PSE23110
072000     IF REG-FOUND IS EQUAL TO ZEROES                              PSE23110
072100         GO TO 850-STATE-TOTAL.                                   PSE23110
072200     MOVE ^1^ TO RG-PRINTED ]REG-FOUND[.                          PSE23110
072300     MOVE SPACES TO SUMMARY-LINE.                                 PSE23110
072400     MOVE RG-CODE ]REG-FOUND[ TO SL-REGION.                       PSE23110
072500     MOVE RG-COUNTIES ]REG-FOUND[ TO SL-COUNTIES.                 PSE23110
072600     MOVE RG-FLAGGED ]REG-FOUND[ TO SL-FLAGGED.                   PSE23110
072700     PERFORM 830-REGION-COL THRU 830-REGION-COL-EXIT              PSE23110
072800         VARYING COL-SUB FROM 1 BY 1                              PSE23110
072900         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
073000     WRITE PRINT FROM SUMMARY-LINE AFTER 1.                       PSE23110
073100     GO TO 810-NEXT-REGION.                                       PSE23110
073200                                                                  PSE23110
073300 820-LOW-REGION.                                                  PSE23110
073400     IF RG-PRINTED ]REG-SUB[ IS EQUAL TO ^0^                      PSE23110
073500         AND RG-CODE ]REG-SUB[ IS LESS THAN LOW-REGION            PSE23110
073600         MOVE RG-CODE ]REG-SUB[ TO LOW-REGION                     PSE23110
073700         MOVE REG-SUB TO REG-FOUND.                               PSE23110
073800                                                                  PSE23110
073900 820-LOW-REGION-EXIT.                                             PSE23110
074000     EXIT.                                                        PSE23110
074100                                                                  PSE23110
074200 830-REGION-COL.                                                  PSE23110
074300     MOVE RG-TOT ]REG-FOUND, COL-SUB[ TO SL-NO ]COL-SUB[.         PSE23110
074400                                                                  PSE23110
074500 830-REGION-COL-EXIT.                                             PSE23110
074600     EXIT.                                                        PSE23110
074700                                                                  PSE23110
074800 850-STATE-TOTAL.                                                 PSE23110
074900     MOVE SPACES TO SUMMARY-LINE.                                 PSE23110
075000     MOVE ^TOTAL^ TO SL-REGION.                                   PSE23110
075100     MOVE ST-COUNTIES TO SL-COUNTIES.                             PSE23110
075200     MOVE ST-FLAGGED TO SL-FLAGGED.                               PSE23110
075300     PERFORM 860-STATE-COL THRU 860-STATE-COL-EXIT                PSE23110
075400         VARYING COL-SUB FROM 1 BY 1                              PSE23110
075500         UNTIL COL-SUB IS GREATER THAN 6.                         PSE23110
075600     WRITE PRINT FROM SUMMARY-LINE AFTER 2.                       PSE23110
075700     GO TO 900-END-OF-JOB.                                        PSE23110
075800                                                                  PSE23110
075900 860-STATE-COL.                                                   PSE23110
076000     MOVE ST-TOT ]COL-SUB[ TO SL-NO ]COL-SUB[.                    PSE23110
076100                                                                  PSE23110
076200 860-STATE-COL-EXIT.                                              PSE23110
076300     EXIT.                                                        PSE23110
076400                                                                  PSE23110
076500 900-END-OF-JOB.                                                  PSE23110
076600     CLOSE CARD-IN.                                               PSE23110
076700     CLOSE PRINT-LINE.                                            PSE23110
076800     DISPLAY ^CARDS READ  ^, CARD-CTR.                            PSE23110
076900     DISPLAY ^COUNTIES    ^, COUNTY-CTR.                          PSE23110
077000     DISPLAY ^FLAGGED     ^, FLAGGED-CTR.                         PSE23110
077100     STOP RUN.                                                    PSE23110
