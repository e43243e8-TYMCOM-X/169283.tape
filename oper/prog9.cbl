000010 IDENTIFICATION DIVISION.                                         A226P9  
000020 PROGRAM-ID.                                                      A226P9  
000030     A226P9.                                                      A226P9  
000040 REMARKS.                                                         A226P9  
000050     PROMOTION KEY RESPONSE AND COST PER ORDER FOR THE TEACHER    A226P9  
000060     ACCOUNT MASTERS.  ONE PROMOTION CARD PER KEY CARRIES THE     A226P9  
000070     MAIL DATE, PIECES MAILED AND COST OF THE MAILING.  EVERY     A226P9  
000080     TEACHER ACCOUNT IS COUNTED UNDER ITS PROMO-KEY AND EDITION   A226P9  
000090     AS AN ORDER - PAID WHEN AMOUNT PAID IS ABOVE ZERO - WITH     A226P9  
000100     STUDENT PLUS TEACHER COPIES AND AMOUNT PAID.  EACH KEY       A226P9  
000110     TOTAL SHOWS RESPONSE RATE (ORDERS PER HUNDRED PIECES),       A226P9  
000120     COST PER ORDER AND REVENUE PER PIECE.  A KEY WHOSE REVENUE   A226P9  
000130     PER PIECE IS UNDER ITS COST PER PIECE IS FLAGGED.  KEYS ON   A226P9  
000140     THE MASTER WITH NO PROMOTION CARD ARE LISTED WITHOUT RATES.  A226P9  
000150 ENVIRONMENT DIVISION.                                            A226P9  
000160 CONFIGURATION SECTION.                                           A226P9  
000170 SOURCE-COMPUTER. IBM-360 F50.                                    A226P9  
000180 OBJECT-COMPUTER. IBM-360 F50.                                    A226P9  
000190 INPUT-OUTPUT SECTION.                                            A226P9  
000200 FILE-CONTROL.                                                    A226P9  
000210     SELECT PROMO-FILE ASSIGN TO SYS013-UR-2540R-S.               A226P9  
000220     SELECT INPUT-MASTER-FILE ASSIGN TO SYS010-UT-2400-S-IPMAST.  A226P9  
000230     SELECT PRINT-FILE ASSIGN TO SYS015-UR-1403-S.                A226P9  
000240 DATA DIVISION.                                                   A226P9  
000250 FILE SECTION.                                                    A226P9  
000260 FD  PROMO-FILE                                                   A226P9  
000270     RECORDING MODE IS F                                          A226P9  
000280     RECORD CONTAINS 80 CHARACTERS                                A226P9  
000290     LABEL RECORDS ARE OMITTED                                    A226P9  
000300     DATA RECORD IS PROMO-CARD.                                   A226P9  
000310 01  PROMO-CARD.                                                  A226P9  
000320     02  PC-KEY              PICTURE X[5].                        A226P9  
000330     02  PC-MAIL-DATE        PICTURE 9[6].                        A226P9  
000340     02  PC-PIECES           PICTURE 9[7].                        A226P9  
000350     02  PC-COST             PICTURE 9[6]V99.                     A226P9  
000360     02  PC-DESC             PICTURE X[20].                       A226P9  
000370     02  FILLER              PICTURE X[34].                       A226P9  
000380 FD  INPUT-MASTER-FILE                                            A226P9  
000390     RECORD CONTAINS 109 TO 164 CHARACTERS                        A226P9  
000400     BLOCK CONTAINS  1360  CHARACTERS                             A226P9  
000410     RECORDING MODE IS V                                          A226P9  
000420     LABEL RECORDS ARE STANDARD                                   A226P9  
000430     DATA RECORDS ARE  INPUT-TEACHER-MASTER,                      A226P9  
000440         INPUT-SCHOOL-MASTER.                                     A226P9  
000450 01  INPUT-TEACHER-MASTER        SYNC.                            A226P9  
000460     02  ID-NUMBER.                                               A226P9  
000470         03  ZIP-CODE            PICTURE  9[5].                   A226P9  
000480         03  SCH-NUMBER          PICTURE  999.                    A226P9  
000490         03  EDITION             PICTURE  99.                     A226P9  
000500         03  TCH-NUMBER          PICTURE  999.                    A226P9  
000510         03  CHECK-DIGIT         PICTURE     9.                   A226P9  
000520     02  CURRENT-COPYI.                                           A226P9  
000530         03  STUD-COPYI          PICTURE    9[4].                 A226P9  
000540         03  PAID-TCHI           PICTURE    99.                   A226P9  
000550         03  RECSI               PICTURE    99.                   A226P9  
000560         03  FILMI               PICTURE    99.                   A226P9  
000570         03  XTCI                PICTURE    99.                   A226P9  
000580     02  AMOUNT-PAIDI  PICTURE S9[4]V99 COMP-3 SYNC.              A226P9  
000590     02  TERM-IN                 PICTURE    9.                    A226P9  
000600     02  GRADE-API               PICTURE  XX.                     A226P9  
000610     02  TEACHER-NAMEI           PICTURE  X[25].                  A226P9  
000620     02  PROMO-KEYI              PICTURE  X[5].                   A226P9  
000630     02  MAST-REST               PICTURE X[101].                  A226P9  
000640 01  INPUT-SCHOOL-MASTER         SYNC.                            A226P9  
000650     02  S-ID-NUMBER.                                             A226P9  
000660         03  S-ZIP-CODE          PICTURE  9[5].                   A226P9  
000670         03  S-SCH-NUMBER        PICTURE  999.                    A226P9  
000680         03  BLANKS              PICTURE  X[5].                   A226P9  
000690             88  SCH-RECORD      VALUE SPACES.                    A226P9  
000700         03  S-CHECK-DIGIT       PICTURE     9.                   A226P9  
000710     02  FILLER                  PICTURE X[95].                   A226P9  
000720 FD  PRINT-FILE                                                   A226P9  
000730     RECORDING MODE IS F                                          A226P9  
000740     RECORD CONTAINS 120 CHARACTERS                               A226P9  
000750     LABEL RECORDS ARE OMITTED                                    A226P9  
000760     DATA RECORD IS PRINT-REC.                                    A226P9  
000770 01  PRINT-REC               PICTURE X[120].                      A226P9  
000780 WORKING-STORAGE SECTION.                                         A226P9  
000790 77  PROMO-CT        PICTURE 999 COMP SYNC VALUE ZERO.            A226P9  
000800 77  PROMO-SUB       PICTURE 999 COMP SYNC VALUE ZERO.            A226P9  
000810 77  PROMO-FOUND     PICTURE 999 COMP SYNC VALUE ZERO.            A226P9  
000820 77  KE-CT           PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P9  
000830 77  KE-SUB          PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P9  
000840 77  KE-POS          PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P9  
000850 77  PREV-SUB        PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P9  
000860 77  TEACHER-CT      PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P9  
000870 77  NOCARD-CT       PICTURE 999 COMP SYNC VALUE ZERO.            A226P9  
000880 77  COPIES-WK       PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P9  
000890 77  RESP-PCT        PICTURE S999V99 COMP-3 SYNC VALUE ZERO.      A226P9  
000900 77  COST-ORDER      PICTURE S9[5]V99 COMP-3 SYNC VALUE ZERO.     A226P9  
000910 77  REV-PIECE       PICTURE S9[3]V999 COMP-3 SYNC VALUE ZERO.    A226P9  
000920 77  COST-PIECE      PICTURE S9[3]V999 COMP-3 SYNC VALUE ZERO.    A226P9  
000930 77  WEAK-CT         PICTURE 999 COMP SYNC VALUE ZERO.            A226P9  
000940 01  PROMO-TABLE.                                                 A226P9  
000950     02  PROMO-ENTRY OCCURS 200 TIMES.                            A226P9  
000960         03  PT-KEY          PICTURE X[5].                        A226P9  
000970         03  PT-MAIL-DATE    PICTURE 9[6].                        A226P9  
000980         03  PT-PIECES       PICTURE 9[7] COMP SYNC.              A226P9  
000990         03  PT-COST         PICTURE S9[6]V99 COMP-3 SYNC.        A226P9  
001000         03  PT-DESC         PICTURE X[20].                       A226P9  
001010         03  PT-CARD         PICTURE X.                           A226P9  
001020         03  PT-ORDERS       PICTURE 9[5] COMP SYNC.              A226P9  
001030         03  PT-PAID         PICTURE 9[5] COMP SYNC.              A226P9  
001040         03  PT-COPIES       PICTURE 9[7] COMP SYNC.              A226P9  
001050         03  PT-AMOUNT       PICTURE S9[7]V99 COMP-3 SYNC.        A226P9  
001060 01  KE-TABLE.                                                    A226P9  
001070     02  KE-ENTRY OCCURS 1000 TIMES.                              A226P9  
001080         03  KT-KEY.                                              A226P9  
001090             04  KT-PROMO    PICTURE X[5].                        A226P9  
001100             04  KT-EDITION  PICTURE 99.                          A226P9  
001110         03  KT-ORDERS       PICTURE 9[5] COMP SYNC.              A226P9  
001120         03  KT-PAID         PICTURE 9[5] COMP SYNC.              A226P9  
001130         03  KT-COPIES       PICTURE 9[7] COMP SYNC.              A226P9  
001140         03  KT-AMOUNT       PICTURE S9[7]V99 COMP-3 SYNC.        A226P9  
001150 01  KE-KEY-WORK.                                                 A226P9  
001160     02  KW-PROMO            PICTURE X[5].                        A226P9  
001170     02  KW-EDITION          PICTURE 99.                          A226P9  
001180 01  GRAND-TOTALS.                                                A226P9  
001190     02  GT-PIECES           PICTURE 9[9] COMP SYNC.              A226P9  
001200     02  GT-COST             PICTURE S9[8]V99 COMP-3 SYNC.        A226P9  
001210     02  GT-ORDERS           PICTURE 9[7] COMP SYNC.              A226P9  
001220     02  GT-PAID             PICTURE 9[7] COMP SYNC.              A226P9  
001230     02  GT-COPIES           PICTURE 9[9] COMP SYNC.              A226P9  
001240     02  GT-AMOUNT           PICTURE S9[9]V99 COMP-3 SYNC.        A226P9  
001250 01  PR-HEAD.                                                     A226P9  
001260     02  FILLER  PICTURE X[20] VALUE SPACES.                      A226P9  
001270     02  FILLER  PICTURE X[45] VALUE                              A226P9  
001280         :PROMOTION KEY RESPONSE AND COST PER ORDER:.             A226P9  
001290 01  PR-COL-HEAD.                                                 A226P9  
001300     02  FILLER  PICTURE X[48] VALUE                              A226P9  
001310         :KEY    ED   ORDERS    PAID   COPIES       AMOUNT:.      A226P9  
001320     02  FILLER  PICTURE X[42] VALUE                              A226P9  
001330         :    PIECES  RESP PCT  COST/ORDER REV/PIECE:.            A226P9  
001340 01  PR-LINE.                                                     A226P9  
001350     02  RL-KEY          PICTURE X[5].                            A226P9  
001360     02  FILLER          PICTURE XX VALUE SPACES.                 A226P9  
001370     02  RL-EDITION      PICTURE XX.                              A226P9  
001380     02  FILLER          PICTURE X[3] VALUE SPACES.               A226P9  
001390     02  RL-ORDERS       PICTURE ZZ,ZZ9.                          A226P9  
001400     02  FILLER          PICTURE XX VALUE SPACES.                 A226P9  
001410     02  RL-PAID         PICTURE ZZ,ZZ9.                          A226P9  
001420     02  FILLER          PICTURE XX VALUE SPACES.                 A226P9  
001430     02  RL-COPIES       PICTURE ZZZ,ZZ9.                         A226P9  
001440     02  FILLER          PICTURE X VALUE SPACES.                  A226P9  
001450     02  RL-AMOUNT       PICTURE Z,ZZZ,ZZ9.99.                    A226P9  
001460     02  FILLER          PICTURE X VALUE SPACES.                  A226P9  
001470     02  RL-PIECES       PICTURE Z,ZZZ,ZZ9.                       A226P9  
001480     02  FILLER          PICTURE XX VALUE SPACES.                 A226P9  
001490     02  RL-RESP         PICTURE ZZ9.99.                          A226P9  
001500     02  FILLER          PICTURE XXX VALUE SPACES.                A226P9  
001510     02  RL-COST-ORDER   PICTURE ZZ,ZZ9.99.                       A226P9  
001520     02  FILLER          PICTURE XXX VALUE SPACES.                A226P9  
001530     02  RL-REV-PIECE    PICTURE ZZ9.999.                         A226P9  
001540     02  FILLER          PICTURE XX VALUE SPACES.                 A226P9  
001550     02  RL-NOTE         PICTURE X[20].                           A226P9  
001560 01  PR-DESC-LINE.                                                A226P9  
001570     02  FILLER          PICTURE X[7] VALUE :PROMO  :.            A226P9  
001580     02  PD-KEY          PICTURE X[5].                            A226P9  
001590     02  FILLER          PICTURE XX VALUE SPACES.                 A226P9  
001600     02  PD-DESC         PICTURE X[20].                           A226P9  
001610     02  FILLER          PICTURE X[12] VALUE :  MAILED   :.       A226P9  
001620     02  PD-MAIL-DATE    PICTURE 9[6].                            A226P9  
001630     02  FILLER          PICTURE X[9] VALUE :  COST   :.          A226P9  
001640     02  PD-COST         PICTURE Z,ZZZ,ZZ9.99.                    A226P9  
001650 01  PR-TOT-LINE.                                                 A226P9  
001660     02  FILLER          PICTURE X[18] VALUE : KEYS WITH NO CARD:.A226P9  
001670     02  PTL-NOCARD      PICTURE ZZ9.                             A226P9  
001680     02  FILLER          PICTURE X[19] VALUE                      A226P9  
001690         :   KEYS UNDER COST :.                                   A226P9  
001700     02  PTL-WEAK        PICTURE ZZ9.                             A226P9  
001710     02  FILLER          PICTURE X[18] VALUE :   TEACHERS READ :. A226P9  
001720     02  PTL-TEACHERS    PICTURE ZZ,ZZ9.                          A226P9  
001730 PROCEDURE DIVISION.                                              A226P9  
001740 HOUSEKEEPING.                                                    A226P9  
001750     OPEN INPUT PROMO-FILE.                                       A226P9  
001760 LOAD-PROMOS.                                                     A226P9  
001770     READ PROMO-FILE AT END GO TO LOAD-PROMOS-DONE.               A226P9  
001780     IF PROMO-CT EQUAL TO 200                                     A226P9  
001790         DISPLAY :A226P9 PROMOTION TABLE FULL: UPON CONSOLE       A226P9  
001800         GO TO LOAD-PROMOS-DONE.                                  A226P9  
001810     IF PC-PIECES NOT NUMERIC OR PC-COST NOT NUMERIC              A226P9  
001820         DISPLAY :A226P9 BAD PROMOTION CARD : PC-KEY UPON CONSOLE A226P9  
001830         GO TO LOAD-PROMOS.                                       A226P9  
001840     ADD 1 TO PROMO-CT.                                           A226P9  
001850     MOVE PC-KEY TO PT-KEY [PROMO-CT].                            A226P9  
001860     MOVE PC-MAIL-DATE TO PT-MAIL-DATE [PROMO-CT].                A226P9  
001870     MOVE PC-PIECES TO PT-PIECES [PROMO-CT].                      A226P9  
001880     MOVE PC-COST TO PT-COST [PROMO-CT].                          A226P9  
001890     MOVE PC-DESC TO PT-DESC [PROMO-CT].                          A226P9  
001900     MOVE :Y: TO PT-CARD [PROMO-CT].                              A226P9  
001910     PERFORM CLEAR-PROMO THRU CLEAR-PROMO-EXIT.                   A226P9  
001920     GO TO LOAD-PROMOS.                                           A226P9  
001930 CLEAR-PROMO.                                                     A226P9  
001940     MOVE ZERO TO PT-ORDERS [PROMO-CT] PT-PAID [PROMO-CT].        A226P9  
001950     MOVE ZERO TO PT-COPIES [PROMO-CT] PT-AMOUNT [PROMO-CT].      A226P9  
001960 CLEAR-PROMO-EXIT.                                                A226P9  
001970     EXIT.                                                        A226P9  
001980 LOAD-PROMOS-DONE.                                                A226P9  
001990     CLOSE PROMO-FILE.                                            A226P9  
002000     OPEN INPUT INPUT-MASTER-FILE.                                A226P9  
002010 MASTER-READ.                                                     A226P9  
002020     READ INPUT-MASTER-FILE AT END GO TO MASTER-DONE.             A226P9  
002030     IF SCH-RECORD GO TO MASTER-READ.                             A226P9  
002040     ADD 1 TO TEACHER-CT.                                         A226P9  
002050     MOVE ZERO TO PROMO-FOUND.                                    A226P9  
002060     PERFORM SCAN-PROMO THRU SCAN-PROMO-EXIT                      A226P9  
002070         VARYING PROMO-SUB FROM 1 BY 1                            A226P9  
002080         UNTIL PROMO-SUB GREATER THAN PROMO-CT                    A226P9  
002090         OR PROMO-FOUND NOT EQUAL TO ZERO.                        A226P9  
002100     IF PROMO-FOUND NOT EQUAL TO ZERO GO TO MASTER-COUNT.         A226P9  
002110     IF PROMO-CT EQUAL TO 200                                     A226P9  
002120         DISPLAY :A226P9 PROMOTION TABLE FULL: UPON CONSOLE       A226P9  
002130         GO TO MASTER-READ.                                       A226P9  
002140     ADD 1 TO PROMO-CT.                                           A226P9  
002150     MOVE PROMO-KEYI TO PT-KEY [PROMO-CT].                        A226P9  
002160     MOVE ZERO TO PT-MAIL-DATE [PROMO-CT] PT-PIECES [PROMO-CT].   A226P9  
002170     MOVE ZERO TO PT-COST [PROMO-CT].                             A226P9  
002180     MOVE :NO PROMOTION CARD: TO PT-DESC [PROMO-CT].              A226P9  
002190     MOVE :N: TO PT-CARD [PROMO-CT].                              A226P9  
002200     PERFORM CLEAR-PROMO THRU CLEAR-PROMO-EXIT.                   A226P9  
002210     ADD 1 TO NOCARD-CT.                                          A226P9  
002220     MOVE PROMO-CT TO PROMO-FOUND.                                A226P9  
002230 MASTER-COUNT.                                                    A226P9  
002240     MOVE ZERO TO COPIES-WK.                                      A226P9  
002250     IF STUD-COPYI NUMERIC ADD STUD-COPYI TO COPIES-WK.           A226P9  
002260     IF PAID-TCHI NUMERIC ADD PAID-TCHI TO COPIES-WK.             A226P9  
002270     ADD 1 TO PT-ORDERS [PROMO-FOUND].                            A226P9  
002280     ADD COPIES-WK TO PT-COPIES [PROMO-FOUND].                    A226P9  
002290     ADD AMOUNT-PAIDI TO PT-AMOUNT [PROMO-FOUND].                 A226P9  
002300     IF AMOUNT-PAIDI GREATER THAN ZERO                            A226P9  
002310         ADD 1 TO PT-PAID [PROMO-FOUND].                          A226P9  
002320     MOVE PROMO-KEYI TO KW-PROMO.                                 A226P9  
002330     MOVE EDITION TO KW-EDITION.                                  A226P9  
002340     MOVE ZERO TO KE-POS.                                         A226P9  
002350     PERFORM KE-FIND THRU KE-FIND-EXIT                            A226P9  
002360         VARYING KE-SUB FROM 1 BY 1                               A226P9  
002370         UNTIL KE-SUB GREATER THAN KE-CT                          A226P9  
002380         OR KE-POS NOT EQUAL TO ZERO.                             A226P9  
002390     IF KE-POS NOT EQUAL TO ZERO GO TO KE-CHECK-KEY.              A226P9  
002400     IF KE-CT EQUAL TO 1000                                       A226P9  
002410         DISPLAY :A226P9 KEY/EDITION TABLE FULL: UPON CONSOLE     A226P9  
002420         GO TO MASTER-READ.                                       A226P9  
002430     ADD 1 TO KE-CT.                                              A226P9  
002440     MOVE KE-CT TO KE-POS.                                        A226P9  
002450     GO TO KE-NEW-ENTRY.                                          A226P9  
002460 KE-CHECK-KEY.                                                    A226P9  
002470     IF KT-KEY [KE-POS] EQUAL TO KE-KEY-WORK GO TO KE-ADD.        A226P9  
002480     IF KE-CT EQUAL TO 1000                                       A226P9  
002490         DISPLAY :A226P9 KEY/EDITION TABLE FULL: UPON CONSOLE     A226P9  
002500         GO TO MASTER-READ.                                       A226P9  
002510     ADD 1 TO KE-CT.                                              A226P9  
002520     PERFORM KE-SHIFT THRU KE-SHIFT-EXIT                          A226P9  
002530         VARYING KE-SUB FROM KE-CT BY -1                          A226P9  
002540         UNTIL KE-SUB NOT GREATER THAN KE-POS.                    A226P9  
002550 KE-NEW-ENTRY.                                                    A226P9  
002560     MOVE KE-KEY-WORK TO KT-KEY [KE-POS].                         A226P9  
002570     MOVE ZERO TO KT-ORDERS [KE-POS] KT-PAID [KE-POS].            A226P9  
002580     MOVE ZERO TO KT-COPIES [KE-POS] KT-AMOUNT [KE-POS].          A226P9  
002590 KE-ADD.                                                          A226P9  
002600     ADD 1 TO KT-ORDERS [KE-POS].                                 A226P9  
002610     ADD COPIES-WK TO KT-COPIES [KE-POS].                         A226P9  
002620     ADD AMOUNT-PAIDI TO KT-AMOUNT [KE-POS].                      A226P9  
002630     IF AMOUNT-PAIDI GREATER THAN ZERO                            A226P9  
002640         ADD 1 TO KT-PAID [KE-POS].                               A226P9  
002650     GO TO MASTER-READ.                                           A226P9  
002660 SCAN-PROMO.                                                      A226P9  
002670     IF PT-KEY [PROMO-SUB] EQUAL TO PROMO-KEYI                    A226P9  
002680         MOVE PROMO-SUB TO PROMO-FOUND.                           A226P9  
002690 SCAN-PROMO-EXIT.                                                 A226P9  
002700     EXIT.                                                        A226P9  
002710 KE-FIND.                                                         A226P9  
002720     IF KT-KEY [KE-SUB] NOT LESS THAN KE-KEY-WORK                 A226P9  
002730         MOVE KE-SUB TO KE-POS.                                   A226P9  
002740 KE-FIND-EXIT.                                                    A226P9  
002750     EXIT.                                                        A226P9  
002760 KE-SHIFT.                                                        A226P9  
002770     COMPUTE PREV-SUB = KE-SUB - 1.                               A226P9  
002780     MOVE KE-ENTRY [PREV-SUB] TO KE-ENTRY [KE-SUB].               A226P9  
002790 KE-SHIFT-EXIT.                                                   A226P9  
002800     EXIT.                                                        A226P9  
002810 MASTER-DONE.                                                     A226P9  
002820     CLOSE INPUT-MASTER-FILE.                                     A226P9  
002830     OPEN OUTPUT PRINT-FILE.                                      A226P9  
002840     MOVE ZERO TO GT-PIECES GT-COST GT-ORDERS.                    A226P9  
002850     MOVE ZERO TO GT-PAID GT-COPIES GT-AMOUNT.                    A226P9  
002860     WRITE PRINT-REC FROM PR-HEAD AFTER ADVANCING 2 LINES.        A226P9  
002870     WRITE PRINT-REC FROM PR-COL-HEAD AFTER ADVANCING 2 LINES.    A226P9  
002880     PERFORM PRINT-PROMO THRU PRINT-PROMO-EXIT                    A226P9  
002890         VARYING PROMO-SUB FROM 1 BY 1                            A226P9  
002900         UNTIL PROMO-SUB GREATER THAN PROMO-CT.                   A226P9  
002910     MOVE :TOTAL: TO RL-KEY.                                      A226P9  
002920     MOVE :**: TO RL-EDITION.                                     A226P9  
002930     MOVE GT-ORDERS TO RL-ORDERS.                                 A226P9  
002940     MOVE GT-PAID TO RL-PAID.                                     A226P9  
002950     MOVE GT-COPIES TO RL-COPIES.                                 A226P9  
002960     MOVE GT-AMOUNT TO RL-AMOUNT.                                 A226P9  
002970     MOVE GT-PIECES TO RL-PIECES.                                 A226P9  
002980     MOVE ZERO TO RESP-PCT COST-ORDER REV-PIECE.                  A226P9  
002990     IF GT-PIECES GREATER THAN ZERO                               A226P9  
003000         COMPUTE RESP-PCT ROUNDED = [GT-ORDERS * 100] / GT-PIECES A226P9  
003010         COMPUTE REV-PIECE ROUNDED = GT-AMOUNT / GT-PIECES.       A226P9  
003020     IF GT-ORDERS GREATER THAN ZERO                               A226P9  
003030         COMPUTE COST-ORDER ROUNDED = GT-COST / GT-ORDERS.        A226P9  
003040     MOVE RESP-PCT TO RL-RESP.                                    A226P9  
003050     MOVE COST-ORDER TO RL-COST-ORDER.                            A226P9  
003060     MOVE REV-PIECE TO RL-REV-PIECE.                              A226P9  
003070     MOVE SPACES TO RL-NOTE.                                      A226P9  
003080     WRITE PRINT-REC FROM PR-LINE AFTER ADVANCING 3 LINES.        A226P9  
003090     MOVE NOCARD-CT TO PTL-NOCARD.                                A226P9  
003100     MOVE WEAK-CT TO PTL-WEAK.                                    A226P9  
003110     MOVE TEACHER-CT TO PTL-TEACHERS.                             A226P9  
003120     WRITE PRINT-REC FROM PR-TOT-LINE AFTER ADVANCING 2 LINES.    A226P9  
003130     CLOSE PRINT-FILE.                                            A226P9  
003140     DISPLAY :A226P9 PROMOTION REPORT DONE: UPON CONSOLE.         A226P9  
003150     STOP RUN.                                                    A226P9  
003160 PRINT-PROMO.                                                     A226P9  
003170     MOVE PT-KEY [PROMO-SUB] TO PD-KEY.                           A226P9  
003180     MOVE PT-DESC [PROMO-SUB] TO PD-DESC.                         A226P9  
003190     MOVE PT-MAIL-DATE [PROMO-SUB] TO PD-MAIL-DATE.               A226P9  
003200     MOVE PT-COST [PROMO-SUB] TO PD-COST.                         A226P9  
003210     WRITE PRINT-REC FROM PR-DESC-LINE AFTER ADVANCING 2 LINES.   A226P9  
003220     MOVE SPACES TO PR-LINE.                                      A226P9  
003230     PERFORM PRINT-KE THRU PRINT-KE-EXIT                          A226P9  
003240         VARYING KE-SUB FROM 1 BY 1                               A226P9  
003250         UNTIL KE-SUB GREATER THAN KE-CT.                         A226P9  
003260     MOVE PT-KEY [PROMO-SUB] TO RL-KEY.                           A226P9  
003270     MOVE :**: TO RL-EDITION.                                     A226P9  
003280     MOVE PT-ORDERS [PROMO-SUB] TO RL-ORDERS.                     A226P9  
003290     MOVE PT-PAID [PROMO-SUB] TO RL-PAID.                         A226P9  
003300     MOVE PT-COPIES [PROMO-SUB] TO RL-COPIES.                     A226P9  
003310     MOVE PT-AMOUNT [PROMO-SUB] TO RL-AMOUNT.                     A226P9  
003320     MOVE PT-PIECES [PROMO-SUB] TO RL-PIECES.                     A226P9  
003330     MOVE SPACES TO RL-NOTE.                                      A226P9  
003340     ADD PT-ORDERS [PROMO-SUB] TO GT-ORDERS.                      A226P9  
003350     ADD PT-PAID [PROMO-SUB] TO GT-PAID.                          A226P9  
003360     ADD PT-COPIES [PROMO-SUB] TO GT-COPIES.                      A226P9  
003370     ADD PT-AMOUNT [PROMO-SUB] TO GT-AMOUNT.                      A226P9  
003380     IF PT-CARD [PROMO-SUB] NOT EQUAL TO :Y:                      A226P9  
003390         MOVE :NO CARD - NO RATES: TO RL-NOTE                     A226P9  
003400         WRITE PRINT-REC FROM PR-LINE AFTER ADVANCING 1 LINES     A226P9  
003410         GO TO PRINT-PROMO-EXIT.                                  A226P9  
003420     ADD PT-PIECES [PROMO-SUB] TO GT-PIECES.                      A226P9  
003430     ADD PT-COST [PROMO-SUB] TO GT-COST.                          A226P9  
003440     MOVE ZERO TO RESP-PCT COST-ORDER REV-PIECE COST-PIECE.       A226P9  
003450     IF PT-PIECES [PROMO-SUB] GREATER THAN ZERO                   A226P9  
003460         COMPUTE RESP-PCT ROUNDED =                               A226P9  
003470             [PT-ORDERS [PROMO-SUB] * 100] / PT-PIECES [PROMO-SUB]A226P9  
003480         COMPUTE REV-PIECE ROUNDED =                              A226P9  
003490             PT-AMOUNT [PROMO-SUB] / PT-PIECES [PROMO-SUB]        A226P9  
003500         COMPUTE COST-PIECE ROUNDED =                             A226P9  
003510             PT-COST [PROMO-SUB] / PT-PIECES [PROMO-SUB].         A226P9  
003520     IF PT-ORDERS [PROMO-SUB] GREATER THAN ZERO                   A226P9  
003530         COMPUTE COST-ORDER ROUNDED =                             A226P9  
003540             PT-COST [PROMO-SUB] / PT-ORDERS [PROMO-SUB].         A226P9  
003550     MOVE RESP-PCT TO RL-RESP.                                    A226P9  
003560     MOVE COST-ORDER TO RL-COST-ORDER.                            A226P9  
003570     MOVE REV-PIECE TO RL-REV-PIECE.                              A226P9  
003580     IF REV-PIECE LESS THAN COST-PIECE                            A226P9  
003590         MOVE :** UNDER COST: TO RL-NOTE                          A226P9  
003600         ADD 1 TO WEAK-CT.                                        A226P9  
003610     WRITE PRINT-REC FROM PR-LINE AFTER ADVANCING 1 LINES.        A226P9  
003620 PRINT-PROMO-EXIT.                                                A226P9  
003630     EXIT.                                                        A226P9  
003640 PRINT-KE.                                                        A226P9  
003650     IF KT-PROMO [KE-SUB] NOT EQUAL TO PT-KEY [PROMO-SUB]         A226P9  
003660         GO TO PRINT-KE-EXIT.                                     A226P9  
003670     MOVE SPACES TO RL-KEY.                                       A226P9  
003680     MOVE KT-EDITION [KE-SUB] TO RL-EDITION.                      A226P9  
003690     MOVE KT-ORDERS [KE-SUB] TO RL-ORDERS.                        A226P9  
003700     MOVE KT-PAID [KE-SUB] TO RL-PAID.                            A226P9  
003710     MOVE KT-COPIES [KE-SUB] TO RL-COPIES.                        A226P9  
003720     MOVE KT-AMOUNT [KE-SUB] TO RL-AMOUNT.                        A226P9  
003730     WRITE PRINT-REC FROM PR-LINE AFTER ADVANCING 1 LINES.        A226P9  
003740 PRINT-KE-EXIT.                                                   A226P9  
003750     EXIT.                                                        A226P9  
