000010 IDENTIFICATION DIVISION.                                         A226P7  
000020 PROGRAM-ID.                                                      A226P7  
000030     A226P7.                                                      A226P7  
000040 REMARKS.                                                         A226P7  
000050     RENEWAL NOTICES AND LAPSE RUN FOR THE TEACHER ACCOUNTS.      A226P7  
000060     MODE N SELECTS TEACHER ACCOUNTS WHOSE EXPIRE ISSUE FALLS     A226P7  
000070     FROM THE CURRENT ISSUE THROUGH THE NEXT TWO OR THREE         A226P7  
000080     ISSUES, PRICES THE RENEWAL FROM THE A226 RATE TABLE AT       A226P7  
000090     LAST SEMESTER COPIES (SEMESTER RATE FOR TERM 1, YEARLY       A226P7  
000100     RATE OTHERWISE) AND PRINTS A NOTICE ADDRESSED FROM THE       A226P7  
000110     SCHOOL RECORD.  EACH NOTICE IS CARRIED ON THE RENEWAL        A226P7  
000120     FILE AS OPEN.  MODE L, RUN LATER, CHECKS THE OPEN NOTICES    A226P7  
000130     AGAINST THE MASTER - AN ADVANCED EXPIRE ISSUE IS RENEWED,    A226P7  
000140     AN EXPIRE ISSUE NOW PASSED IS LAPSED AND THE TEACHER         A226P7  
000150     RECORD IS FLAGGED L ON THE OUTPUT MASTER.  A FLAGGED         A226P7  
000160     ACCOUNT WHOSE EXPIRE ISSUE HAS SINCE BEEN ADVANCED PAST THE  A226P7  
000170     CURRENT ISSUE IS REINSTATED.  MODES L AND R                  A226P7  
000180     PRINT THE RENEWAL RATE REPORT BY EDITION AND PROMOTION       A226P7  
000190     KEY.  A NOTICE SETTLED AS RENEWED OR LAPSED IS KEPT ON THE   A226P7  
000192     RENEWAL FILE FOR ONE MORE RUN AND DROPPED THE NEXT TIME      A226P7  
000194     THE FILE IS REWRITTEN.                                       A226P7  
000200 ENVIRONMENT DIVISION.                                            A226P7  
000210 CONFIGURATION SECTION.                                           A226P7  
000220 SOURCE-COMPUTER. IBM-360 F50.                                    A226P7  
000230 OBJECT-COMPUTER. IBM-360 F50.                                    A226P7  
000240 INPUT-OUTPUT SECTION.                                            A226P7  
000250 FILE-CONTROL.                                                    A226P7  
000260     SELECT INPUT-MASTER-FILE ASSIGN TO SYS010-UT-2400-S-IPMAST.  A226P7  
000270     SELECT OUTPUT-MASTER-FILE ASSIGN TO SYS012-UT-2400-S-OPMAST. A226P7  
000280     SELECT RENEWAL-FILE ASSIGN TO SYS020-UT-2400-S-RNWIN.        A226P7  
000290     SELECT RENEWAL-OUT ASSIGN TO SYS021-UT-2400-S-RNWOUT.        A226P7  
000300     SELECT NOTICE-FILE ASSIGN TO SYS015-UR-1403-S.               A226P7  
000310 DATA DIVISION.                                                   A226P7  
000320 FILE SECTION.                                                    A226P7  
000330 FD  INPUT-MASTER-FILE                                            A226P7  
000340     RECORD CONTAINS 109 TO 164 CHARACTERS                        A226P7  
000350     BLOCK CONTAINS  1360  CHARACTERS                             A226P7  
000360     RECORDING MODE IS V                                          A226P7  
000370     LABEL RECORDS ARE STANDARD                                   A226P7  
000380     DATA RECORDS ARE  INPUT-TEACHER-MASTER,                      A226P7  
000390         INPUT-SCHOOL-MASTER.                                     A226P7  
000400 01  INPUT-TEACHER-MASTER        SYNC.                            A226P7  
000410     02  ID-NUMBER.                                               A226P7  
000420         03  ZIP-CODE            PICTURE  9[5].                   A226P7  
000430         03  SCH-NUMBER          PICTURE  999.                    A226P7  
000440         03  EDITION             PICTURE  99.                     A226P7  
000450         03  TCH-NUMBER          PICTURE  999.                    A226P7  
000460         03  CHECK-DIGIT         PICTURE     9.                   A226P7  
000470     02  MAST-BODY-1             PICTURE X[12].                   A226P7  
000480     02  AMOUNT-PAIDI  PICTURE S9[4]V99 COMP-3 SYNC.              A226P7  
000490     02  TERM-IN                 PICTURE    9.                    A226P7  
000500     02  GRADE-API               PICTURE  XX.                     A226P7  
000510     02  TEACHER-NAMEI           PICTURE  X[25].                  A226P7  
000520     02  PROMO-KEYI              PICTURE  X[5].                   A226P7  
000530     02  BILL-TOI                PICTURE    9.                    A226P7  
000540     02  BOARD-NUMBERI           PICTURE  X[5].                   A226P7  
000550     02  ISSUE-DATESI.                                            A226P7  
000560         03  BEGINI.                                              A226P7  
000570             04  BEG-ISSI        PICTURE    99.                   A226P7  
000580             04  BEG-YEARI       PICTURE    9.                    A226P7  
000590         03  EXPIREI.                                             A226P7  
000600             04  EXP-ISSI        PICTURE    99.                   A226P7  
000610             04  EXP-YEARI       PICTURE    9.                    A226P7  
000620         03  EXPIRE-CODEI REDEFINES EXPIREI PICTURE 999.          A226P7  
000630     02  CHARGESI                PICTURE X[18].                   A226P7  
000640     02  REVISIONSI              PICTURE X[39].                   A226P7  
000650     02  TYPE-MASTERI            PICTURE X.                       A226P7  
000660     02  MASTER-HOLD-CODEI       PICTURE X.                       A226P7  
000670     02  LAST-SEMESTERI.                                          A226P7  
000680         03  LAST-STUDI          PICTURE   9[4].                  A226P7  
000690         03  LAST-TCHI           PICTURE    99.                   A226P7  
000700         03  LAST-XTCI           PICTURE    99.                   A226P7  
000710         03  LAST-RECI           PICTURE    99.                   A226P7  
000720     02  MAST-REST               PICTURE X[16].                   A226P7  
000730     02  LAPSE-FLAGI             PICTURE X.                       A226P7  
000740         88  LAPSED-ACCT         VALUE :L:.                       A226P7  
000750     02  FILLER                  PICTURE XXX.                     A226P7  
000760 01  INPUT-SCHOOL-MASTER         SYNC.                            A226P7  
000770     02  S-ID-NUMBER.                                             A226P7  
000780         03  S-ZIP-CODE          PICTURE  9[5].                   A226P7  
000790         03  S-SCH-NUMBER        PICTURE  999.                    A226P7  
000800         03  BLANKS              PICTURE  X[5].                   A226P7  
000810             88  SCH-RECORD      VALUE SPACES.                    A226P7  
000820         03  S-CHECK-DIGIT       PICTURE     9.                   A226P7  
000830     02  FILLER                  PICTURE X[95].                   A226P7  
000840 FD  OUTPUT-MASTER-FILE                                           A226P7  
000850     RECORD CONTAINS 109 TO 164 CHARACTERS                        A226P7  
000860     BLOCK CONTAINS  1360  CHARACTERS                             A226P7  
000870     RECORDING MODE IS V                                          A226P7  
000880     LABEL RECORDS ARE STANDARD                                   A226P7  
000890     DATA RECORDS ARE OUTPUT-TEACHER-MASTER,                      A226P7  
000900         OUTPUT-SCHOOL-MASTER.                                    A226P7  
000910 01  OUTPUT-TEACHER-MASTER       PICTURE X[164]      SYNC.        A226P7  
000920 01  OUTPUT-SCHOOL-MASTER        PICTURE X[109]      SYNC.        A226P7  
000930 FD  RENEWAL-FILE                                                 A226P7  
000940     RECORDING MODE IS F                                          A226P7  
000950     RECORD CONTAINS 40 CHARACTERS                                A226P7  
000960     LABEL RECORDS ARE STANDARD                                   A226P7  
000970     DATA RECORD IS RENEWAL-REC.                                  A226P7  
000980 01  RENEWAL-REC.                                                 A226P7  
000990     02  RN-ID-NUMBER.                                            A226P7  
001000         03  RN-ZIP-CODE     PICTURE 9[5].                        A226P7  
001010         03  RN-SCH-NUMBER   PICTURE 999.                         A226P7  
001020         03  RN-EDITION      PICTURE 99.                          A226P7  
001030         03  RN-TCH-NUMBER   PICTURE 999.                         A226P7  
001040         03  RN-CHECK-DIGIT  PICTURE 9.                           A226P7  
001050     02  RN-PROMO-KEY        PICTURE X[5].                        A226P7  
001060     02  RN-OLD-EXPIRE       PICTURE 999.                         A226P7  
001070     02  RN-NOTICE-ISSUE     PICTURE 999.                         A226P7  
001080     02  RN-AMOUNT           PICTURE 9[4]V99.                     A226P7  
001090     02  RN-STATUS           PICTURE X.                           A226P7  
001100     02  FILLER              PICTURE X[8].                        A226P7  
001110 FD  RENEWAL-OUT                                                  A226P7  
001120     RECORDING MODE IS F                                          A226P7  
001130     RECORD CONTAINS 40 CHARACTERS                                A226P7  
001140     LABEL RECORDS ARE STANDARD                                   A226P7  
001150     DATA RECORD IS RENEWAL-OUT-REC.                              A226P7  
001160 01  RENEWAL-OUT-REC         PICTURE X[40].                       A226P7  
001170 FD  NOTICE-FILE                                                  A226P7  
001180     RECORDING MODE IS F                                          A226P7  
001190     RECORD CONTAINS 100 CHARACTERS                               A226P7  
001200     LABEL RECORDS ARE OMITTED                                    A226P7  
001210     DATA RECORD IS NOTICE-REC.                                   A226P7  
001220 01  NOTICE-REC              PICTURE X[100].                      A226P7  
001230 WORKING-STORAGE SECTION.                                         A226P7  
001240 77  RUN-MODE        PICTURE X VALUE :N:.                         A226P7  
001250 77  AHEAD-IN        PICTURE 9 VALUE 3.                           A226P7  
001260 77  ISSUES-PER-YEAR PICTURE 99 COMP SYNC VALUE 28.               A226P7  
001270 77  CUR-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001280 77  END-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001290 77  EXP-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001300 77  OLD-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001310 77  END-ISS         PICTURE 99 COMP SYNC VALUE ZERO.             A226P7  
001320 77  END-YR          PICTURE 99 COMP SYNC VALUE ZERO.             A226P7  
001330 77  RNW-CT          PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001340 77  RNW-SUB         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001350 77  RNW-FOUND       PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001360 77  SUM-CT          PICTURE 999 COMP SYNC VALUE ZERO.            A226P7  
001370 77  SUM-SUB         PICTURE 999 COMP SYNC VALUE ZERO.            A226P7  
001380 77  SUM-POS         PICTURE 999 COMP SYNC VALUE ZERO.            A226P7  
001390 77  NOTICE-CT       PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001400 77  NORATE-CT       PICTURE 999 COMP SYNC VALUE ZERO.            A226P7  
001410 77  RENEWED-CT      PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001420 77  LAPSED-CT       PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001430 77  OPEN-CT         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001440 77  REINSTATED-CT   PICTURE 999 COMP SYNC VALUE ZERO.            A226P7  
001450 77  PREV-SUB        PICTURE 999 COMP SYNC VALUE ZERO.            A226P7  
001460 77  STUD-WK         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P7  
001470 77  TCH-WK          PICTURE 99 COMP SYNC VALUE ZERO.             A226P7  
001480 77  EDITION-INDEX   PICTURE S99 COMP SYNC VALUE ZERO.            A226P7  
001490 77  RATE-INDEX      PICTURE S99 COMP SYNC VALUE ZERO.            A226P7  
001500 77  RENEW-AMT       PICTURE S9[4]V99 COMP-3 SYNC VALUE ZERO.     A226P7  
001510 77  NOTICE-TOTAL    PICTURE S9[7]V99 COMP-3 SYNC VALUE ZERO.     A226P7  
001520 77  PCT-WORK        PICTURE S999V9 COMP-3 SYNC VALUE ZERO.       A226P7  
001530 77  ED-HOLD         PICTURE 99 VALUE ZERO.                       A226P7  
001540 01  CUR-ISSUE-IN.                                                A226P7  
001550     02  CUR-ISS         PICTURE 99.                              A226P7  
001560     02  CUR-YR          PICTURE 9.                               A226P7  
001570 01  CUR-ISSUE-CODE REDEFINES CUR-ISSUE-IN PICTURE 999.           A226P7  
001580 01  OLD-EXPIRE-WORK.                                             A226P7  
001590     02  OE-ISS          PICTURE 99.                              A226P7  
001600     02  OE-YR           PICTURE 9.                               A226P7  
001610 01  OLD-EXPIRE-CODE REDEFINES OLD-EXPIRE-WORK PICTURE 999.       A226P7  
001620 01  SCHOOL-HOLD.                                                 A226P7  
001630     02  SH-ID-NUMBER.                                            A226P7  
001640         03  SH-ZIP-CODE     PICTURE 9[5].                        A226P7  
001650         03  SH-SCH-NUMBER   PICTURE 999.                         A226P7  
001660         03  FILLER          PICTURE X[6].                        A226P7  
001670     02  SH-SCHOOL-NAME      PICTURE X[20].                       A226P7  
001680     02  SH-STREET-ADDRESS   PICTURE X[20].                       A226P7  
001690     02  SH-CITY-NAME        PICTURE X[20].                       A226P7  
001700     02  SH-STATE-ALPHA      PICTURE XX.                          A226P7  
001710     02  FILLER              PICTURE X[33].                       A226P7  
001720 01  RNW-TABLE.                                                   A226P7  
001730     02  RNW-ENTRY OCCURS 2000 TIMES.                             A226P7  
001740         03  RT-ID           PICTURE X[14].                       A226P7  
001750         03  RT-PROMO        PICTURE X[5].                        A226P7  
001760         03  RT-OLD-EXPIRE   PICTURE 999.                         A226P7  
001770         03  RT-NOTICE       PICTURE 999.                         A226P7  
001780         03  RT-AMOUNT       PICTURE S9[4]V99 COMP-3 SYNC.        A226P7  
001790         03  RT-STATUS       PICTURE X.                           A226P7  
001795         03  RT-LOAD-STATUS  PICTURE X.                           A226P7  
001800         03  RT-SEEN         PICTURE X.                           A226P7  
001810 01  RT-ID-WORK.                                                  A226P7  
001820     02  RW-ZIP-SCH          PICTURE X[8].                        A226P7  
001830     02  RW-EDITION          PICTURE 99.                          A226P7  
001840     02  RW-TCH-CHECK        PICTURE X[4].                        A226P7  
001850 01  SUM-TABLE.                                                   A226P7  
001860     02  SUM-ENTRY OCCURS 300 TIMES.                              A226P7  
001870         03  ST-KEY.                                              A226P7  
001880             04  ST-EDITION  PICTURE 99.                          A226P7  
001890             04  ST-PROMO    PICTURE X[5].                        A226P7  
001900         03  ST-NOTICED      PICTURE 9[4] COMP SYNC.              A226P7  
001910         03  ST-RENEWED      PICTURE 9[4] COMP SYNC.              A226P7  
001920         03  ST-LAPSED       PICTURE 9[4] COMP SYNC.              A226P7  
001930         03  ST-OPEN         PICTURE 9[4] COMP SYNC.              A226P7  
001940 01  SUM-KEY-WORK.                                                A226P7  
001950     02  SK-EDITION          PICTURE 99.                          A226P7  
001960     02  SK-PROMO            PICTURE X[5].                        A226P7  
001970 01  SUM-ACCUM.                                                   A226P7  
001980     02  SA-NOTICED          PICTURE 9[5] COMP SYNC.              A226P7  
001990     02  SA-RENEWED          PICTURE 9[5] COMP SYNC.              A226P7  
002000     02  SA-LAPSED           PICTURE 9[5] COMP SYNC.              A226P7  
002010     02  SA-OPEN             PICTURE 9[5] COMP SYNC.              A226P7  
002020 01  GRAND-ACCUM.                                                 A226P7  
002030     02  GA-NOTICED          PICTURE 9[5] COMP SYNC.              A226P7  
002040     02  GA-RENEWED          PICTURE 9[5] COMP SYNC.              A226P7  
002050     02  GA-LAPSED           PICTURE 9[5] COMP SYNC.              A226P7  
002060     02  GA-OPEN             PICTURE 9[5] COMP SYNC.              A226P7  
002070 01  RATE-TABLE-A    COMP-3  SYNC.                                A226P7  
002080     02  ED08.                                                    A226P7  
002090         03  START1          PICTURE  999    VALUE   013.         A226P7  
002100         03  STOP1           PICTURE  999    VALUE   043.         A226P7  
002110         03  START2          PICTURE  999    VALUE   053.         A226P7  
002120         03  STOP2           PICTURE  999    VALUE   083.         A226P7  
002130         03  SSEM            PICTURE  9V99   VALUE   0.00.        A226P7  
002140         03  SYEARLY         PICTURE 99V99   VALUE   1.00.        A226P7  
002150         03  STERM       PICTURE 9V999   VALUE  .125.             A226P7  
002160         03  TSEM            PICTURE  9V99   VALUE   0.00.        A226P7  
002170         03, TYEARLY         PICTURE  9V99   VALUE   0.00.        A226P7  
002180         03  TTERM           PICTURE  9V99   VALUE   0.00.        A226P7  
002190         03  MIN             PICTURE   99    VALUE    00.         A226P7  
002200         03  MAX             PICTURE   99    VALUE    00.         A226P7  
002210         03  SINGLE1-4       PICTURE  99V99  VALUE  00.00.        A226P7  
002220         03  SINGLE5-9       PICTURE 99V99   VALUE  00.00.        A226P7  
002230         03  YEAR2           PICTURE  9V99   VALUE   0.00.        A226P7  
002240         03  YEAR3           PICTURE 99V99   VALUE   00.00.       A226P7  
002250         03  SSTERM          PICTURE 9V999   VALUE   .000.        A226P7  
002260         03  STTERM          PICTURE  V999   VALUE   .000.        A226P7  
002270         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
002280     02  ED10T017-28-29.                                          A226P7  
002290         03  START1          PICTURE  999    VALUE   013.         A226P7  
002300         03  STOP1           PICTURE  999    VALUE   143.         A226P7  
002310         03  START2          PICTURE  999    VALUE   153.         A226P7  
002320         03  STOP2           PICTURE  999    VALUE   283.         A226P7  
002330         03  SSEM            PICTURE 9V99    VALUE 0.40.          A226P7  
002340         03  SYEARLY         PICTURE 99V99   VALUE 0.70.          A226P7  
002350         03  STERM           PICTURE 9V999   VALUE   .025.        A226P7  
002360         03  TSEM            PICTURE  9V99   VALUE   2.50.        A226P7  
002370         03, TYEARLY         PICTURE  9V99   VALUE   5.00.        A226P7  
002380         03  TTERM           PICTURE  V999   VALUE   .178.        A226P7  
002390         03  MIN             PICTURE   99    VALUE   24.          A226P7  
002400         03  MAX             PICTURE   99    VALUE   28.          A226P7  
002410         03 SINGLE1-4        PICTURE 99V99   VALUE 2.00.          A226P7  
002420         03 SINGLE5-9        PICTURE 99V99   VALUE 2.00.          A226P7  
002430         03  YEAR2           PICTURE  9V99   VALUE   8.50.        A226P7  
002440         03  YEAR3           PICTURE 99V99   VALUE   11.50.       A226P7  
002450         03  SSTERM          PICTURE 9V999   VALUE .071.          A226P7  
002460         03  STTERM          PICTURE  V999   VALUE   .178.        A226P7  
002470         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
002480     02  ED18-19.                                                 A226P7  
002490         03  START1          PICTURE  999    VALUE   013.         A226P7  
002500         03  STOP1           PICTURE  999    VALUE   143.         A226P7  
002510         03  START2          PICTURE  999    VALUE   153.         A226P7  
002520         03  STOP2           PICTURE  999    VALUE   283.         A226P7  
002530         03  SSEM            PICTURE  9V99   VALUE   0.60.        A226P7  
002540         03  SYEARLY         PICTURE 99V99   VALUE   1.00.        A226P7  
002550         03  STERM           PICTURE 9V999   VALUE .035.          A226P7  
002560         03  TSEM            PICTURE  9V99   VALUE   2.50.        A226P7  
002570         03, TYEARLY         PICTURE  9V99   VALUE   5.00.        A226P7  
002580         03  TTERM           PICTURE  V999   VALUE   .178.        A226P7  
002590         03  MIN             PICTURE   99    VALUE   24.          A226P7  
002600         03  MAX             PICTURE   99    VALUE   28.          A226P7  
002610         03 SINGLE1-4        PICTURE 99V99   VALUE 2.00.          A226P7  
002620         03 SINGLE5-9        PICTURE 99V99   VALUE 2.00.          A226P7  
002630         03  YEAR2           PICTURE  9V99   VALUE   8.50.        A226P7  
002640         03  YEAR3           PICTURE 99V99   VALUE   11.50.       A226P7  
002650         03  SSTERM          PICTURE 9V999   VALUE .071.          A226P7  
002660         03  STTERM          PICTURE  V999   VALUE   .178.        A226P7  
002670         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
002680     02  ED20-21.                                                 A226P7  
002690         03  START1          PICTURE  999    VALUE   013.         A226P7  
002700         03  STOP1           PICTURE  999    VALUE   143.         A226P7  
002710         03  START2          PICTURE  999    VALUE   153.         A226P7  
002720         03  STOP2           PICTURE  999    VALUE   283.         A226P7  
002730         03  SSEM            PICTURE 9V99    VALUE 0.80.          A226P7  
002740         03  SYEARLY         PICTURE 99V99   VALUE 1.35.          A226P7  
002750         03  STERM           PICTURE 9V999   VALUE .048.          A226P7  
002760         03  TSEM            PICTURE  9V99   VALUE   2.50.        A226P7  
002770         03, TYEARLY         PICTURE  9V99   VALUE   5.00.        A226P7  
002780         03  TTERM           PICTURE  V999   VALUE   .178.        A226P7  
002790         03  MIN             PICTURE   99    VALUE   24.          A226P7  
002800         03  MAX             PICTURE   99    VALUE   28.          A226P7  
002810         03 SINGLE1-4        PICTURE 99V99   VALUE 2.20.          A226P7  
002820         03 SINGLE5-9        PICTURE 99V99   VALUE 2.20.          A226P7  
002830         03  YEAR2           PICTURE  9V99   VALUE   8.50.        A226P7  
002840         03  YEAR3           PICTURE 99V99   VALUE   11.50.       A226P7  
002850         03  SSTERM          PICTURE 9V999   VALUE .078.          A226P7  
002860         03  STTERM          PICTURE  V999   VALUE   .178.        A226P7  
002870         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
002880     02  ED30-31.                                                 A226P7  
002890         03  START1          PICTURE  999    VALUE   013.         A226P7  
002900         03  STOP1           PICTURE  999    VALUE   043.         A226P7  
002910         03  START2          PICTURE  999    VALUE   053.         A226P7  
002920         03  STOP2           PICTURE  999    VALUE   083.         A226P7  
002930         03  SSEM            PICTURE  9V99   VALUE   0.85.        A226P7  
002940         03  SYEARLY         PICTURE 99V99   VALUE   1.50.        A226P7  
002950         03  STERM           PICTURE 9V999   VALUE .187.          A226P7  
002960         03  TSEM            PICTURE 9V99    VALUE 3.00.          A226P7  
002970         03  TYEARLY         PICTURE 9V99    VALUE 6.00.          A226P7  
002980         03  TTERM           PICTURE V999    VALUE .750.          A226P7  
002990         03  MIN             PICTURE   99    VALUE   07.          A226P7  
003000         03  MAX             PICTURE   99    VALUE   08.          A226P7  
003010         03 SINGLE1-4        PICTURE 99V99   VALUE 2.60.          A226P7  
003020         03 SINGLE5-9        PICTURE 99V99   VALUE 2.60.          A226P7  
003030         03  YEAR2           PICTURE  9V99   VALUE   8.50.        A226P7  
003040         03  YEAR3           PICTURE 99V99   VALUE   11.50.       A226P7  
003050         03  SSTERM          PICTURE 9V999   VALUE .325.          A226P7  
003060         03  STTERM          PICTURE V999    VALUE .750.          A226P7  
003070         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
003080     02  ED32.                                                    A226P7  
003090         03  START1          PICTURE  999    VALUE   013.         A226P7  
003100         03  STOP1           PICTURE  999    VALUE   053.         A226P7  
003110         03  START2          PICTURE  999    VALUE   053.         A226P7  
003120         03  STOP2           PICTURE  999    VALUE   103.         A226P7  
003130         03  SSEM            PICTURE  9V99   VALUE   1.00.        A226P7  
003140         03  SYEARLY         PICTURE 99V99   VALUE   1.50.        A226P7  
003150         03  STERM           PICTURE 9V999   VALUE .150.          A226P7  
003160         03  TSEM            PICTURE  9V99   VALUE   3.00.        A226P7  
003170         03, TYEARLY         PICTURE  9V99   VALUE   6.00.        A226P7  
003180         03  TTERM           PICTURE V999    VALUE .666.          A226P7  
003190         03  MIN             PICTURE   99    VALUE   08.          A226P7  
003200         03  MAX             PICTURE   99    VALUE   09.          A226P7  
003210         03 SINGLE1-4        PICTURE 99V99   VALUE 2.40.          A226P7  
003220         03 SINGLE5-9        PICTURE 99V99   VALUE 2.40.          A226P7  
003230         03  YEAR2           PICTURE  9V99   VALUE   9.50.        A226P7  
003240         03  YEAR3           PICTURE 99V99   VALUE   12.50.       A226P7  
003250         03  SSTERM          PICTURE 9V999   VALUE   .240.        A226P7  
003260         03  STTERM          PICTURE V999    VALUE .666.          A226P7  
003270         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
003280     02  ED40-41.                                                 A226P7  
003290         03  START1          PICTURE  999    VALUE   013.         A226P7  
003300         03  STOP1           PICTURE  999    VALUE   143.         A226P7  
003310         03  START2          PICTURE  999    VALUE   153.         A226P7  
003320         03  STOP2           PICTURE  999    VALUE   283.         A226P7  
003330         03  SSEM            PICTURE 9V99    VALUE 1.10.          A226P7  
003340         03  SYEARLY         PICTURE 99V99   VALUE 1.85.          A226P7  
003350         03  STERM           PICTURE 9V999   VALUE .066.          A226P7  
003360         03  TSEM            PICTURE 9V99    VALUE 3.00.          A226P7  
003370         03  TYEARLY         PICTURE 9V99    VALUE 6.00.          A226P7  
003380         03  TTERM           PICTURE V999    VALUE .214.          A226P7  
003390         03  MIN                 PICTURE 99   VALUE 25.           A226P7  
003400         03  MAX             PICTURE   99    VALUE   28.          A226P7  
003410         03 SINGLE1-4        PICTURE 99V99   VALUE 2.60.          A226P7  
003420         03 SINGLE5-9        PICTURE 99V99  VALUE 2.60.           A226P7  
003430         03  YEAR2           PICTURE  9V99   VALUE   9.50.        A226P7  
003440         03  YEAR3           PICTURE 99V99   VALUE   12.50.       A226P7  
003450         03  SSTERM          PICTURE 9V999   VALUE .092.          A226P7  
003460         03  STTERM          PICTURE V999    VALUE .214.          A226P7  
003470         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
003480     02  ED42-43.                                                 A226P7  
003490         03  START1          PICTURE  999    VALUE   013.         A226P7  
003500         03  STOP1           PICTURE  999    VALUE   143.         A226P7  
003510         03  START2          PICTURE  999    VALUE   153.         A226P7  
003520         03  STOP2           PICTURE  999    VALUE   283.         A226P7  
003530         03  SSEM            PICTURE 9V99    VALUE 1.10.          A226P7  
003540         03  SYEARLY         PICTURE 99V99   VALUE 1.85.          A226P7  
003550         03  STERM           PICTURE 9V999   VALUE .066.          A226P7  
003560         03  TSEM            PICTURE 9V99    VALUE 3.00.          A226P7  
003570         03  TYEARLY         PICTURE 9V99    VALUE 6.00.          A226P7  
003580         03  TTERM           PICTURE V999    VALUE .214.          A226P7  
003590         03  MIN                 PICTURE 99   VALUE 25.           A226P7  
003600         03  MAX             PICTURE   99    VALUE   28.          A226P7  
003610         03 SINGLE1-4        PICTURE 99V99   VALUE 2.60.          A226P7  
003620         03 SINGLE5-9        PICTURE 99V99   VALUE 2.60.          A226P7  
003630         03  YEAR2           PICTURE  9V99   VALUE   9.50.        A226P7  
003640         03  YEAR3           PICTURE 99V99   VALUE   12.50.       A226P7  
003650         03  SSTERM          PICTURE 9V999   VALUE .092.          A226P7  
003660         03  STTERM          PICTURE V999    VALUE .214.          A226P7  
003670         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
003680     02  ED22-27-50-51.                                           A226P7  
003690         03  START1          PICTURE  999    VALUE   013.         A226P7  
003700         03  STOP1           PICTURE  999    VALUE   143.         A226P7  
003710         03  START2          PICTURE  999    VALUE   153.         A226P7  
003720         03  STOP2           PICTURE  999    VALUE   283.         A226P7  
003730         03  SSEM            PICTURE 9V99    VALUE 1.10.          A226P7  
003740         03  SYEARLY         PICTURE 99V99   VALUE 1.85.          A226P7  
003750         03  STERM           PICTURE 9V999   VALUE .066.          A226P7  
003760         03  TSEM            PICTURE 9V99    VALUE  3.00.         A226P7  
003770         03  TYEARLY         PICTURE 9V99    VALUE  6.00.         A226P7  
003780         03  TTERM           PICTURE V999    VALUE  .214.         A226P7  
003790         03  MIN             PICTURE   99    VALUE   25.          A226P7  
003800         03  MAX             PICTURE   99    VALUE   28.          A226P7  
003810         03 SINGLE1-4        PICTURE 99V99   VALUE 2.60.          A226P7  
003820         03 SINGLE5-9        PICTURE 99V99   VALUE 2.60.          A226P7  
003830         03  YEAR2           PICTURE  9V99   VALUE   9.50.        A226P7  
003840         03  YEAR3           PICTURE 99V99   VALUE   12.50.       A226P7  
003850         03  SSTERM          PICTURE 9V999   VALUE  .092.         A226P7  
003860         03  STTERM          PICTURE V999    VALUE  .214.         A226P7  
003870         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
003880     02  ED34.                                                    A226P7  
003890         03  START1          PICTURE  999    VALUE   013.         A226P7  
003900         03  STOP1           PICTURE  999    VALUE   053.         A226P7  
003910         03  START2          PICTURE  999    VALUE   063.         A226P7  
003920         03  STOP2           PICTURE  999    VALUE   103.         A226P7  
003930         03  SSEM            PICTURE  9V99   VALUE   2.50.        A226P7  
003940         03  SYEARLY         PICTURE 99V99   VALUE   5.00.        A226P7  
003950         03  STERM       PICTURE  9V999  VALUE .500.              A226P7  
003960         03  TSEM            PICTURE  9V99   VALUE   2.50.        A226P7  
003970         03, TYEARLY         PICTURE  9V99   VALUE   5.00.        A226P7  
003980         03  TTERM       PICTURE  V999   VALUE .500.              A226P7  
003990         03  MIN             PICTURE   99    VALUE   08.          A226P7  
004000         03  MAX             PICTURE   99    VALUE   10.          A226P7  
004010         03  SINGLE1-4       PICTURE 99V99   VALUE   5.00.        A226P7  
004020         03  SINGLE5-9       PICTURE 99V99   VALUE   5.00.        A226P7  
004030         03  YEAR2           PICTURE  9V99   VALUE   8.50.        A226P7  
004040         03  YEAR3           PICTURE 99V99   VALUE   12.00.       A226P7  
004050         03  SSTERM          PICTURE 9V999   VALUE   .000.        A226P7  
004060         03  STTERM          PICTURE  V999   VALUE   .500.        A226P7  
004070         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
004080     02  ED33.                                                    A226P7  
004090         03  START1          PICTURE  999    VALUE   013.         A226P7  
004100         03  STOP1           PICTURE  999    VALUE   053.         A226P7  
004110         03  START2          PICTURE  999    VALUE   053.         A226P7  
004120         03  STOP2           PICTURE  999    VALUE   093.         A226P7  
004130         03  SSEM            PICTURE  9V99   VALUE   0.00.        A226P7  
004140         03  SYEARLY         PICTURE 99V99   VALUE   0.00.        A226P7  
004150         03  STERM           PICTURE 9V999   VALUE   .000.        A226P7  
004160         03  TSEM            PICTURE  9V99   VALUE   3.00.        A226P7  
004170         03, TYEARLY         PICTURE  9V99   VALUE   6.00.        A226P7  
004180         03  TTERM           PICTURE  V999   VALUE   .666.        A226P7  
004190         03  MIN             PICTURE   99    VALUE   08.          A226P7  
004200         03  MAX             PICTURE   99    VALUE   10.          A226P7  
004210         03  SINGLE1-4       PICTURE 99V99   VALUE   6.00.        A226P7  
004220         03  SINGLE5-9       PICTURE 99V99   VALUE   6.00.        A226P7  
004230         03  YEAR2           PICTURE  9V99   VALUE   9.50.        A226P7  
004240         03  YEAR3           PICTURE 99V99   VALUE   12.50.       A226P7  
004250         03  SSTERM          PICTURE 9V999   VALUE   .000.        A226P7  
004260         03  STTERM          PICTURE  V999   VALUE   .666.        A226P7  
004270         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
004280     02  ED66-85.                                                 A226P7  
004290         03  START1          PICTURE  999    VALUE   013.         A226P7  
004300         03  STOP1           PICTURE  999    VALUE   053.         A226P7  
004310         03  START2          PICTURE  999    VALUE   053.         A226P7  
004320         03  STOP2           PICTURE  999    VALUE   093.         A226P7  
004330         03  SSEM            PICTURE  9V99   VALUE   0.00.        A226P7  
004340         03  SYEARLY         PICTURE 99V99   VALUE   1.00.        A226P7  
004350         03  STERM           PICTURE 9V999   VALUE .111.          A226P7  
004360         03  TSEM            PICTURE  9V99   VALUE   0.00.        A226P7  
004370         03, TYEARLY         PICTURE  9V99   VALUE   2.00.        A226P7  
004380         03  TTERM           PICTURE  9V99  VALUE  0.22.          A226P7  
004390         03  MIN             PICTURE   99    VALUE   08.          A226P7  
004400         03  MAX             PICTURE   99    VALUE   09.          A226P7  
004410         03  SINGLE1-4           PICTURE 99V99   VALUE 2.00.      A226P7  
004420         03  SIN7LE5-9           PICTURE 99V99   VALUE 2.00.      A226P7  
004430         03  YEAR2           PICTURE  9V99   VALUE   3.50.        A226P7  
004440         03  YEAR3           PICTURE 99V99   VALUE   05.00.       A226P7  
004450         03  SSTERM          PICTURE 9V999   VALUE .222.          A226P7  
004460         03  STTERM          PICTURE V999    VALUE .222.          A226P7  
004470         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
004480     02  ED87-93.                                                 A226P7  
004490         03  START1          PICTURE  999    VALUE   ZERO.        A226P7  
004500         03  STOP1           PICTURE  999    VALUE   ZERO.        A226P7  
004510         03  START2          PICTURE  999    VALUE   ZERO.        A226P7  
004520         03  STOP2           PICTURE  999    VALUE   ZERO.        A226P7  
004530         03  SSEM            PICTURE  9V99   VALUE   ZERO.        A226P7  
004540         03  SYEARLY         PICTURE 99V99   VALUE   ZERO.        A226P7  
004550         03  STERM           PICTURE 9V999   VALUE   ZERO.        A226P7  
004560         03  TSEM            PICTURE  9V99   VALUE   ZERO.        A226P7  
004570         03, TYEARLY         PICTURE  9V99   VALUE   ZERO.        A226P7  
004580         03  TTERM           PICTURE  9V99   VALUE   ZERO.        A226P7  
004590         03  MIN             PICTURE   99    VALUE   ZERO.        A226P7  
004600         03  MAX             PICTURE   99    VALUE   ZERO.        A226P7  
004610         03  SINGLE1-4       PICTURE 99V99   VALUE   ZERO.        A226P7  
004620         03  SINGLE5-9       PICTURE 99V99   VALUE   ZERO.        A226P7  
004630         03  YEAR2           PICTURE  9V99   VALUE   ZERO.        A226P7  
004640         03  YEAR3           PICTURE 99V99   VALUE   ZERO.        A226P7  
004650         03  SSTERM          PICTURE 9V999   VALUE   ZERO.        A226P7  
004660         03  STTERM          PICTURE  V999   VALUE   ZERO.        A226P7  
004670         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
004680     02  ED-38.                                                   A226P7  
004690         03  START1          PICTURE 999     VALUE 013.           A226P7  
004700         03  STOP1           PICTURE 999     VALUE 073.           A226P7  
004710         03  START2          PICTURE 999     VALUE 083.           A226P7  
004720         03  STOP2           PICTURE 999     VALUE 143.           A226P7  
004730         03  SSEM            PICTURE 9V99    VALUE 8.00.          A226P7  
004740         03  SYEARLY         PICTURE 99V99   VALUE 14.00.         A226P7  
004750         03  STERM           PICTURE 9V999   VALUE 1.000.         A226P7  
004760         03  TSEM            PICTURE 9V99    VALUE 0.00.          A226P7  
004770         03  TYEARLY         PICTURE 9V99    VALUE 0.00.          A226P7  
004780         03  TTERM           PICTURE 9V99    VALUE 0.00.          A226P7  
004790         03  MIN             PICTURE 99      VALUE 14.            A226P7  
004800         03  MAX             PICTURE 99      VALUE 14.            A226P7  
004810         03  SINGLE1-4       PICTURE 99V99   VALUE 14.00.         A226P7  
004820         03  SINGLE5-9       PICTURE 99V99   VALUE 14.00.         A226P7  
004830         03  YEAR2           PICTURE 9V99    VALUE 0.00.          A226P7  
004840         03  YEAR3           PICTURE 99V99   VALUE 00.00.         A226P7  
004850         03  SSTERM          PICTURE 9V999   VALUE 1.000.         A226P7  
004860         03  STTERM          PICTURE V999    VALUE .000.          A226P7  
004870         03  FILLER      PICTURE 9[3]        VALUE ZERO.          A226P7  
004880 01  RATE-TABLE-B REDEFINES RATE-TABLE-A.                         A226P7  
004890     02  RATE-TABLE  OCCURS 14 TIMES COMP-3  SYNC.                A226P7  
004900         03  FILLER      PICTURE  999.                            A226P7  
004910         03  FILLER      PICTURE  999.                            A226P7  
004920         03  FILLER      PICTURE  999.                            A226P7  
004930         03  END4                PICTURE 999.                     A226P7  
004940         03  FILLER      PICTURE  9V99.                           A226P7  
004950         03  FILLER      PICTURE  99V99.                          A226P7  
004960         03  FILLER          PICTURE 9V999.                       A226P7  
004970         03  FILLER      PICTURE  9V99.                           A226P7  
004980         03  FILLER      PICTURE  9V99.                           A226P7  
004990         03  FILLER      PICTURE  9V99.                           A226P7  
005000         03  FILLER      PICTURE  99.                             A226P7  
005010         03  FILLER      PICTURE  99.                             A226P7  
005020         03  FILLER      PICTURE 99V99.                           A226P7  
005030         03  FILLER     PICTURE  99V99.                           A226P7  
005040         03  FILLER      PICTURE 9V99.                            A226P7  
005050         03  FILLER      PICTURE  99V99.                          A226P7  
005060         03  FILLER      PICTURE  9V999.                          A226P7  
005070         03  FILLER      PICTURE  V999.                           A226P7  
005080         03  FILLER      PICTURE 9[3].                            A226P7  
005090 01  STORE-RATE-AREA    COMP-3 SYNC.                              A226P7  
005100     02  BEGIN-1ST               PICTURE  999.                    A226P7  
005110     02  EXPIRE-1ST              PICTURE  999.                    A226P7  
005120     02  BEGIN-2ND               PICTURE  999.                    A226P7  
005130     02  EXPIRE-2ND              PICTURE  999.                    A226P7  
005140     02  STUD-SEM                PICTURE  9V99.                   A226P7  
005150     02  STUD-YEAR               PICTURE  99V99.                  A226P7  
005160     02  STUD-TERM               PICTURE  9V999.                  A226P7  
005170     02  TCH-SEM                 PICTURE  9V99.                   A226P7  
005180     02  TCH-YEAR                PICTURE  9V99.                   A226P7  
005190     02  TCH-TERM                PICTURE V999.                    A226P7  
005200     02  MINIMUM                 PICTURE    99.                   A226P7  
005210     02  MAXIMUM                 PICTURE    99.                   A226P7  
005220     02  SINGLE-RATE1-4      PICTURE 99V99.                       A226P7  
005230     02  SINGLE-RATE5-9      PICTURE 99V99.                       A226P7  
005240     02  YEAR2-RATE              PICTURE  9V99.                   A226P7  
005250     02  YEAR3-RATE              PICTURE 99V99.                   A226P7  
005260     02  SINGLE-STERM            PICTURE  9V999.                  A226P7  
005270     02  SINGLE-TTERM            PICTURE  V999.                   A226P7  
005280     02  FILLER              PICTURE 9[3].                        A226P7  
005290 01  EDITION-TABLE-A   SYNC.                                      A226P7  
005300     02  ED01                    PICTURE 99  VALUE   99.          A226P7  
005310     02  ED02                    PICTURE 99  VALUE   99.          A226P7  
005320     02  ED03                    PICTURE 99  VALUE   99.          A226P7  
005330     02  ED04                    PICTURE 99  VALUE   99.          A226P7  
005340     02  ED05                    PICTURE 99  VALUE   99.          A226P7  
005350     02  ED06                    PICTURE 99  VALUE   99.          A226P7  
005360     02  ED07                    PICTURE 99  VALUE   99.          A226P7  
005370     02  ED08                    PICTURE 99  VALUE   01.          A226P7  
005380     02  ED09                    PICTURE 99  VALUE   99.          A226P7  
005390     02  ED10                    PICTURE 99  VALUE   02.          A226P7  
005400     02  ED11                    PICTURE 99  VALUE   02.          A226P7  
005410     02  ED12                    PICTURE 99  VALUE   02.          A226P7  
005420     02  ED13                    PICTURE 99  VALUE   02.          A226P7  
005430     02  ED14                    PICTURE 99  VALUE   02.          A226P7  
005440     02  ED15                    PICTURE 99  VALUE   02.          A226P7  
005450     02  ED16                    PICTURE 99  VALUE   02.          A226P7  
005460     02  ED17                    PICTURE 99  VALUE   02.          A226P7  
005470     02  ED18                    PICTURE 99  VALUE   03.          A226P7  
005480     02  ED19                    PICTURE 99  VALUE   03.          A226P7  
005490     02  ED20                    PICTURE 99  VALUE   04.          A226P7  
005500     02  ED21                    PICTURE 99  VALUE   04.          A226P7  
005510     02  ED22                    PICTURE 99  VALUE   09.          A226P7  
005520     02  ED23                    PICTURE 99  VALUE   09.          A226P7  
005530     02  ED24                    PICTURE 99  VALUE   09.          A226P7  
005540     02  ED25                    PICTURE 99  VALUE   09.          A226P7  
005550     02  ED26                    PICTURE 99  VALUE   09.          A226P7  
005560     02  ED27                    PICTURE 99  VALUE   09.          A226P7  
005570     02  ED28                    PICTURE 99  VALUE   02.          A226P7  
005580     02  ED29                    PICTURE 99  VALUE   02.          A226P7  
005590     02  ED30                    PICTURE 99  VALUE   05.          A226P7  
005600     02  ED31                    PICTURE 99  VALUE   05.          A226P7  
005610     02  ED32                    PICTURE 99  VALUE   06.          A226P7  
005620     02  ED33                    PICTURE 99  VALUE   11.          A226P7  
005630     02  ED34                    PICTURE 99  VALUE   10.          A226P7  
005640     02  ED35                    PICTURE 99  VALUE   99.          A226P7  
005650     02  ED36                    PICTURE 99  VALUE   99.          A226P7  
005660     02  ED37                    PICTURE 99  VALUE   99.          A226P7  
005670     02  ED38                    PICTURE 99  VALUE   14.          A226P7  
005680     02  ED39                    PICTURE 99  VALUE   99.          A226P7  
005690     02  ED40                    PICTURE 99  VALUE   07.          A226P7  
005700     02  ED41                    PICTURE 99  VALUE   07.          A226P7  
005710     02  ED42                    PICTURE 99  VALUE   08.          A226P7  
005720     02  ED43                    PICTURE 99  VALUE   08.          A226P7  
005730     02  ED44                    PICTURE 99  VALUE   99.          A226P7  
005740     02  ED45                    PICTURE 99  VALUE   99.          A226P7  
005750     02  ED46                    PICTURE 99  VALUE   99.          A226P7  
005760     02  ED47                    PICTURE 99  VALUE   99.          A226P7  
005770     02  ED48                    PICTURE 99  VALUE   99.          A226P7  
005780     02  ED49                    PICTURE 99  VALUE   99.          A226P7  
005790     02  ED50                    PICTURE 99  VALUE   09.          A226P7  
005800     02  ED51                    PICTURE 99  VALUE   09.          A226P7  
005810     02  ED52                    PICTURE 99  VALUE   99.          A226P7  
005820     02  ED53                    PICTURE 99  VALUE   99.          A226P7  
005830     02  ED54                    PICTURE 99  VALUE   99.          A226P7  
005840     02  ED55                    PICTURE 99  VALUE   99.          A226P7  
005850     02  ED56                    PICTURE 99  VALUE   99.          A226P7  
005860     02  ED57                    PICTURE 99  VALUE   99.          A226P7  
005870     02  ED58                    PICTURE 99  VALUE   99.          A226P7  
005880     02  ED59                    PICTURE 99  VALUE   99.          A226P7  
005890     02  ED60                    PICTURE 99  VALUE   99.          A226P7  
005900     02  ED61                    PICTURE 99  VALUE   99.          A226P7  
005910     02  ED62                    PICTURE 99  VALUE   99.          A226P7  
005920     02  ED63                    PICTURE 99  VALUE   99.          A226P7  
005930     02  ED64                    PICTURE 99  VALUE   99.          A226P7  
005940     02  ED65                    PICTURE 99  VALUE   99.          A226P7  
005950     02  ED66                    PICTURE 99  VALUE   12.          A226P7  
005960     02  ED67                    PICTURE 99  VALUE   12.          A226P7  
005970     02  ED68                    PICTURE 99  VALUE   12.          A226P7  
005980     02  ED69                    PICTURE 99  VALUE   12.          A226P7  
005990     02  ED70                    PICTURE 99  VALUE   12.          A226P7  
006000     02  ED71                    PICTURE 99  VALUE   12.          A226P7  
006010     02  ED72                    PICTURE 99  VALUE   12.          A226P7  
006020     02  ED73                    PICTURE 99  VALUE   12.          A226P7  
006030     02  ED74                PICTURE 99      VALUE 99.            A226P7  
006040     02  ED75                    PICTURE 99  VALUE   99.          A226P7  
006050     02  ED76                    PICTURE 99  VALUE   12.          A226P7  
006060     02  ED77                    PICTURE 99  VALUE   12.          A226P7  
006070     02  ED78                    PICTURE 99  VALUE   12.          A226P7  
006080     02  ED79                    PICTURE 99  VALUE   99.          A226P7  
006090     02  ED80                    PICTURE 99  VALUE   12.          A226P7  
006100     02  ED81                    PICTURE 99  VALUE   12.          A226P7  
006110     02  ED82                    PICTURE 99  VALUE   12.          A226P7  
006120     02  ED83                    PICTURE 99  VALUE   99.          A226P7  
006130     02  ED84                PICTURE 99      VALUE 99.            A226P7  
006140     02  ED85                    PICTURE 99  VALUE   99.          A226P7  
006150     02  ED86                    PICTURE 99 VALUE 12.             A226P7  
006160     02  ED87                    PICTURE 99  VALUE   99.          A226P7  
006170     02  ED88                    PICTURE 99  VALUE   99.          A226P7  
006180     02  ED89                    PICTURE 99  VALUE   99.          A226P7  
006190     02  ED90                    PICTURE 99  VALUE   99.          A226P7  
006200     02  ED91                    PICTURE 99  VALUE   99.          A226P7  
006210     02  ED92                    PICTURE 99  VALUE   99.          A226P7  
006220     02  ED93                    PICTURE 99  VALUE   99.          A226P7  
006230     02  ED94                    PICTURE 99  VALUE   99.          A226P7  
006240     02  ED95                    PICTURE 99  VALUE   99.          A226P7  
006250 01  EDITION-TABLE-B  REDEFINES EDITION-TABLE-A.                  A226P7  
006260     02  EDITION-TABLE   PICTURE  99   OCCURS  95  TIMES.         A226P7  
006270 01  NOTICE-SEP.                                                  A226P7  
006280     02  FILLER  PICTURE X[60] VALUE ALL :-:.                     A226P7  
006290 01  NOTICE-HEAD.                                                 A226P7  
006300     02  FILLER  PICTURE X[10] VALUE SPACES.                      A226P7  
006310     02  FILLER  PICTURE X[31] VALUE                              A226P7  
006320         :SUBSCRIPTION RENEWAL NOTICE    :.                       A226P7  
006330     02  FILLER  PICTURE X[9] VALUE :ACCOUNT :.                   A226P7  
006340     02  NH-ID           PICTURE X[14].                           A226P7  
006350 01  NOTICE-ADDR.                                                 A226P7  
006360     02  FILLER          PICTURE X[10] VALUE SPACES.              A226P7  
006370     02  NA-TEXT         PICTURE X[40].                           A226P7  
006380 01  NOTICE-CITY.                                                 A226P7  
006390     02  FILLER          PICTURE X[10] VALUE SPACES.              A226P7  
006400     02  NC-CITY         PICTURE X[20].                           A226P7  
006410     02  FILLER          PICTURE X VALUE SPACE.                   A226P7  
006420     02  NC-STATE        PICTURE XX.                              A226P7  
006430     02  FILLER          PICTURE XX VALUE SPACES.                 A226P7  
006440     02  NC-ZIP          PICTURE 9[5].                            A226P7  
006450 01  NOTICE-EXPIRE.                                               A226P7  
006460     02  FILLER          PICTURE X[10] VALUE SPACES.              A226P7  
006470     02  FILLER          PICTURE X[8] VALUE :EDITION :.           A226P7  
006480     02  NE-EDITION      PICTURE 99.                              A226P7  
006490     02  FILLER          PICTURE X[39] VALUE                      A226P7  
006500         :  YOUR SUBSCRIPTION EXPIRES WITH ISSUE :.               A226P7  
006510     02  NE-ISS          PICTURE Z9.                              A226P7  
006520     02  FILLER          PICTURE X[9] VALUE : OF YEAR :.          A226P7  
006530     02  NE-YR           PICTURE 9.                               A226P7  
006540 01  NOTICE-COPIES.                                               A226P7  
006550     02  FILLER          PICTURE X[10] VALUE SPACES.              A226P7  
006560     02  FILLER          PICTURE X[30] VALUE                      A226P7  
006570         :LAST SEMESTER  STUDENT COPIES :.                        A226P7  
006580     02  NP-STUD         PICTURE ZZZ9.                            A226P7  
006590     02  FILLER          PICTURE X[17] VALUE                      A226P7  
006600         :  TEACHER COPIES :.                                     A226P7  
006610     02  NP-TCH          PICTURE Z9.                              A226P7  
006620     02  FILLER          PICTURE X[10] VALUE :  BILL-TO :.        A226P7  
006630     02  NP-BILL         PICTURE 9.                               A226P7  
006640 01  NOTICE-PRICE.                                                A226P7  
006650     02  FILLER          PICTURE X[10] VALUE SPACES.              A226P7  
006660     02  FILLER          PICTURE X[12] VALUE :RENEWAL FOR :.      A226P7  
006670     02  NR-TERM         PICTURE X[10].                           A226P7  
006680     02  FILLER          PICTURE X[20] VALUE                      A226P7  
006690         :AT THESE COPIES    $:.                                  A226P7  
006700     02  NR-AMT          PICTURE ZZZ9.99.                         A226P7  
006710     02  FILLER          PICTURE XX VALUE SPACES.                 A226P7  
006720     02  NR-NOTE         PICTURE X[24].                           A226P7  
006730 01  NOTICE-TOT-LINE.                                             A226P7  
006740     02  FILLER          PICTURE X[17] VALUE : NOTICES PRINTED :. A226P7  
006750     02  NT-CT           PICTURE ZZZ9.                            A226P7  
006760     02  FILLER          PICTURE X[10] VALUE :  AMOUNT :.         A226P7  
006770     02  NT-AMT          PICTURE ZZZZZZ9.99.                      A226P7  
006780     02  FILLER          PICTURE X[10] VALUE :  NO RATE :.        A226P7  
006790     02  NT-NORATE       PICTURE ZZZ9.                            A226P7  
006800 01  LAPSE-HEAD.                                                  A226P7  
006810     02  FILLER  PICTURE X[20] VALUE SPACES.                      A226P7  
006820     02  FILLER  PICTURE X[30] VALUE :ACCOUNTS LAPSED THIS RUN:.  A226P7  
006830 01  LAPSE-LINE.                                                  A226P7  
006840     02  LL-ID           PICTURE X[14].                           A226P7  
006850     02  FILLER          PICTURE XX VALUE SPACES.                 A226P7  
006860     02  LL-PROMO        PICTURE X[5].                            A226P7  
006870     02  FILLER          PICTURE X[10] VALUE :  EXPIRE :.         A226P7  
006880     02  LL-EXPIRE       PICTURE 999.                             A226P7  
006890     02  FILLER          PICTURE XX VALUE SPACES.                 A226P7  
006900     02  LL-NOTE         PICTURE X[25].                           A226P7  
006910 01  LAPSE-TOT-LINE.                                              A226P7  
006920     02  FILLER          PICTURE X[10] VALUE : RENEWED :.         A226P7  
006930     02  LT-RENEWED      PICTURE ZZZ9.                            A226P7  
006940     02  FILLER          PICTURE X[9] VALUE :  LAPSED :.          A226P7  
006950     02  LT-LAPSED       PICTURE ZZZ9.                            A226P7  
006960     02  FILLER          PICTURE X[13] VALUE :  STILL OPEN :.     A226P7  
006970     02  LT-OPEN         PICTURE ZZZ9.                            A226P7  
006980     02  FILLER          PICTURE X[13] VALUE :  REINSTATED :.     A226P7  
006990     02  LT-REINSTATED   PICTURE ZZZ9.                            A226P7  
007000 01  RATE-HEAD.                                                   A226P7  
007010     02  FILLER  PICTURE X[20] VALUE SPACES.                      A226P7  
007020     02  FILLER  PICTURE X[40] VALUE                              A226P7  
007030         :RENEWAL RATE BY EDITION AND PROMOTION:.                 A226P7  
007040 01  RATE-COL-HEAD.                                               A226P7  
007050     02  FILLER  PICTURE X[47] VALUE                              A226P7  
007060         :ED  PROMO  NOTICED  RENEWED   LAPSED     OPEN  :.       A226P7  
007070     02  FILLER  PICTURE X[9] VALUE :RENEW PCT:.                  A226P7  
007080 01  RATE-LINE.                                                   A226P7  
007090     02  RL-EDITION      PICTURE XX.                              A226P7  
007100     02  FILLER          PICTURE XX VALUE SPACES.                 A226P7  
007110     02  RL-PROMO        PICTURE X[5].                            A226P7  
007120     02  FILLER          PICTURE X[4] VALUE SPACES.               A226P7  
007130     02  RL-NOTICED      PICTURE ZZZZ9.                           A226P7  
007140     02  FILLER          PICTURE X[4] VALUE SPACES.               A226P7  
007150     02  RL-RENEWED      PICTURE ZZZZ9.                           A226P7  
007160     02  FILLER          PICTURE X[4] VALUE SPACES.               A226P7  
007170     02  RL-LAPSED       PICTURE ZZZZ9.                           A226P7  
007180     02  FILLER          PICTURE X[4] VALUE SPACES.               A226P7  
007190     02  RL-OPEN         PICTURE ZZZZ9.                           A226P7  
007200     02  FILLER          PICTURE X[6] VALUE SPACES.               A226P7  
007210     02  RL-PCT          PICTURE ZZ9.9.                           A226P7  
007220 PROCEDURE DIVISION.                                              A226P7  
007230 HOUSEKEEPING.                                                    A226P7  
007240     DISPLAY :MODE [N=NOTICES, L=LAPSE, R=REPORT]: UPON CONSOLE.  A226P7  
007250     ACCEPT RUN-MODE FROM CONSOLE.                                A226P7  
007260     DISPLAY :ENTER CURRENT ISSUE IIY: UPON CONSOLE.              A226P7  
007270     ACCEPT CUR-ISSUE-IN FROM CONSOLE.                            A226P7  
007280     IF CUR-ISSUE-IN NOT NUMERIC                                  A226P7  
007290         DISPLAY :A226P7 BAD CURRENT ISSUE: UPON CONSOLE          A226P7  
007300         STOP RUN.                                                A226P7  
007310     COMPUTE CUR-KEY = [CUR-YR * 100] + CUR-ISS.                  A226P7  
007320     OPEN INPUT RENEWAL-FILE.                                     A226P7  
007330 LOAD-RENEWALS.                                                   A226P7  
007340     READ RENEWAL-FILE AT END GO TO LOAD-RENEWALS-DONE.           A226P7  
007350     IF RNW-CT EQUAL TO 2000                                      A226P7  
007360         DISPLAY :A226P7 RENEWAL TABLE FULL - RUN REFUSED:        A226P7  
007370             UPON CONSOLE                                         A226P7  
007372         CLOSE RENEWAL-FILE                                       A226P7  
007374         STOP RUN.                                                A226P7  
007380     ADD 1 TO RNW-CT.                                             A226P7  
007390     MOVE RN-ID-NUMBER TO RT-ID [RNW-CT].                         A226P7  
007400     MOVE RN-PROMO-KEY TO RT-PROMO [RNW-CT].                      A226P7  
007410     MOVE RN-OLD-EXPIRE TO RT-OLD-EXPIRE [RNW-CT].                A226P7  
007420     MOVE RN-NOTICE-ISSUE TO RT-NOTICE [RNW-CT].                  A226P7  
007430     MOVE RN-AMOUNT TO RT-AMOUNT [RNW-CT].                        A226P7  
007440     MOVE RN-STATUS TO RT-STATUS [RNW-CT].                        A226P7  
007445     MOVE RN-STATUS TO RT-LOAD-STATUS [RNW-CT].                   A226P7  
007450     MOVE :N: TO RT-SEEN [RNW-CT].                                A226P7  
007460     GO TO LOAD-RENEWALS.                                         A226P7  
007470 LOAD-RENEWALS-DONE.                                              A226P7  
007480     CLOSE RENEWAL-FILE.                                          A226P7  
007490     IF RUN-MODE EQUAL TO :N: GO TO NOTICE-PASS.                  A226P7  
007500     IF RUN-MODE EQUAL TO :L: GO TO LAPSE-PASS.                   A226P7  
007510     OPEN OUTPUT NOTICE-FILE.                                     A226P7  
007520     GO TO REPORT-PASS.                                           A226P7  
007530 NOTICE-PASS.                                                     A226P7  
007540     DISPLAY :ENTER ISSUES AHEAD [2 OR 3]: UPON CONSOLE.          A226P7  
007550     ACCEPT AHEAD-IN FROM CONSOLE.                                A226P7  
007560     IF AHEAD-IN NOT EQUAL TO 2 MOVE 3 TO AHEAD-IN.               A226P7  
007570     MOVE CUR-ISS TO END-ISS.                                     A226P7  
007580     ADD AHEAD-IN TO END-ISS.                                     A226P7  
007590     MOVE CUR-YR TO END-YR.                                       A226P7  
007600     IF END-ISS GREATER THAN ISSUES-PER-YEAR                      A226P7  
007610         SUBTRACT ISSUES-PER-YEAR FROM END-ISS                    A226P7  
007620         ADD 1 TO END-YR.                                         A226P7  
007630     COMPUTE END-KEY = [END-YR * 100] + END-ISS.                  A226P7  
007640     MOVE SPACES TO SCHOOL-HOLD.                                  A226P7  
007650     OPEN INPUT INPUT-MASTER-FILE.                                A226P7  
007660     OPEN OUTPUT NOTICE-FILE.                                     A226P7  
007670 NOTICE-READ.                                                     A226P7  
007680     READ INPUT-MASTER-FILE AT END GO TO NOTICE-DONE.             A226P7  
007690     IF SCH-RECORD                                                A226P7  
007700         MOVE INPUT-SCHOOL-MASTER TO SCHOOL-HOLD                  A226P7  
007710         GO TO NOTICE-READ.                                       A226P7  
007720     IF LAPSED-ACCT GO TO NOTICE-READ.                            A226P7  
007730     IF EXPIREI NOT NUMERIC GO TO NOTICE-READ.                    A226P7  
007740     COMPUTE EXP-KEY = [EXP-YEARI * 100] + EXP-ISSI.              A226P7  
007750     IF EXP-KEY LESS THAN CUR-KEY GO TO NOTICE-READ.              A226P7  
007760     IF EXP-KEY GREATER THAN END-KEY GO TO NOTICE-READ.           A226P7  
007770     MOVE ZERO TO RNW-FOUND.                                      A226P7  
007780     PERFORM SCAN-NOTICED THRU SCAN-NOTICED-EXIT                  A226P7  
007790         VARYING RNW-SUB FROM 1 BY 1                              A226P7  
007800         UNTIL RNW-SUB GREATER THAN RNW-CT.                       A226P7  
007810     IF RNW-FOUND NOT EQUAL TO ZERO GO TO NOTICE-READ.            A226P7  
007820     IF RNW-CT EQUAL TO 2000                                      A226P7  
007830         DISPLAY :A226P7 RENEWAL TABLE FULL - RUN REFUSED:        A226P7  
007840             UPON CONSOLE                                         A226P7  
007842         CLOSE INPUT-MASTER-FILE NOTICE-FILE                      A226P7  
007844         STOP RUN.                                                A226P7  
007850     PERFORM PRICE-RENEWAL THRU PRICE-RENEWAL-EXIT.               A226P7  
007860     PERFORM PRINT-NOTICE THRU PRINT-NOTICE-EXIT.                 A226P7  
007870     ADD 1 TO RNW-CT.                                             A226P7  
007880     MOVE ID-NUMBER TO RT-ID [RNW-CT].                            A226P7  
007890     MOVE PROMO-KEYI TO RT-PROMO [RNW-CT].                        A226P7  
007900     MOVE EXPIRE-CODEI TO RT-OLD-EXPIRE [RNW-CT].                 A226P7  
007910     MOVE CUR-ISSUE-CODE TO RT-NOTICE [RNW-CT].                   A226P7  
007920     MOVE RENEW-AMT TO RT-AMOUNT [RNW-CT].                        A226P7  
007930     MOVE :O: TO RT-STATUS [RNW-CT].                              A226P7  
007935     MOVE :O: TO RT-LOAD-STATUS [RNW-CT].                         A226P7  
007940     ADD 1 TO NOTICE-CT.                                          A226P7  
007950     ADD RENEW-AMT TO NOTICE-TOTAL.                               A226P7  
007960     GO TO NOTICE-READ.                                           A226P7  
007970 SCAN-NOTICED.                                                    A226P7  
007980     IF RT-ID [RNW-SUB] EQUAL TO ID-NUMBER                        A226P7  
007990         AND RT-OLD-EXPIRE [RNW-SUB] EQUAL TO EXPIRE-CODEI        A226P7  
008000         MOVE RNW-SUB TO RNW-FOUND.                               A226P7  
008010 SCAN-NOTICED-EXIT.                                               A226P7  
008020     EXIT.                                                        A226P7  
008030 PRICE-RENEWAL.                                                   A226P7  
008040     MOVE ZERO TO RENEW-AMT STUD-WK TCH-WK.                       A226P7  
008050     MOVE SPACES TO NR-NOTE.                                      A226P7  
008060     IF LAST-STUDI NUMERIC MOVE LAST-STUDI TO STUD-WK.            A226P7  
008070     IF LAST-TCHI NUMERIC MOVE LAST-TCHI TO TCH-WK.               A226P7  
008080     MOVE EDITION TO EDITION-INDEX.                               A226P7  
008090     IF EDITION-INDEX LESS THAN 1 OR EDITION-INDEX GREATER THAN 95A226P7  
008100         GO TO PRICE-NO-RATE.                                     A226P7  
008110     MOVE EDITION-TABLE [EDITION-INDEX] TO RATE-INDEX.            A226P7  
008120     IF RATE-INDEX LESS THAN 1 OR RATE-INDEX GREATER THAN 14      A226P7  
008130         GO TO PRICE-NO-RATE.                                     A226P7  
008140     MOVE RATE-TABLE [RATE-INDEX] TO STORE-RATE-AREA.             A226P7  
008150     IF TERM-IN EQUAL TO 1                                        A226P7  
008160         MOVE :SEMESTER: TO NR-TERM                               A226P7  
008170         COMPUTE RENEW-AMT = [STUD-WK * STUD-SEM]                 A226P7  
008180             + [TCH-WK * TCH-SEM]                                 A226P7  
008190     ELSE                                                         A226P7  
008200         MOVE :FULL YEAR: TO NR-TERM                              A226P7  
008210         COMPUTE RENEW-AMT = [STUD-WK * STUD-YEAR]                A226P7  
008220             + [TCH-WK * TCH-YEAR].                               A226P7  
008230     GO TO PRICE-RENEWAL-EXIT.                                    A226P7  
008240 PRICE-NO-RATE.                                                   A226P7  
008250     MOVE SPACES TO NR-TERM.                                      A226P7  
008260     MOVE :NO RATE - PRICE BY HAND: TO NR-NOTE.                   A226P7  
008270     ADD 1 TO NORATE-CT.                                          A226P7  
008280 PRICE-RENEWAL-EXIT.                                              A226P7  
008290     EXIT.                                                        A226P7  
008300 PRINT-NOTICE.                                                    A226P7  
008310     WRITE NOTICE-REC FROM NOTICE-SEP AFTER ADVANCING 3 LINES.    A226P7  
008320     MOVE ID-NUMBER TO NH-ID.                                     A226P7  
008330     WRITE NOTICE-REC FROM NOTICE-HEAD AFTER ADVANCING 2 LINES.   A226P7  
008340     MOVE TEACHER-NAMEI TO NA-TEXT.                               A226P7  
008350     WRITE NOTICE-REC FROM NOTICE-ADDR AFTER ADVANCING 2 LINES.   A226P7  
008360     IF SH-ZIP-CODE NOT EQUAL TO ZIP-CODE                         A226P7  
008370         OR SH-SCH-NUMBER NOT EQUAL TO SCH-NUMBER                 A226P7  
008380         MOVE SPACES TO SCHOOL-HOLD                               A226P7  
008390         DISPLAY :A226P7 NO SCHOOL RECORD : ID-NUMBER             A226P7  
008400             UPON CONSOLE.                                        A226P7  
008410     MOVE SH-SCHOOL-NAME TO NA-TEXT.                              A226P7  
008420     WRITE NOTICE-REC FROM NOTICE-ADDR AFTER ADVANCING 1 LINES.   A226P7  
008430     MOVE SH-STREET-ADDRESS TO NA-TEXT.                           A226P7  
008440     WRITE NOTICE-REC FROM NOTICE-ADDR AFTER ADVANCING 1 LINES.   A226P7  
008450     MOVE SH-CITY-NAME TO NC-CITY.                                A226P7  
008460     MOVE SH-STATE-ALPHA TO NC-STATE.                             A226P7  
008470     MOVE ZIP-CODE TO NC-ZIP.                                     A226P7  
008480     WRITE NOTICE-REC FROM NOTICE-CITY AFTER ADVANCING 1 LINES.   A226P7  
008490     MOVE EDITION TO NE-EDITION.                                  A226P7  
008500     MOVE EXP-ISSI TO NE-ISS.                                     A226P7  
008510     MOVE EXP-YEARI TO NE-YR.                                     A226P7  
008520     WRITE NOTICE-REC FROM NOTICE-EXPIRE AFTER ADVANCING 2 LINES. A226P7  
008530     MOVE STUD-WK TO NP-STUD.                                     A226P7  
008540     MOVE TCH-WK TO NP-TCH.                                       A226P7  
008550     MOVE BILL-TOI TO NP-BILL.                                    A226P7  
008560     WRITE NOTICE-REC FROM NOTICE-COPIES AFTER ADVANCING 1 LINES. A226P7  
008570     MOVE RENEW-AMT TO NR-AMT.                                    A226P7  
008580     WRITE NOTICE-REC FROM NOTICE-PRICE AFTER ADVANCING 2 LINES.  A226P7  
008590 PRINT-NOTICE-EXIT.                                               A226P7  
008600     EXIT.                                                        A226P7  
008610 NOTICE-DONE.                                                     A226P7  
008620     CLOSE INPUT-MASTER-FILE.                                     A226P7  
008630     MOVE NOTICE-CT TO NT-CT.                                     A226P7  
008640     MOVE NOTICE-TOTAL TO NT-AMT.                                 A226P7  
008650     MOVE NORATE-CT TO NT-NORATE.                                 A226P7  
008660     WRITE NOTICE-REC FROM NOTICE-SEP AFTER ADVANCING 3 LINES.    A226P7  
008670     WRITE NOTICE-REC FROM NOTICE-TOT-LINE                        A226P7  
008680         AFTER ADVANCING 2 LINES.                                 A226P7  
008690     CLOSE NOTICE-FILE.                                           A226P7  
008700     PERFORM WRITE-RENEWALS THRU WRITE-RENEWALS-EXIT.             A226P7  
008710     DISPLAY :A226P7 RENEWAL NOTICES DONE: UPON CONSOLE.          A226P7  
008720     STOP RUN.                                                    A226P7  
008730 LAPSE-PASS.                                                      A226P7  
008740     OPEN INPUT INPUT-MASTER-FILE.                                A226P7  
008750     OPEN OUTPUT OUTPUT-MASTER-FILE NOTICE-FILE.                  A226P7  
008760     WRITE NOTICE-REC FROM LAPSE-HEAD AFTER ADVANCING 2 LINES.    A226P7  
008770 LAPSE-READ.                                                      A226P7  
008780     READ INPUT-MASTER-FILE AT END GO TO LAPSE-DONE.              A226P7  
008790     IF SCH-RECORD                                                A226P7  
008800         WRITE OUTPUT-SCHOOL-MASTER FROM INPUT-SCHOOL-MASTER      A226P7  
008810         GO TO LAPSE-READ.                                        A226P7  
008820     IF LAPSED-ACCT                                               A226P7  
008830         PERFORM CHECK-REINSTATE THRU CHECK-REINSTATE-EXIT.       A226P7  
008840     MOVE ZERO TO RNW-FOUND.                                      A226P7  
008850     PERFORM SCAN-OPEN THRU SCAN-OPEN-EXIT                        A226P7  
008860         VARYING RNW-SUB FROM 1 BY 1                              A226P7  
008870         UNTIL RNW-SUB GREATER THAN RNW-CT.                       A226P7  
008880     IF RNW-FOUND NOT EQUAL TO ZERO                               A226P7  
008890         PERFORM CHECK-RENEWAL THRU CHECK-RENEWAL-EXIT.           A226P7  
008900     WRITE OUTPUT-TEACHER-MASTER FROM INPUT-TEACHER-MASTER.       A226P7  
008910     GO TO LAPSE-READ.                                            A226P7  
008920 SCAN-OPEN.                                                       A226P7  
008930     IF RT-STATUS [RNW-SUB] NOT EQUAL TO :O: GO TO SCAN-OPEN-EXIT.A226P7  
008940     IF RT-ID [RNW-SUB] EQUAL TO ID-NUMBER                        A226P7  
008950         MOVE RNW-SUB TO RNW-FOUND.                               A226P7  
008960 SCAN-OPEN-EXIT.                                                  A226P7  
008970     EXIT.                                                        A226P7  
008980 CHECK-RENEWAL.                                                   A226P7  
008990     MOVE :Y: TO RT-SEEN [RNW-FOUND].                             A226P7  
009000     IF EXPIREI NOT NUMERIC GO TO CHECK-RENEWAL-EXIT.             A226P7  
009010     COMPUTE EXP-KEY = [EXP-YEARI * 100] + EXP-ISSI.              A226P7  
009020     MOVE RT-OLD-EXPIRE [RNW-FOUND] TO OLD-EXPIRE-CODE.           A226P7  
009030     COMPUTE OLD-KEY = [OE-YR * 100] + OE-ISS.                    A226P7  
009040     IF EXP-KEY GREATER THAN OLD-KEY                              A226P7  
009050         MOVE :R: TO RT-STATUS [RNW-FOUND]                        A226P7  
009060         ADD 1 TO RENEWED-CT                                      A226P7  
009070         GO TO CHECK-RENEWAL-EXIT.                                A226P7  
009080     IF EXP-KEY NOT LESS THAN CUR-KEY GO TO CHECK-RENEWAL-EXIT.   A226P7  
009090     MOVE :L: TO RT-STATUS [RNW-FOUND].                           A226P7  
009100     MOVE :L: TO LAPSE-FLAGI.                                     A226P7  
009110     ADD 1 TO LAPSED-CT.                                          A226P7  
009120     MOVE :MARKED LAPSED ON MASTER: TO LL-NOTE.                   A226P7  
009130     PERFORM PRINT-LAPSE THRU PRINT-LAPSE-EXIT.                   A226P7  
009140 CHECK-RENEWAL-EXIT.                                              A226P7  
009150     EXIT.                                                        A226P7  
009160 CHECK-REINSTATE.                                                 A226P7  
009170     IF EXPIREI NOT NUMERIC GO TO CHECK-REINSTATE-EXIT.           A226P7  
009180     COMPUTE EXP-KEY = [EXP-YEARI * 100] + EXP-ISSI.              A226P7  
009190     IF EXP-KEY LESS THAN CUR-KEY GO TO CHECK-REINSTATE-EXIT.     A226P7  
009200     MOVE SPACE TO LAPSE-FLAGI.                                   A226P7  
009210     ADD 1 TO REINSTATED-CT.                                      A226P7  
009220 CHECK-REINSTATE-EXIT.                                            A226P7  
009230     EXIT.                                                        A226P7  
009240 PRINT-LAPSE.                                                     A226P7  
009250     MOVE RT-ID [RNW-FOUND] TO LL-ID.                             A226P7  
009260     MOVE RT-PROMO [RNW-FOUND] TO LL-PROMO.                       A226P7  
009270     MOVE RT-OLD-EXPIRE [RNW-FOUND] TO LL-EXPIRE.                 A226P7  
009280     WRITE NOTICE-REC FROM LAPSE-LINE AFTER ADVANCING 1 LINES.    A226P7  
009290 PRINT-LAPSE-EXIT.                                                A226P7  
009300     EXIT.                                                        A226P7  
009310 LAPSE-DONE.                                                      A226P7  
009320     CLOSE INPUT-MASTER-FILE OUTPUT-MASTER-FILE.                  A226P7  
009330     PERFORM DROPPED-ONE THRU DROPPED-EXIT                        A226P7  
009340         VARYING RNW-FOUND FROM 1 BY 1                            A226P7  
009350         UNTIL RNW-FOUND GREATER THAN RNW-CT.                     A226P7  
009360     MOVE RENEWED-CT TO LT-RENEWED.                               A226P7  
009370     MOVE LAPSED-CT TO LT-LAPSED.                                 A226P7  
009380     MOVE ZERO TO OPEN-CT.                                        A226P7  
009390     PERFORM COUNT-OPEN THRU COUNT-OPEN-EXIT                      A226P7  
009400         VARYING RNW-SUB FROM 1 BY 1                              A226P7  
009410         UNTIL RNW-SUB GREATER THAN RNW-CT.                       A226P7  
009420     MOVE OPEN-CT TO LT-OPEN.                                     A226P7  
009430     MOVE REINSTATED-CT TO LT-REINSTATED.                         A226P7  
009440     WRITE NOTICE-REC FROM LAPSE-TOT-LINE                         A226P7  
009450         AFTER ADVANCING 2 LINES.                                 A226P7  
009460     PERFORM WRITE-RENEWALS THRU WRITE-RENEWALS-EXIT.             A226P7  
009470     GO TO REPORT-PASS.                                           A226P7  
009480 DROPPED-ONE.                                                     A226P7  
009490     IF RT-STATUS [RNW-FOUND] NOT EQUAL TO :O: GO TO DROPPED-EXIT.A226P7  
009500     IF RT-SEEN [RNW-FOUND] EQUAL TO :Y: GO TO DROPPED-EXIT.      A226P7  
009510     MOVE :L: TO RT-STATUS [RNW-FOUND].                           A226P7  
009520     ADD 1 TO LAPSED-CT.                                          A226P7  
009530     MOVE :DROPPED FROM MASTER: TO LL-NOTE.                       A226P7  
009540     PERFORM PRINT-LAPSE THRU PRINT-LAPSE-EXIT.                   A226P7  
009550 DROPPED-EXIT.                                                    A226P7  
009560     EXIT.                                                        A226P7  
009570 COUNT-OPEN.                                                      A226P7  
009580     IF RT-STATUS [RNW-SUB] EQUAL TO :O: ADD 1 TO OPEN-CT.        A226P7  
009590 COUNT-OPEN-EXIT.                                                 A226P7  
009600     EXIT.                                                        A226P7  
009610 REPORT-PASS.                                                     A226P7  
009620     PERFORM SUM-ONE THRU SUM-ONE-EXIT                            A226P7  
009630         VARYING RNW-SUB FROM 1 BY 1                              A226P7  
009640         UNTIL RNW-SUB GREATER THAN RNW-CT.                       A226P7  
009650     WRITE NOTICE-REC FROM RATE-HEAD AFTER ADVANCING 3 LINES.     A226P7  
009660     WRITE NOTICE-REC FROM RATE-COL-HEAD AFTER ADVANCING 2 LINES. A226P7  
009670     MOVE ZERO TO SA-NOTICED SA-RENEWED SA-LAPSED SA-OPEN.        A226P7  
009680     MOVE ZERO TO GA-NOTICED GA-RENEWED GA-LAPSED GA-OPEN.        A226P7  
009690     IF SUM-CT GREATER THAN ZERO                                  A226P7  
009700         MOVE ST-EDITION [1] TO ED-HOLD.                          A226P7  
009710     PERFORM RATE-ONE THRU RATE-ONE-EXIT                          A226P7  
009720         VARYING SUM-SUB FROM 1 BY 1                              A226P7  
009730         UNTIL SUM-SUB GREATER THAN SUM-CT.                       A226P7  
009740     IF SUM-CT GREATER THAN ZERO                                  A226P7  
009750         PERFORM RATE-EDITION-TOTAL THRU RATE-EDITION-EXIT.       A226P7  
009760     MOVE :**: TO RL-EDITION.                                     A226P7  
009770     MOVE :TOTAL: TO RL-PROMO.                                    A226P7  
009780     MOVE GA-NOTICED TO SA-NOTICED.                               A226P7  
009790     MOVE GA-RENEWED TO SA-RENEWED.                               A226P7  
009800     MOVE GA-LAPSED TO SA-LAPSED.                                 A226P7  
009810     MOVE GA-OPEN TO SA-OPEN.                                     A226P7  
009820     PERFORM RATE-PRINT THRU RATE-PRINT-EXIT.                     A226P7  
009830     CLOSE NOTICE-FILE.                                           A226P7  
009840     DISPLAY :A226P7 RENEWAL RATE REPORT DONE: UPON CONSOLE.      A226P7  
009850     STOP RUN.                                                    A226P7  
009860 SUM-ONE.                                                         A226P7  
009870     MOVE RT-ID [RNW-SUB] TO RT-ID-WORK.                          A226P7  
009880     MOVE RW-EDITION TO SK-EDITION.                               A226P7  
009890     MOVE RT-PROMO [RNW-SUB] TO SK-PROMO.                         A226P7  
009900     MOVE ZERO TO SUM-POS.                                        A226P7  
009910     PERFORM SUM-FIND THRU SUM-FIND-EXIT                          A226P7  
009920         VARYING SUM-SUB FROM 1 BY 1                              A226P7  
009930         UNTIL SUM-SUB GREATER THAN SUM-CT                        A226P7  
009940         OR SUM-POS NOT EQUAL TO ZERO.                            A226P7  
009950     IF SUM-POS NOT EQUAL TO ZERO GO TO SUM-CHECK-KEY.            A226P7  
009960     IF SUM-CT EQUAL TO 300                                       A226P7  
009970         DISPLAY :A226P7 SUMMARY TABLE FULL: UPON CONSOLE         A226P7  
009980         GO TO SUM-ONE-EXIT.                                      A226P7  
009990     ADD 1 TO SUM-CT.                                             A226P7  
010000     MOVE SUM-CT TO SUM-POS.                                      A226P7  
010010     GO TO SUM-NEW-ENTRY.                                         A226P7  
010020 SUM-CHECK-KEY.                                                   A226P7  
010030     IF ST-KEY [SUM-POS] EQUAL TO SUM-KEY-WORK                    A226P7  
010040         GO TO SUM-ADD.                                           A226P7  
010050     IF SUM-CT EQUAL TO 300                                       A226P7  
010060         DISPLAY :A226P7 SUMMARY TABLE FULL: UPON CONSOLE         A226P7  
010070         GO TO SUM-ONE-EXIT.                                      A226P7  
010080     ADD 1 TO SUM-CT.                                             A226P7  
010090     PERFORM SUM-SHIFT THRU SUM-SHIFT-EXIT                        A226P7  
010100         VARYING SUM-SUB FROM SUM-CT BY -1                        A226P7  
010110         UNTIL SUM-SUB NOT GREATER THAN SUM-POS.                  A226P7  
010120 SUM-NEW-ENTRY.                                                   A226P7  
010130     MOVE SUM-KEY-WORK TO ST-KEY [SUM-POS].                       A226P7  
010140     MOVE ZERO TO ST-NOTICED [SUM-POS] ST-RENEWED [SUM-POS].      A226P7  
010150     MOVE ZERO TO ST-LAPSED [SUM-POS] ST-OPEN [SUM-POS].          A226P7  
010160 SUM-ADD.                                                         A226P7  
010170     ADD 1 TO ST-NOTICED [SUM-POS].                               A226P7  
010180     IF RT-STATUS [RNW-SUB] EQUAL TO :R:                          A226P7  
010190         ADD 1 TO ST-RENEWED [SUM-POS].                           A226P7  
010200     IF RT-STATUS [RNW-SUB] EQUAL TO :L:                          A226P7  
010210         ADD 1 TO ST-LAPSED [SUM-POS].                            A226P7  
010220     IF RT-STATUS [RNW-SUB] EQUAL TO :O:                          A226P7  
010230         ADD 1 TO ST-OPEN [SUM-POS].                              A226P7  
010240 SUM-ONE-EXIT.                                                    A226P7  
010250     EXIT.                                                        A226P7  
010260 SUM-FIND.                                                        A226P7  
010270     IF ST-KEY [SUM-SUB] NOT LESS THAN SUM-KEY-WORK               A226P7  
010280         MOVE SUM-SUB TO SUM-POS.                                 A226P7  
010290 SUM-FIND-EXIT.                                                   A226P7  
010300     EXIT.                                                        A226P7  
010310 SUM-SHIFT.                                                       A226P7  
010320     COMPUTE PREV-SUB = SUM-SUB - 1.                              A226P7  
010330     MOVE SUM-ENTRY [PREV-SUB] TO SUM-ENTRY [SUM-SUB].            A226P7  
010340 SUM-SHIFT-EXIT.                                                  A226P7  
010350     EXIT.                                                        A226P7  
010360 RATE-ONE.                                                        A226P7  
010370     IF ST-EDITION [SUM-SUB] NOT EQUAL TO ED-HOLD                 A226P7  
010380         PERFORM RATE-EDITION-TOTAL THRU RATE-EDITION-EXIT        A226P7  
010390         MOVE ST-EDITION [SUM-SUB] TO ED-HOLD.                    A226P7  
010400     MOVE ST-EDITION [SUM-SUB] TO RL-EDITION.                     A226P7  
010410     MOVE ST-PROMO [SUM-SUB] TO RL-PROMO.                         A226P7  
010420     MOVE ST-NOTICED [SUM-SUB] TO SA-NOTICED.                     A226P7  
010430     MOVE ST-RENEWED [SUM-SUB] TO SA-RENEWED.                     A226P7  
010440     MOVE ST-LAPSED [SUM-SUB] TO SA-LAPSED.                       A226P7  
010450     MOVE ST-OPEN [SUM-SUB] TO SA-OPEN.                           A226P7  
010460     PERFORM RATE-PRINT THRU RATE-PRINT-EXIT.                     A226P7  
010470     ADD ST-NOTICED [SUM-SUB] TO GA-NOTICED.                      A226P7  
010480     ADD ST-RENEWED [SUM-SUB] TO GA-RENEWED.                      A226P7  
010490     ADD ST-LAPSED [SUM-SUB] TO GA-LAPSED.                        A226P7  
010500     ADD ST-OPEN [SUM-SUB] TO GA-OPEN.                            A226P7  
010510 RATE-ONE-EXIT.                                                   A226P7  
010520     EXIT.                                                        A226P7  
010530 RATE-EDITION-TOTAL.                                              A226P7  
010540     MOVE ZERO TO SA-NOTICED SA-RENEWED SA-LAPSED SA-OPEN.        A226P7  
010550     PERFORM RATE-EDITION-ADD THRU RATE-EDITION-ADD-EXIT          A226P7  
010560         VARYING RNW-SUB FROM 1 BY 1                              A226P7  
010570         UNTIL RNW-SUB GREATER THAN SUM-CT.                       A226P7  
010580     MOVE ED-HOLD TO RL-EDITION.                                  A226P7  
010590     MOVE :ALL: TO RL-PROMO.                                      A226P7  
010600     PERFORM RATE-PRINT THRU RATE-PRINT-EXIT.                     A226P7  
010610     MOVE SPACES TO NOTICE-REC.                                   A226P7  
010620     WRITE NOTICE-REC AFTER ADVANCING 1 LINES.                    A226P7  
010630 RATE-EDITION-EXIT.                                               A226P7  
010640     EXIT.                                                        A226P7  
010650 RATE-EDITION-ADD.                                                A226P7  
010660     IF ST-EDITION [RNW-SUB] NOT EQUAL TO ED-HOLD                 A226P7  
010670         GO TO RATE-EDITION-ADD-EXIT.                             A226P7  
010680     ADD ST-NOTICED [RNW-SUB] TO SA-NOTICED.                      A226P7  
010690     ADD ST-RENEWED [RNW-SUB] TO SA-RENEWED.                      A226P7  
010700     ADD ST-LAPSED [RNW-SUB] TO SA-LAPSED.                        A226P7  
010710     ADD ST-OPEN [RNW-SUB] TO SA-OPEN.                            A226P7  
010720 RATE-EDITION-ADD-EXIT.                                           A226P7  
010730     EXIT.                                                        A226P7  
010740 RATE-PRINT.                                                      A226P7  
010750     MOVE SA-NOTICED TO RL-NOTICED.                               A226P7  
010760     MOVE SA-RENEWED TO RL-RENEWED.                               A226P7  
010770     MOVE SA-LAPSED TO RL-LAPSED.                                 A226P7  
010780     MOVE SA-OPEN TO RL-OPEN.                                     A226P7  
010790     MOVE ZERO TO PCT-WORK.                                       A226P7  
010800     IF SA-NOTICED GREATER THAN ZERO                              A226P7  
010810         COMPUTE PCT-WORK ROUNDED =                               A226P7  
010820             [SA-RENEWED * 100] / SA-NOTICED.                     A226P7  
010830     MOVE PCT-WORK TO RL-PCT.                                     A226P7  
010840     WRITE NOTICE-REC FROM RATE-LINE AFTER ADVANCING 1 LINES.     A226P7  
010850 RATE-PRINT-EXIT.                                                 A226P7  
010860     EXIT.                                                        A226P7  
010870 WRITE-RENEWALS.                                                  A226P7  
010880     OPEN OUTPUT RENEWAL-OUT.                                     A226P7  
010890     PERFORM WRITE-ONE-RENEWAL THRU WRITE-ONE-RENEWAL-EXIT        A226P7  
010900         VARYING RNW-SUB FROM 1 BY 1                              A226P7  
010910         UNTIL RNW-SUB GREATER THAN RNW-CT.                       A226P7  
010920     CLOSE RENEWAL-OUT.                                           A226P7  
010930 WRITE-RENEWALS-EXIT.                                             A226P7  
010940     EXIT.                                                        A226P7  
010950 WRITE-ONE-RENEWAL.                                               A226P7  
010955     IF RT-LOAD-STATUS [RNW-SUB] EQUAL TO :R: OR :L:              A226P7  
010957         GO TO WRITE-ONE-RENEWAL-EXIT.                            A226P7  
010960     MOVE SPACES TO RENEWAL-REC.                                  A226P7  
010970     MOVE RT-ID [RNW-SUB] TO RN-ID-NUMBER.                        A226P7  
010980     MOVE RT-PROMO [RNW-SUB] TO RN-PROMO-KEY.                     A226P7  
010990     MOVE RT-OLD-EXPIRE [RNW-SUB] TO RN-OLD-EXPIRE.               A226P7  
011000     MOVE RT-NOTICE [RNW-SUB] TO RN-NOTICE-ISSUE.                 A226P7  
011010     MOVE RT-AMOUNT [RNW-SUB] TO RN-AMOUNT.                       A226P7  
011020     MOVE RT-STATUS [RNW-SUB] TO RN-STATUS.                       A226P7  
011030     WRITE RENEWAL-OUT-REC FROM RENEWAL-REC.                      A226P7  
011040 WRITE-ONE-RENEWAL-EXIT.                                          A226P7  
011050     EXIT.                                                        A226P7  
