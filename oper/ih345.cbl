000010 IDENTIFICATION  DIVISION.                                        IH345     
000020 PROGRAM-ID.   IH345.                                             IH345     
000030 AUTHOR.       MSDO.                                              IH345     
000040 DATE-WRITTEN.  APRIL 1975.                                       IH345     
000050 REMARKS.                                                         IH345     
000060     POSITION CONTROL AND AUTHORIZED STRENGTH REPORT.  THE        IH345     
000070     POSITION CONTROL FILE (FILE14) HOLDS ONE CARD PER            IH345     
000080     AUTHORIZED SLOT - ACTIVITY, COST CENTER, WORK CENTER,        IH345     
000090     OCCUPATION CODE, GRADE, NUMBER AUTHORIZED AND THE BUDGETED   IH345     
000100     ANNUAL RATE PER POSITION.  EACH ACTIVE IH340 PERSONNEL       IH345     
000110     MASTER (FILE11) IS MATCHED TO ITS SLOT ON ACTIVITY, COST     IH345     
000120     CENTER, WORK CENTER AND OCCUPATION CODE.  MASTERS WITH NO    IH345     
000130     SLOT ARE CARRIED AS UNAUTHORIZED, ALL OVER STRENGTH.  THE    IH345     
000140     REPORT (FILE96) SHOWS AUTHORIZED, FILLED, VACANT AND OVER    IH345     
000150     STRENGTH COUNTS WITH THE ANNUAL RATE DOLLARS OF EACH, BY     IH345     
000160     COST CENTER WITHIN ACTIVITY, WITH COST CENTER, ACTIVITY      IH345     
000170     AND GRAND TOTALS.  UNGRADED HOURLY RATES ARE ANNUALIZED      IH345     
000180     AT 2087 HOURS.  THE OPTIONAL PARAMETER CARD (FILE86)         IH345     
000190     CC 1-4 PCTL, CC 5-24 REPORT PERIOD TITLE.                    IH345     
000200 ENVIRONMENT  DIVISION.                                           IH345     
000210 CONFIGURATION  SECTION.                                          IH345     
000220 SOURCE-COMPUTER.  DECSYSTEM-10.                                  IH345     
000230 OBJECT-COMPUTER.  DECSYSTEM-10.                                  IH345     
000240 INPUT-OUTPUT  SECTION.                                           IH345     
000250 FILE-CONTROL.                                                    IH345     
000260     SELECT PC-PARAM-FILE ASSIGN TO DISK.                         IH345     
000270     SELECT POSITION-CONTROL-FILE ASSIGN TO DISK.                 IH345     
000280     SELECT PERS-MSTR-IN-FILE ASSIGN TO DISK.                     IH345     
000290     SELECT STRENGTH-REPORT-FILE ASSIGN TO DISK.                  IH345     
000300     SELECT PC-SORT-FILE ASSIGN TO DISK.                          IH345     
000310 DATA  DIVISION.                                                  IH345     
000320 FILE  SECTION.                                                   IH345     
000330 FD   PC-PARAM-FILE                                               IH345     
000340     RECORD CONTAINS 80 CHARACTERS                                IH345     
000350     LABEL RECORDS ARE STANDARD                                   IH345     
000360     VALUE OF ID IS "FILE86"                                      IH345     
000370     DATA RECORDS ARE PC-PARAM-CARD                               IH345     
000380          .                                                       IH345     
000390 01   PC-PARAM-CARD.                                              IH345     
000400     02  PP-CNTL             PICTURE XXXX.                        IH345     
000410     02  PP-TITLE            PICTURE X(20).                       IH345     
000420     02  FILLER              PICTURE X(56).                       IH345     
000430 FD   POSITION-CONTROL-FILE                                       IH345     
000440     RECORD CONTAINS 80 CHARACTERS                                IH345     
000450     LABEL RECORDS ARE STANDARD                                   IH345     
000460     VALUE OF ID IS "FILE14"                                      IH345     
000470     DATA RECORDS ARE POSITION-CONTROL-REC                        IH345     
000480          .                                                       IH345     
000490 01   POSITION-CONTROL-REC.                                       IH345     
000500     02  PC-KEY.                                                  IH345     
000510         04  PC-ACTY         PICTURE X.                           IH345     
000520         04  PC-COST-CNTR    PICTURE XX.                          IH345     
000530         04  PC-WORK-CNTR    PICTURE XX.                          IH345     
000540         04  PC-OCC-CD       PICTURE X(10).                       IH345     
000550     02  PC-GORU             PICTURE X.                           IH345     
000560     02  PC-GRADE            PICTURE XX.                          IH345     
000570     02  PC-AUTH-COUNT       PICTURE 999.                         IH345     
000580     02  PC-AUTH-RATE        PICTURE 9(5)V99.                     IH345     
000590     02  PC-TITLE            PICTURE X(30).                       IH345     
000600     02  FILLER              PICTURE X(22).                       IH345     
000610 FD   PERS-MSTR-IN-FILE                                           IH345     
000620     RECORD CONTAINS 610 CHARACTERS                               IH345     
000630     LABEL RECORDS ARE STANDARD                                   IH345     
000640     VALUE OF ID IS "FILE11"                                      IH345     
000650     DATA RECORDS ARE PERS-MSTR-IN-REC                            IH345     
000660          .                                                       IH345     
000670 01   PERS-MSTR-IN-REC.                                           IH345     
000680     02  MSTR-SEQ.                                                IH345     
000690         04  MSTR-ACTY       PICTURE X.                           IH345     
000700         04  MSTR-GORU       PICTURE X.                           IH345     
000710             88  DIEM-MSTR                   VALUE "U".           IH345     
000720         04  MSTR-CONT-GRP   PICTURE XX.                          IH345     
000730         04  MSTR-BADGE      PICTURE X(6).                        IH345     
000740     02  MSTR-NAME           PICTURE X(20).                       IH345     
000750     02  MSTR-ACTIVE-CODE    PICTURE X.                           IH345     
000760         88  ACTIVE-MSTR                     VALUE " ".           IH345     
000770     02  MSTR-COST-WORK-CNTR.                                     IH345     
000780         04  CC-WC-ACTY      PICTURE X.                           IH345     
000790         04  MSTR-COST-CNTR  PICTURE XX.                          IH345     
000800         04  MSTR-WORK-CNTR  PICTURE XX.                          IH345     
000810     02  FILLER              PICTURE XXXX.                        IH345     
000820     02  MSTR-GS-ANNUM       PICTURE X.                           IH345     
000830     02  MSTR-GS-GRADE       PICTURE XX.                          IH345     
000840     02  MSTR-STEP-NO        PICTURE XX.                          IH345     
000850     02  FILLER              PICTURE X(79).                       IH345     
000860     02  MSTR-OCC-CD         PICTURE X(10).                       IH345     
000870     02  MSTR-RET-SER        PICTURE X(5).                        IH345     
000880     02  MSTR-ANNUAL-RATE    PICTURE S9(5)V99.                    IH345     
000890     02  FILLER              PICTURE X(139).                      IH345     
000900     02  MSTR-HOURLY-RATE    PICTURE S99V99.                      IH345     
000910     02  FILLER              PICTURE X(321).                      IH345     
000920 FD   STRENGTH-REPORT-FILE                                        IH345     
000930     RECORD CONTAINS 132 CHARACTERS                               IH345     
000940     LABEL RECORDS ARE STANDARD                                   IH345     
000950     VALUE OF ID IS "FILE96"                                      IH345     
000960     DATA RECORDS ARE STRENGTH-REPORT-REC                         IH345     
000970          .                                                       IH345     
000980 01   STRENGTH-REPORT-REC    PICTURE X(132).                      IH345     
000990 SD   PC-SORT-FILE                                                IH345     
001000     DATA RECORDS ARE PC-SORT-REC                                 IH345     
001010          .                                                       IH345     
001020 01   PC-SORT-REC.                                                IH345     
001030     02  SR-KEY.                                                  IH345     
001040         04  SR-ACTY         PICTURE X.                           IH345     
001050         04  SR-COST-CNTR    PICTURE XX.                          IH345     
001060         04  SR-WORK-CNTR    PICTURE XX.                          IH345     
001070         04  SR-OCC-CD       PICTURE X(10).                       IH345     
001080     02  SR-GRADE            PICTURE XX.                          IH345     
001090     02  SR-TITLE            PICTURE X(30).                       IH345     
001100     02  SR-AUTH-COUNT       PICTURE 999.                         IH345     
001110     02  SR-FILLED-COUNT     PICTURE 999.                         IH345     
001120     02  SR-AUTH-DOLLARS     PICTURE 9(7)V99.                     IH345     
001130     02  SR-FILLED-DOLLARS   PICTURE 9(7)V99.                     IH345     
001140     02  SR-UNAUTH-SW        PICTURE X.                           IH345     
001150 WORKING-STORAGE  SECTION.                                        IH345     
001160 01   PC-WORK-AREAS.                                              IH345     
001170     02  PC-COUNT            PICTURE 9(4)    VALUE 0000.          IH345     
001180     02  PC-SUB              PICTURE 9(4)    VALUE 0000.          IH345     
001190     02  PC-FOUND            PICTURE 9(4)    VALUE 0000.          IH345     
001200     02  WORK-RATE           PICTURE S9(7)V99 VALUE +0000000.00.  IH345     
001210     02  WORK-VACANT         PICTURE 999     VALUE 000.           IH345     
001220     02  WORK-OVER           PICTURE 999     VALUE 000.           IH345     
001230     02  WORK-VACANT-DOL     PICTURE 9(7)V99 VALUE 0000000.00.    IH345     
001240     02  WORK-OVER-DOL       PICTURE 9(7)V99 VALUE 0000000.00.    IH345     
001250     02  WORK-AVG-RATE       PICTURE 9(5)V99 VALUE 00000.00.      IH345     
001260     02  MSTR-IN-COUNT       PICTURE 9(6)    VALUE 000000.        IH345     
001270     02  ACTIVE-COUNT        PICTURE 9(6)    VALUE 000000.        IH345     
001280     02  UNAUTH-COUNT        PICTURE 9(6)    VALUE 000000.        IH345     
001290     02  RPT-TITLE           PICTURE X(20)   VALUE SPACES.        IH345     
001300 01   POSITION-TABLE.                                             IH345     
001310     02  POSITION-ENTRY                      OCCURS 1500 TIMES.   IH345     
001320         04  PT-KEY.                                              IH345     
001330             06  PT-ACTY     PICTURE X.                           IH345     
001340             06  PT-COST-CNTR PICTURE XX.                         IH345     
001350             06  PT-WORK-CNTR PICTURE XX.                         IH345     
001360             06  PT-OCC-CD   PICTURE X(10).                       IH345     
001370         04  PT-GRADE        PICTURE XX.                          IH345     
001380         04  PT-TITLE        PICTURE X(30).                       IH345     
001390         04  PT-AUTH-COUNT   PICTURE 999.                         IH345     
001400         04  PT-AUTH-RATE    PICTURE 9(5)V99.                     IH345     
001410         04  PT-FILLED-COUNT PICTURE 999.                         IH345     
001420         04  PT-FILLED-DOLLARS PICTURE 9(7)V99.                   IH345     
001430         04  PT-UNAUTH-SW    PICTURE X.                           IH345     
001440 01   CONTROL-BREAK-AREAS.                                        IH345     
001450     02  HOLD-ACTY           PICTURE X       VALUE SPACE.         IH345     
001460     02  HOLD-COST-CNTR      PICTURE XX      VALUE SPACES.        IH345     
001470     02  FIRST-SW            PICTURE X       VALUE "Y".           IH345     
001480     02  LINE-COUNT          PICTURE 99      VALUE 99.            IH345     
001490     02  PAGE-COUNT          PICTURE 9(4)    VALUE 0000.          IH345     
001500     02  CC-TOTALS.                                               IH345     
001510         04  CC-AUTH         PICTURE 9(5)    VALUE 00000.         IH345     
001520         04  CC-FILLED       PICTURE 9(5)    VALUE 00000.         IH345     
001530         04  CC-VACANT       PICTURE 9(5)    VALUE 00000.         IH345     
001540         04  CC-OVER         PICTURE 9(5)    VALUE 00000.         IH345     
001550         04  CC-AUTH-DOL     PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001560         04  CC-FILLED-DOL   PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001570         04  CC-VACANT-DOL   PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001580         04  CC-OVER-DOL     PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001590     02  ACTY-TOTALS.                                             IH345     
001600         04  AT-AUTH         PICTURE 9(5)    VALUE 00000.         IH345     
001610         04  AT-FILLED       PICTURE 9(5)    VALUE 00000.         IH345     
001620         04  AT-VACANT       PICTURE 9(5)    VALUE 00000.         IH345     
001630         04  AT-OVER         PICTURE 9(5)    VALUE 00000.         IH345     
001640         04  AT-AUTH-DOL     PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001650         04  AT-FILLED-DOL   PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001660         04  AT-VACANT-DOL   PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001670         04  AT-OVER-DOL     PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001680     02  GRAND-TOTALS.                                            IH345     
001690         04  GT-AUTH         PICTURE 9(5)    VALUE 00000.         IH345     
001700         04  GT-FILLED       PICTURE 9(5)    VALUE 00000.         IH345     
001710         04  GT-VACANT       PICTURE 9(5)    VALUE 00000.         IH345     
001720         04  GT-OVER         PICTURE 9(5)    VALUE 00000.         IH345     
001730         04  GT-AUTH-DOL     PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001740         04  GT-FILLED-DOL   PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001750         04  GT-VACANT-DOL   PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001760         04  GT-OVER-DOL     PICTURE 9(9)V99 VALUE ZEROS.         IH345     
001770 01   RPT-HEAD-1.                                                 IH345     
001780     02  FILLER              PICTURE X(30)    VALUE SPACES.       IH345     
001790     02  FILLER              PICTURE X(42)    VALUE               IH345     
001800         "POSITION CONTROL - AUTHORIZED STRENGTH".                IH345     
001810     02  RH-TITLE            PICTURE X(20).                       IH345     
001820     02  FILLER              PICTURE X(10)    VALUE SPACES.       IH345     
001830     02  FILLER              PICTURE X(5)     VALUE "PAGE ".      IH345     
001840     02  RH-PAGE             PICTURE ZZZ9.                        IH345     
001850 01   RPT-HEAD-2.                                                 IH345     
001860     02  FILLER              PICTURE X(11)    VALUE " ACTIVITY ". IH345     
001870     02  RH-ACTY             PICTURE X.                           IH345     
001880     02  FILLER              PICTURE X(15)    VALUE               IH345     
001890         "  COST CENTER ".                                        IH345     
001900     02  RH-COST-CNTR        PICTURE XX.                          IH345     
001910 01   RPT-HEAD-3.                                                 IH345     
001920     02  FILLER              PICTURE X(18)    VALUE               IH345     
001930         " WC OCCUPATION GR".                                     IH345     
001940     02  FILLER              PICTURE X(31)    VALUE               IH345     
001950         " TITLE".                                                IH345     
001960     02  FILLER              PICTURE X(24)    VALUE               IH345     
001970         " AUTH FILL  VAC OVER".                                  IH345     
001980     02  FILLER              PICTURE X(14)    VALUE               IH345     
001990         "    AUTH $ ".                                           IH345     
002000     02  FILLER              PICTURE X(14)    VALUE               IH345     
002010         "  FILLED $ ".                                           IH345     
002020     02  FILLER              PICTURE X(14)    VALUE               IH345     
002030         "  VACANT $ ".                                           IH345     
002040     02  FILLER              PICTURE X(14)    VALUE               IH345     
002050         "    OVER $ ".                                           IH345     
002060 01   RPT-LINE.                                                   IH345     
002070     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002080     02  RL-WORK-CNTR        PICTURE XX.                          IH345     
002090     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002100     02  RL-OCC-CD           PICTURE X(10).                       IH345     
002110     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002120     02  RL-GRADE            PICTURE XX.                          IH345     
002130     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002140     02  RL-TITLE            PICTURE X(30).                       IH345     
002150     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002160     02  RL-AUTH             PICTURE ZZZZ9.                       IH345     
002170     02  RL-FILLED           PICTURE ZZZZ9.                       IH345     
002180     02  RL-VACANT           PICTURE ZZZZ9.                       IH345     
002190     02  RL-OVER             PICTURE ZZZZ9.                       IH345     
002200     02  FILLER              PICTURE XX       VALUE SPACES.       IH345     
002210     02  RL-AUTH-DOL         PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002220     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002230     02  RL-FILLED-DOL       PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002240     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002250     02  RL-VACANT-DOL       PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002260     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002270     02  RL-OVER-DOL         PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002280 01   RPT-TOTAL-LINE.                                             IH345     
002290     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH345     
002300     02  RT-LEVEL            PICTURE X(44).                       IH345     
002310     02  RT-AUTH             PICTURE ZZZZ9.                       IH345     
002320     02  RT-FILLED           PICTURE ZZZZ9.                       IH345     
002330     02  RT-VACANT           PICTURE ZZZZ9.                       IH345     
002340     02  RT-OVER             PICTURE ZZZZ9.                       IH345     
002350     02  FILLER              PICTURE XX       VALUE SPACES.       IH345     
002360     02  RT-AUTH-DOL         PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002370     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002380     02  RT-FILLED-DOL       PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002390     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002400     02  RT-VACANT-DOL       PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002410     02  FILLER              PICTURE X        VALUE SPACE.        IH345     
002420     02  RT-OVER-DOL         PICTURE ZZ,ZZZ,ZZ9.99.               IH345     
002430 PROCEDURE  DIVISION.                                             IH345     
002440 100010.                                                          IH345     
002450     OPEN INPUT PC-PARAM-FILE.                                    IH345     
002460     READ PC-PARAM-FILE, AT END GO TO 100050.                     IH345     
002470     IF PP-CNTL EQUAL TO "PCTL" MOVE PP-TITLE TO RPT-TITLE.       IH345     
002480 100050.                                                          IH345     
002490     CLOSE PC-PARAM-FILE WITH LOCK.                               IH345     
002500     MOVE RPT-TITLE TO RH-TITLE.                                  IH345     
002510     OPEN INPUT POSITION-CONTROL-FILE.                            IH345     
002520 101000.                                                          IH345     
002530     READ POSITION-CONTROL-FILE, AT END GO TO 102000.             IH345     
002540     IF PC-AUTH-COUNT NOT NUMERIC OR PC-AUTH-RATE NOT NUMERIC     IH345     
002550         DISPLAY "XXXXXXXXXX POSITION CARD INVALID " PC-KEY       IH345     
002560         GO TO 101000.                                            IH345     
002570     IF PC-COUNT EQUAL TO 1500 GO TO 492000.                      IH345     
002580     ADD 1 TO PC-COUNT.                                           IH345     
002590     MOVE PC-KEY TO PT-KEY (PC-COUNT).                            IH345     
002600     MOVE PC-GRADE TO PT-GRADE (PC-COUNT).                        IH345     
002610     MOVE PC-TITLE TO PT-TITLE (PC-COUNT).                        IH345     
002620     MOVE PC-AUTH-COUNT TO PT-AUTH-COUNT (PC-COUNT).              IH345     
002630     MOVE PC-AUTH-RATE TO PT-AUTH-RATE (PC-COUNT).                IH345     
002640     MOVE ZERO TO PT-FILLED-COUNT (PC-COUNT),                     IH345     
002650         PT-FILLED-DOLLARS (PC-COUNT).                            IH345     
002660     MOVE "N" TO PT-UNAUTH-SW (PC-COUNT).                         IH345     
002670     GO TO 101000.                                                IH345     
002680 102000.                                                          IH345     
002690     CLOSE POSITION-CONTROL-FILE WITH LOCK.                       IH345     
002700     IF PC-COUNT EQUAL TO ZERO GO TO 490000.                      IH345     
002710     OPEN INPUT PERS-MSTR-IN-FILE.                                IH345     
002720 103000.                                                          IH345     
002730     READ PERS-MSTR-IN-FILE, AT END GO TO 106000.                 IH345     
002740     ADD 1 TO MSTR-IN-COUNT.                                      IH345     
002750     IF MSTR-SEQ EQUAL TO ZEROS GO TO 103000.                     IH345     
002760     IF NOT ACTIVE-MSTR GO TO 103000.                             IH345     
002770     ADD 1 TO ACTIVE-COUNT.                                       IH345     
002780     MOVE MSTR-ANNUAL-RATE TO WORK-RATE.                          IH345     
002790     IF DIEM-MSTR                                                 IH345     
002800         MULTIPLY MSTR-HOURLY-RATE BY 2087                        IH345     
002810             GIVING WORK-RATE ROUNDED.                            IH345     
002820     IF WORK-RATE NEGATIVE MOVE ZERO TO WORK-RATE.                IH345     
002830     MOVE ZERO TO PC-FOUND.                                       IH345     
002840     PERFORM 510000 THRU 510990                                   IH345     
002850         VARYING PC-SUB FROM 1 BY 1                               IH345     
002860         UNTIL PC-SUB GREATER THAN PC-COUNT                       IH345     
002870             OR PC-FOUND NOT EQUAL TO ZERO.                       IH345     
002880     IF PC-FOUND NOT EQUAL TO ZERO GO TO 104000.                  IH345     
002890     IF PC-COUNT EQUAL TO 1500 GO TO 492000.                      IH345     
002900     ADD 1 TO PC-COUNT.                                           IH345     
002910     ADD 1 TO UNAUTH-COUNT.                                       IH345     
002920     MOVE PC-COUNT TO PC-FOUND.                                   IH345     
002930     MOVE MSTR-ACTY TO PT-ACTY (PC-FOUND).                        IH345     
002940     MOVE MSTR-COST-CNTR TO PT-COST-CNTR (PC-FOUND).              IH345     
002950     MOVE MSTR-WORK-CNTR TO PT-WORK-CNTR (PC-FOUND).              IH345     
002960     MOVE MSTR-OCC-CD TO PT-OCC-CD (PC-FOUND).                    IH345     
002970     MOVE MSTR-GS-GRADE TO PT-GRADE (PC-FOUND).                   IH345     
002980     MOVE "** NOT AUTHORIZED **" TO PT-TITLE (PC-FOUND).          IH345     
002990     MOVE ZERO TO PT-AUTH-COUNT (PC-FOUND),                       IH345     
003000         PT-AUTH-RATE (PC-FOUND),                                 IH345     
003010         PT-FILLED-COUNT (PC-FOUND),                              IH345     
003020         PT-FILLED-DOLLARS (PC-FOUND).                            IH345     
003030     MOVE "Y" TO PT-UNAUTH-SW (PC-FOUND).                         IH345     
003040 104000.                                                          IH345     
003050     ADD 1 TO PT-FILLED-COUNT (PC-FOUND).                         IH345     
003060     ADD WORK-RATE TO PT-FILLED-DOLLARS (PC-FOUND).               IH345     
003070     GO TO 103000.                                                IH345     
003080 106000.                                                          IH345     
003090     CLOSE PERS-MSTR-IN-FILE WITH LOCK.                           IH345     
003100     OPEN OUTPUT STRENGTH-REPORT-FILE.                            IH345     
003110     SORT PC-SORT-FILE                                            IH345     
003120         ON ASCENDING KEY SR-KEY                                  IH345     
003130         INPUT PROCEDURE IS 200000 THRU 299990                    IH345     
003140         OUTPUT PROCEDURE IS 300000 THRU 399990.                  IH345     
003150     CLOSE STRENGTH-REPORT-FILE WITH LOCK.                        IH345     
003160     DISPLAY "IH345 MASTERS IN     " MSTR-IN-COUNT.               IH345     
003170     DISPLAY "IH345 ON BOARD       " ACTIVE-COUNT.                IH345     
003180     DISPLAY "IH345 UNAUTHORIZED   " UNAUTH-COUNT.                IH345     
003190         STOP RUN.                                                IH345     
003200 200000.                                                          IH345     
003210     PERFORM 210000 THRU 210990                                   IH345     
003220         VARYING PC-SUB FROM 1 BY 1                               IH345     
003230         UNTIL PC-SUB GREATER THAN PC-COUNT.                      IH345     
003240     GO TO 299990.                                                IH345     
003250 210000.                                                          IH345     
003260     MOVE PT-KEY (PC-SUB) TO SR-KEY.                              IH345     
003270     MOVE PT-GRADE (PC-SUB) TO SR-GRADE.                          IH345     
003280     MOVE PT-TITLE (PC-SUB) TO SR-TITLE.                          IH345     
003290     MOVE PT-AUTH-COUNT (PC-SUB) TO SR-AUTH-COUNT.                IH345     
003300     MOVE PT-FILLED-COUNT (PC-SUB) TO SR-FILLED-COUNT.            IH345     
003310     MULTIPLY PT-AUTH-COUNT (PC-SUB) BY PT-AUTH-RATE (PC-SUB)     IH345     
003320         GIVING SR-AUTH-DOLLARS.                                  IH345     
003330     MOVE PT-FILLED-DOLLARS (PC-SUB) TO SR-FILLED-DOLLARS.        IH345     
003340     MOVE PT-UNAUTH-SW (PC-SUB) TO SR-UNAUTH-SW.                  IH345     
003350     RELEASE PC-SORT-REC.                                         IH345     
003360 210990.                                                          IH345     
003370     EXIT.                                                        IH345     
003380 299990.                                                          IH345     
003390     EXIT.                                                        IH345     
003400 300000.                                                          IH345     
003410     RETURN PC-SORT-FILE, AT END GO TO 390000.                    IH345     
003420     IF SR-ACTY NOT EQUAL TO HOLD-ACTY OR FIRST-SW EQUAL TO "Y"   IH345     
003430         PERFORM 350000 THRU 350990                               IH345     
003440         PERFORM 360000 THRU 360990                               IH345     
003450         MOVE SR-ACTY TO HOLD-ACTY                                IH345     
003460         MOVE SR-COST-CNTR TO HOLD-COST-CNTR                      IH345     
003470         MOVE "N" TO FIRST-SW                                     IH345     
003480         MOVE 99 TO LINE-COUNT                                    IH345     
003490         GO TO 310000.                                            IH345     
003500     IF SR-COST-CNTR NOT EQUAL TO HOLD-COST-CNTR                  IH345     
003510         PERFORM 350000 THRU 350990                               IH345     
003520         MOVE SR-COST-CNTR TO HOLD-COST-CNTR                      IH345     
003530         MOVE 99 TO LINE-COUNT.                                   IH345     
003540 310000.                                                          IH345     
003550     IF LINE-COUNT GREATER THAN 50 PERFORM 340000 THRU 340990.    IH345     
003560     MOVE ZERO TO WORK-VACANT, WORK-OVER, WORK-VACANT-DOL,        IH345     
003570         WORK-OVER-DOL, WORK-AVG-RATE.                            IH345     
003580     IF SR-FILLED-COUNT LESS THAN SR-AUTH-COUNT                   IH345     
003590         SUBTRACT SR-FILLED-COUNT FROM SR-AUTH-COUNT              IH345     
003600             GIVING WORK-VACANT                                   IH345     
003610         COMPUTE WORK-VACANT-DOL ROUNDED =                        IH345     
003620             SR-AUTH-DOLLARS * WORK-VACANT / SR-AUTH-COUNT.       IH345     
003630     IF SR-FILLED-COUNT GREATER THAN SR-AUTH-COUNT                IH345     
003640         SUBTRACT SR-AUTH-COUNT FROM SR-FILLED-COUNT              IH345     
003650             GIVING WORK-OVER                                     IH345     
003660         DIVIDE SR-FILLED-DOLLARS BY SR-FILLED-COUNT              IH345     
003670             GIVING WORK-AVG-RATE ROUNDED                         IH345     
003680         MULTIPLY WORK-AVG-RATE BY WORK-OVER                      IH345     
003690             GIVING WORK-OVER-DOL.                                IH345     
003700     MOVE SR-WORK-CNTR TO RL-WORK-CNTR.                           IH345     
003710     MOVE SR-OCC-CD TO RL-OCC-CD.                                 IH345     
003720     MOVE SR-GRADE TO RL-GRADE.                                   IH345     
003730     MOVE SR-TITLE TO RL-TITLE.                                   IH345     
003740     MOVE SR-AUTH-COUNT TO RL-AUTH.                               IH345     
003750     MOVE SR-FILLED-COUNT TO RL-FILLED.                           IH345     
003760     MOVE WORK-VACANT TO RL-VACANT.                               IH345     
003770     MOVE WORK-OVER TO RL-OVER.                                   IH345     
003780     MOVE SR-AUTH-DOLLARS TO RL-AUTH-DOL.                         IH345     
003790     MOVE SR-FILLED-DOLLARS TO RL-FILLED-DOL.                     IH345     
003800     MOVE WORK-VACANT-DOL TO RL-VACANT-DOL.                       IH345     
003810     MOVE WORK-OVER-DOL TO RL-OVER-DOL.                           IH345     
003820     WRITE STRENGTH-REPORT-REC FROM RPT-LINE                      IH345     
003830         AFTER ADVANCING 1 LINES.                                 IH345     
003840     ADD 1 TO LINE-COUNT.                                         IH345     
003850     ADD SR-AUTH-COUNT TO CC-AUTH.                                IH345     
003860     ADD SR-FILLED-COUNT TO CC-FILLED.                            IH345     
003870     ADD WORK-VACANT TO CC-VACANT.                                IH345     
003880     ADD WORK-OVER TO CC-OVER.                                    IH345     
003890     ADD SR-AUTH-DOLLARS TO CC-AUTH-DOL.                          IH345     
003900     ADD SR-FILLED-DOLLARS TO CC-FILLED-DOL.                      IH345     
003910     ADD WORK-VACANT-DOL TO CC-VACANT-DOL.                        IH345     
003920     ADD WORK-OVER-DOL TO CC-OVER-DOL.                            IH345     
003930     GO TO 300000.                                                IH345     
003940 340000.                                                          IH345     
003950     ADD 1 TO PAGE-COUNT.                                         IH345     
003960     MOVE PAGE-COUNT TO RH-PAGE.                                  IH345     
003970     MOVE SR-ACTY TO RH-ACTY.                                     IH345     
003980     MOVE SR-COST-CNTR TO RH-COST-CNTR.                           IH345     
003990     WRITE STRENGTH-REPORT-REC FROM RPT-HEAD-1                    IH345     
004000         AFTER ADVANCING PAGE.                                    IH345     
004010     WRITE STRENGTH-REPORT-REC FROM RPT-HEAD-2                    IH345     
004020         AFTER ADVANCING 2 LINES.                                 IH345     
004030     WRITE STRENGTH-REPORT-REC FROM RPT-HEAD-3                    IH345     
004040         AFTER ADVANCING 2 LINES.                                 IH345     
004050     MOVE SPACES TO STRENGTH-REPORT-REC.                          IH345     
004060     WRITE STRENGTH-REPORT-REC AFTER ADVANCING 1 LINES.           IH345     
004070     MOVE 6 TO LINE-COUNT.                                        IH345     
004080 340990.                                                          IH345     
004090     EXIT.                                                        IH345     
004100 350000.                                                          IH345     
004110     IF FIRST-SW EQUAL TO "Y" GO TO 350990.                       IH345     
004120     MOVE "COST CENTER TOTAL" TO RT-LEVEL.                        IH345     
004130     MOVE CC-AUTH TO RT-AUTH.                                     IH345     
004140     MOVE CC-FILLED TO RT-FILLED.                                 IH345     
004150     MOVE CC-VACANT TO RT-VACANT.                                 IH345     
004160     MOVE CC-OVER TO RT-OVER.                                     IH345     
004170     MOVE CC-AUTH-DOL TO RT-AUTH-DOL.                             IH345     
004180     MOVE CC-FILLED-DOL TO RT-FILLED-DOL.                         IH345     
004190     MOVE CC-VACANT-DOL TO RT-VACANT-DOL.                         IH345     
004200     MOVE CC-OVER-DOL TO RT-OVER-DOL.                             IH345     
004210     WRITE STRENGTH-REPORT-REC FROM RPT-TOTAL-LINE                IH345     
004220         AFTER ADVANCING 2 LINES.                                 IH345     
004230     ADD CC-AUTH TO AT-AUTH.                                      IH345     
004240     ADD CC-FILLED TO AT-FILLED.                                  IH345     
004250     ADD CC-VACANT TO AT-VACANT.                                  IH345     
004260     ADD CC-OVER TO AT-OVER.                                      IH345     
004270     ADD CC-AUTH-DOL TO AT-AUTH-DOL.                              IH345     
004280     ADD CC-FILLED-DOL TO AT-FILLED-DOL.                          IH345     
004290     ADD CC-VACANT-DOL TO AT-VACANT-DOL.                          IH345     
004300     ADD CC-OVER-DOL TO AT-OVER-DOL.                              IH345     
004310     MOVE ZEROS TO CC-TOTALS.                                     IH345     
004320 350990.                                                          IH345     
004330     EXIT.                                                        IH345     
004340 360000.                                                          IH345     
004350     IF FIRST-SW EQUAL TO "Y" GO TO 360990.                       IH345     
004360     MOVE "ACTIVITY TOTAL" TO RT-LEVEL.                           IH345     
004370     MOVE AT-AUTH TO RT-AUTH.                                     IH345     
004380     MOVE AT-FILLED TO RT-FILLED.                                 IH345     
004390     MOVE AT-VACANT TO RT-VACANT.                                 IH345     
004400     MOVE AT-OVER TO RT-OVER.                                     IH345     
004410     MOVE AT-AUTH-DOL TO RT-AUTH-DOL.                             IH345     
004420     MOVE AT-FILLED-DOL TO RT-FILLED-DOL.                         IH345     
004430     MOVE AT-VACANT-DOL TO RT-VACANT-DOL.                         IH345     
004440     MOVE AT-OVER-DOL TO RT-OVER-DOL.                             IH345     
004450     WRITE STRENGTH-REPORT-REC FROM RPT-TOTAL-LINE                IH345     
004460         AFTER ADVANCING 2 LINES.                                 IH345     
004470     ADD AT-AUTH TO GT-AUTH.                                      IH345     
004480     ADD AT-FILLED TO GT-FILLED.                                  IH345     
004490     ADD AT-VACANT TO GT-VACANT.                                  IH345     
004500     ADD AT-OVER TO GT-OVER.                                      IH345     
004510     ADD AT-AUTH-DOL TO GT-AUTH-DOL.                              IH345     
004520     ADD AT-FILLED-DOL TO GT-FILLED-DOL.                          IH345     
004530     ADD AT-VACANT-DOL TO GT-VACANT-DOL.                          IH345     
004540     ADD AT-OVER-DOL TO GT-OVER-DOL.                              IH345     
004550     MOVE ZEROS TO ACTY-TOTALS.                                   IH345     
004560 360990.                                                          IH345     
004570     EXIT.                                                        IH345     
004580 390000.                                                          IH345     
004590     PERFORM 350000 THRU 350990.                                  IH345     
004600     PERFORM 360000 THRU 360990.                                  IH345     
004610     MOVE "GRAND TOTAL" TO RT-LEVEL.                              IH345     
004620     MOVE GT-AUTH TO RT-AUTH.                                     IH345     
004630     MOVE GT-FILLED TO RT-FILLED.                                 IH345     
004640     MOVE GT-VACANT TO RT-VACANT.                                 IH345     
004650     MOVE GT-OVER TO RT-OVER.                                     IH345     
004660     MOVE GT-AUTH-DOL TO RT-AUTH-DOL.                             IH345     
004670     MOVE GT-FILLED-DOL TO RT-FILLED-DOL.                         IH345     
004680     MOVE GT-VACANT-DOL TO RT-VACANT-DOL.                         IH345     
004690     MOVE GT-OVER-DOL TO RT-OVER-DOL.                             IH345     
004700     WRITE STRENGTH-REPORT-REC FROM RPT-TOTAL-LINE                IH345     
004710         AFTER ADVANCING 3 LINES.                                 IH345     
004720 399990.                                                          IH345     
004730     EXIT.                                                        IH345     
004740 490000.                                                          IH345     
004750     DISPLAY "XXXXXXXXXX POSITION CONTROL FILE EMPTY".            IH345     
004760     STOP "XXXXXXXXXX HALT 0001".                                 IH345     
004770     GO TO 490000.                                                IH345     
004780 492000.                                                          IH345     
004790     DISPLAY "XXXXXXXXXX POSITION TABLE FULL".                    IH345     
004800     STOP "XXXXXXXXXX HALT 0002".                                 IH345     
004810     GO TO 492000.                                                IH345     
004820 510000.                                                          IH345     
004830     IF PT-ACTY (PC-SUB) EQUAL TO MSTR-ACTY                       IH345     
004840         AND PT-COST-CNTR (PC-SUB) EQUAL TO MSTR-COST-CNTR        IH345     
004850         AND PT-WORK-CNTR (PC-SUB) EQUAL TO MSTR-WORK-CNTR        IH345     
004860         AND PT-OCC-CD (PC-SUB) EQUAL TO MSTR-OCC-CD              IH345     
004870         MOVE PC-SUB TO PC-FOUND.                                 IH345     
004880 510990.                                                          IH345     
004890     EXIT.                                                        IH345     
