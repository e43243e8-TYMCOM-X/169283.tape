000010 IDENTIFICATION  DIVISION.                                        IH344     
000020 PROGRAM-ID.   IH344.                                             IH344     
000030 AUTHOR.       MSDO.                                              IH344     
000040 DATE-WRITTEN.  MARCH 1975.                                       IH344     
000050 REMARKS.                                                         IH344     
000060     WITHIN-GRADE STEP INCREASE RUN FOR THE IH340 PERSONNEL       IH344     
000070     MASTER.  THE PARAMETER CARD (FILE87) GIVES THE RUN MODE      IH344     
000080     AND THE PAY PERIOD BEGIN DATE THE INCREASES TAKE EFFECT.     IH344     
000090         CC 1 - 4   WGIL = ELIGIBILITY LIST ONLY                  IH344     
000100                    WGIU = UPDATE THE MASTER                      IH344     
000110         CC 5 - 10  EFFECTIVE DATE MMDDYY                         IH344     
000120     FOLLOWING WHLD CARDS (CC 1-4 WHLD, CC 5 ACTIVITY, CC 6-11    IH344     
000130     BADGE) NAME EMPLOYEES PERSONNEL HAS NOT APPROVED.  EACH      IH344     
000140     ACTIVE MASTER IS LOOKED UP IN THE GRADE/STEP PAY TABLE       IH344     
000150     (FILE13) BY GRADED/UNGRADED AND GRADE.  THE WAITING PERIOD   IH344     
000160     FOR THE CURRENT STEP IS COUNTED FROM MSTR-STEP-DATE, OR      IH344     
000170     FROM THE EOD DATE WHEN NO STEP INCREASE HAS BEEN GIVEN.      IH344     
000180     EVERYONE WHOSE WAITING PERIOD HAS RUN OUT BY THE EFFECTIVE   IH344     
000190     DATE IS LISTED BY ACTIVITY AND COST CENTER.  IN THE WGIU     IH344     
000200     RUN THE APPROVED EMPLOYEES ARE MOVED TO THE NEXT STEP AND    IH344     
000210     RATE, THE STEP DATE IS SET TO THE EFFECTIVE DATE AND THE     IH344     
000220     UPDATED MASTER IS WRITTEN TO FILE33.  THE REGISTER (FILE97)  IH344     
000230     SHOWS THE OLD AND NEW STEP AND RATE FOR EACH EMPLOYEE.       IH344     
000240 ENVIRONMENT  DIVISION.                                           IH344     
000250 CONFIGURATION  SECTION.                                          IH344     
000260 SOURCE-COMPUTER.  DECSYSTEM-10.                                  IH344     
000270 OBJECT-COMPUTER.  DECSYSTEM-10.                                  IH344     
000280 INPUT-OUTPUT  SECTION.                                           IH344     
000290 FILE-CONTROL.                                                    IH344     
000300     SELECT WGI-PARAM-FILE ASSIGN TO DISK.                        IH344     
000310     SELECT PAY-TABLE-FILE ASSIGN TO DISK.                        IH344     
000320     SELECT PERS-MSTR-IN-FILE ASSIGN TO DISK.                     IH344     
000330     SELECT PERS-MSTR-OUT-FILE ASSIGN TO DISK.                    IH344     
000340     SELECT WGI-REGISTER-FILE ASSIGN TO DISK.                     IH344     
000350     SELECT WGI-SORT-FILE ASSIGN TO DISK.                         IH344     
000360 DATA  DIVISION.                                                  IH344     
000370 FILE  SECTION.                                                   IH344     
000380 FD   WGI-PARAM-FILE                                              IH344     
000390     RECORD CONTAINS 80 CHARACTERS                                IH344     
000400     LABEL RECORDS ARE STANDARD                                   IH344     
000410     VALUE OF ID IS "FILE87"                                      IH344     
000420     DATA RECORDS ARE WGI-PARAM-CARD                              IH344     
000430          .                                                       IH344     
000440 01   WGI-PARAM-CARD.                                             IH344     
000450     02  WP-CNTL             PICTURE XXXX.                        IH344     
000460     02  WP-EFF-DATE.                                             IH344     
000470         04  WP-EFF-MO       PICTURE 99.                          IH344     
000480         04  WP-EFF-DA       PICTURE 99.                          IH344     
000490         04  WP-EFF-YR       PICTURE 99.                          IH344     
000500     02  FILLER              PICTURE X(70).                       IH344     
000510 01   WGI-WITHHOLD-CARD.                                          IH344     
000520     02  WH-CNTL             PICTURE XXXX.                        IH344     
000530     02  WH-ACTY             PICTURE X.                           IH344     
000540     02  WH-BADGE            PICTURE X(6).                        IH344     
000550     02  FILLER              PICTURE X(69).                       IH344     
000560 FD   PAY-TABLE-FILE                                              IH344     
000570     RECORD CONTAINS 150 CHARACTERS                               IH344     
000580     LABEL RECORDS ARE STANDARD                                   IH344     
000590     VALUE OF ID IS "FILE13"                                      IH344     
000600     DATA RECORDS ARE PAY-TABLE-REC                               IH344     
000610          .                                                       IH344     
000620 01   PAY-TABLE-REC.                                              IH344     
000630     02  PT-GORU             PICTURE X.                           IH344     
000640     02  PT-GRADE            PICTURE XX.                          IH344     
000650     02  PT-STEP-DATA                    OCCURS 10 TIMES.         IH344     
000660         04  PT-ANNUAL       PICTURE 9(5)V99.                     IH344     
000670         04  PT-HOURLY       PICTURE 99V99.                       IH344     
000680         04  PT-WAIT-WKS     PICTURE 999.                         IH344     
000690     02  FILLER              PICTURE X(7).                        IH344     
000700 FD   PERS-MSTR-IN-FILE                                           IH344     
000710     RECORD CONTAINS 610 CHARACTERS                               IH344     
000720     LABEL RECORDS ARE STANDARD                                   IH344     
000730     VALUE OF ID IS "FILE11"                                      IH344     
000740     DATA RECORDS ARE PERS-MSTR-IN-REC                            IH344     
000750          .                                                       IH344     
000760 01   PERS-MSTR-IN-REC.                                           IH344     
000770     02  MSTR-IN-SEQ         PICTURE X(10).                       IH344     
000780     02  FILLER              PICTURE X(600).                      IH344     
000790 FD   PERS-MSTR-OUT-FILE                                          IH344     
000800     RECORD CONTAINS 610 CHARACTERS                               IH344     
000810     LABEL RECORDS ARE STANDARD                                   IH344     
000820     VALUE OF ID IS "FILE33"                                      IH344     
000830     DATA RECORDS ARE PERS-MSTR-OUT-REC                           IH344     
000840          .                                                       IH344     
000850 01   PERS-MSTR-OUT-REC      PICTURE X(610).                      IH344     
000860 FD   WGI-REGISTER-FILE                                           IH344     
000870     RECORD CONTAINS 120 CHARACTERS                               IH344     
000880     LABEL RECORDS ARE STANDARD                                   IH344     
000890     VALUE OF ID IS "FILE97"                                      IH344     
000900     DATA RECORDS ARE WGI-REGISTER-REC                            IH344     
000910          .                                                       IH344     
000920 01   WGI-REGISTER-REC       PICTURE X(120).                      IH344     
000930 SD   WGI-SORT-FILE                                               IH344     
000940     DATA RECORDS ARE WGI-SORT-REC                                IH344     
000950          .                                                       IH344     
000960 01   WGI-SORT-REC.                                               IH344     
000970     02  SR-ACTY             PICTURE X.                           IH344     
000980     02  SR-COST-CNTR        PICTURE XX.                          IH344     
000990     02  SR-BADGE            PICTURE X(6).                        IH344     
001000     02  SR-NAME             PICTURE X(20).                       IH344     
001010     02  SR-GORU             PICTURE X.                           IH344     
001020     02  SR-GRADE            PICTURE XX.                          IH344     
001030     02  SR-OLD-STEP         PICTURE 99.                          IH344     
001040     02  SR-NEW-STEP         PICTURE 99.                          IH344     
001050     02  SR-OLD-RATE         PICTURE S9(5)V99.                    IH344     
001060     02  SR-NEW-RATE         PICTURE S9(5)V99.                    IH344     
001070     02  SR-START-DATE       PICTURE X(6).                        IH344     
001080     02  SR-WAIT-WKS         PICTURE 999.                         IH344     
001090     02  SR-SERVED-WKS       PICTURE 9(4).                        IH344     
001100     02  SR-REMARK           PICTURE X(20).                       IH344     
001110 WORKING-STORAGE  SECTION.                                        IH344     
001120 01   PERS-MSTR-REC.                                              IH344     
001130     02  MSTR-SEQ.                                                IH344     
001140         04  MSTR-ACTY       PICTURE X.                           IH344     
001150         04  MSTR-GORU       PICTURE X.                           IH344     
001160             88  ANNUM-MSTR                  VALUE "G".           IH344     
001170             88  DIEM-MSTR                   VALUE "U".           IH344     
001180         04  MSTR-CONT-GRP   PICTURE XX.                          IH344     
001190         04  MSTR-BADGE      PICTURE X(6).                        IH344     
001200     02  MSTR-CON-TEST REDEFINES MSTR-SEQ.                        IH344     
001210         04  MSTR-CON-ZEROS  PICTURE X(10).                       IH344     
001220     02  MSTR-NAME           PICTURE X(20).                       IH344     
001230     02  MSTR-ACTIVE-CODE    PICTURE X.                           IH344     
001240         88  ACTIVE-MSTR                     VALUE " ".           IH344     
001250     02  MSTR-COST-WORK-CNTR.                                     IH344     
001260         04  CC-WC-ACTY      PICTURE X.                           IH344     
001270         04  MSTR-COST-CNTR  PICTURE XX.                          IH344     
001280         04  MSTR-WORK-CNTR  PICTURE XX.                          IH344     
001290     02  FILLER              PICTURE XXXX.                        IH344     
001300     02  MSTR-GS-ANNUM       PICTURE X.                           IH344     
001310     02  MSTR-GS-GRADE       PICTURE XX.                          IH344     
001320     02  MSTR-STEP-NO        PICTURE XX.                          IH344     
001330     02  MSTR-STEP REDEFINES MSTR-STEP-NO                         IH344     
001340                             PICTURE 99.                          IH344     
001350     02  FILLER              PICTURE X(94).                       IH344     
001360     02  MSTR-ANNUAL-RATE    PICTURE S9(5)V99.                    IH344     
001370     02  FILLER              PICTURE X(29).                       IH344     
001380     02  MSTR-CLOCK-NO       PICTURE XX.                          IH344     
001390     02  MSTR-STEP-DATE.                                          IH344     
001400         04  STEP-MONTH      PICTURE 99.                          IH344     
001410         04  STEP-DAY        PICTURE 99.                          IH344     
001420         04  STEP-YEAR       PICTURE 99.                          IH344     
001430     02  FILLER              PICTURE X(18).                       IH344     
001440     02  MSTR-EOD-DATE.                                           IH344     
001450         04  EOD-MONTH       PICTURE 99.                          IH344     
001460         04  EOD-DAY         PICTURE 99.                          IH344     
001470         04  EOD-YEAR        PICTURE S99.                         IH344     
001480     02  FILLER              PICTURE X(78).                       IH344     
001490     02  MSTR-HOURLY-RATE    PICTURE S99V99.                      IH344     
001500     02  FILLER              PICTURE X(321).                      IH344     
001510 01   WGI-WORK-AREAS.                                             IH344     
001520     02  RUN-MODE            PICTURE X       VALUE "L".           IH344     
001530         88  LIST-RUN                        VALUE "L".           IH344     
001540         88  UPDATE-RUN                      VALUE "U".           IH344     
001550     02  WORK-STEP           PICTURE 99      VALUE 00.            IH344     
001560     02  NEXT-STEP           PICTURE 99      VALUE 00.            IH344     
001570     02  MAX-STEP            PICTURE 99      VALUE 00.            IH344     
001580     02  WORK-NEW-ANNUAL     PICTURE S9(5)V99 VALUE +00000.00.    IH344     
001590     02  WORK-NEW-HOURLY     PICTURE S99V99  VALUE +00.00.        IH344     
001600     02  WORK-OLD-RATE       PICTURE S9(5)V99 VALUE +00000.00.    IH344     
001610     02  WORK-NEW-RATE       PICTURE S9(5)V99 VALUE +00000.00.    IH344     
001620     02  WORK-START-DATE     PICTURE X(6)    VALUE SPACES.        IH344     
001630     02  WORK-WAIT-WKS       PICTURE 999     VALUE 000.           IH344     
001640     02  WORK-SERVED-WKS     PICTURE 9(4)    VALUE 0000.          IH344     
001650     02  WORK-REMARK         PICTURE X(20)   VALUE SPACES.        IH344     
001660     02  EFF-DAYS            PICTURE 9(6)    VALUE 000000.        IH344     
001670     02  START-DAYS          PICTURE 9(6)    VALUE 000000.        IH344     
001680     02  ELAPSED-DAYS        PICTURE S9(6)   VALUE +000000.       IH344     
001690     02  PT-SUB              PICTURE 999     VALUE 000.           IH344     
001700     02  PT-FOUND            PICTURE 999     VALUE 000.           IH344     
001710     02  WH-SUB              PICTURE 999     VALUE 000.           IH344     
001720     02  WH-FOUND            PICTURE 999     VALUE 000.           IH344     
001730     02  WITHHELD-SW         PICTURE X       VALUE "N".           IH344     
001740     02  MSTR-IN-COUNT       PICTURE 9(6)    VALUE 000000.        IH344     
001750     02  MSTR-OUT-COUNT      PICTURE 9(6)    VALUE 000000.        IH344     
001760     02  ELIGIBLE-COUNT      PICTURE 9(6)    VALUE 000000.        IH344     
001770     02  WITHHELD-COUNT      PICTURE 9(6)    VALUE 000000.        IH344     
001780     02  UPDATED-COUNT       PICTURE 9(6)    VALUE 000000.        IH344     
001790     02  EXCEPTION-COUNT     PICTURE 9(6)    VALUE 000000.        IH344     
001800     02  SORT-EOF-SW         PICTURE X       VALUE "N".           IH344     
001810 01   DATE-WORK-AREAS.                                            IH344     
001820     02  DW-MO               PICTURE 99      VALUE 00.            IH344     
001830     02  DW-DA               PICTURE 99      VALUE 00.            IH344     
001840     02  DW-YR               PICTURE 99      VALUE 00.            IH344     
001850     02  DW-LEAP             PICTURE 99      VALUE 00.            IH344     
001860     02  DW-REM              PICTURE 99      VALUE 00.            IH344     
001870     02  DW-DAYS             PICTURE 9(6)    VALUE 000000.        IH344     
001880 01   MONTH-DAYS-TABLE.                                           IH344     
001890     02  FILLER              PICTURE X(36)   VALUE                IH344     
001900         "000031059090120151181212243273304334".                  IH344     
001910 01   REDEF-MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.                IH344     
001920     02  CUM-DAYS            PICTURE 999     OCCURS 12 TIMES.     IH344     
001930 01   PAY-TABLE-AREA.                                             IH344     
001940     02  PAY-TABLE-COUNT     PICTURE 999     VALUE 000.           IH344     
001950     02  PAY-TABLE-ENTRY                     OCCURS 120 TIMES.    IH344     
001960         04  PTT-GORU        PICTURE X.                           IH344     
001970         04  PTT-GRADE       PICTURE XX.                          IH344     
001980         04  PTT-STEP-DATA               OCCURS 10 TIMES.         IH344     
001990             06  PTT-ANNUAL  PICTURE 9(5)V99.                     IH344     
002000             06  PTT-HOURLY  PICTURE 99V99.                       IH344     
002010             06  PTT-WAIT-WKS PICTURE 999.                        IH344     
002020 01   WITHHOLD-AREA.                                              IH344     
002030     02  WITHHOLD-COUNT      PICTURE 999     VALUE 000.           IH344     
002040     02  WITHHOLD-ENTRY                      OCCURS 200 TIMES.    IH344     
002050         04  WHT-ACTY        PICTURE X.                           IH344     
002060         04  WHT-BADGE       PICTURE X(6).                        IH344     
002070 01   CONTROL-BREAK-AREAS.                                        IH344     
002080     02  HOLD-ACTY           PICTURE X       VALUE SPACE.         IH344     
002090     02  HOLD-COST-CNTR      PICTURE XX      VALUE SPACES.        IH344     
002100     02  CC-COUNT            PICTURE 9(5)    VALUE 00000.         IH344     
002110     02  CC-INCREASE         PICTURE S9(7)V99 VALUE +0000000.00.  IH344     
002120     02  ACTY-COUNT          PICTURE 9(5)    VALUE 00000.         IH344     
002130     02  ACTY-INCREASE       PICTURE S9(7)V99 VALUE +0000000.00.  IH344     
002140     02  GRAND-COUNT         PICTURE 9(5)    VALUE 00000.         IH344     
002150     02  GRAND-INCREASE      PICTURE S9(7)V99 VALUE +0000000.00.  IH344     
002160     02  LINE-COUNT          PICTURE 99      VALUE 99.            IH344     
002170     02  PAGE-COUNT          PICTURE 9(4)    VALUE 0000.          IH344     
002180 01   REG-HEAD-1.                                                 IH344     
002190     02  FILLER              PICTURE X(25)    VALUE SPACES.       IH344     
002200     02  RH-TITLE            PICTURE X(45)    VALUE               IH344     
002210         "WITHIN-GRADE STEP INCREASE ELIGIBILITY LIST".           IH344     
002220     02  FILLER              PICTURE X(12)    VALUE               IH344     
002230         " EFFECTIVE ".                                           IH344     
002240     02  RH-EFF-DATE         PICTURE X(6).                        IH344     
002250     02  FILLER              PICTURE X(8)     VALUE "   PAGE ".   IH344     
002260     02  RH-PAGE             PICTURE ZZZ9.                        IH344     
002270 01   REG-HEAD-2.                                                 IH344     
002280     02  FILLER              PICTURE X(11)    VALUE " ACTIVITY ". IH344     
002290     02  RH-ACTY             PICTURE X.                           IH344     
002300     02  FILLER              PICTURE X(15)    VALUE               IH344     
002310         "  COST CENTER ".                                        IH344     
002320     02  RH-COST-CNTR        PICTURE XX.                          IH344     
002330 01   REG-HEAD-3.                                                 IH344     
002340     02  FILLER              PICTURE X(8)     VALUE "  BADGE ".   IH344     
002350     02  FILLER              PICTURE X(22)    VALUE               IH344     
002360         "NAME".                                                  IH344     
002370     02  FILLER              PICTURE X(11)    VALUE "G/U GRADE ". IH344     
002380     02  FILLER              PICTURE X(10)    VALUE "STEP  NEW ". IH344     
002390     02  FILLER              PICTURE X(13)    VALUE               IH344     
002400         "    OLD RATE ".                                         IH344     
002410     02  FILLER              PICTURE X(13)    VALUE               IH344     
002420         "    NEW RATE ".                                         IH344     
002430     02  FILLER              PICTURE X(9)     VALUE "  SINCE ".   IH344     
002440     02  FILLER              PICTURE X(12)    VALUE               IH344     
002450         " WAIT SERVED".                                          IH344     
002460     02  FILLER              PICTURE X(8)     VALUE "  REMARK".   IH344     
002470 01   REG-LINE.                                                   IH344     
002480     02  RL-BADGE            PICTURE X(6).                        IH344     
002490     02  FILLER              PICTURE XX       VALUE SPACES.       IH344     
002500     02  RL-NAME             PICTURE X(20).                       IH344     
002510     02  FILLER              PICTURE XXX      VALUE SPACES.       IH344     
002520     02  RL-GORU             PICTURE X.                           IH344     
002530     02  FILLER              PICTURE XXX      VALUE SPACES.       IH344     
002540     02  RL-GRADE            PICTURE XX.                          IH344     
002550     02  FILLER              PICTURE XXXX     VALUE SPACES.       IH344     
002560     02  RL-OLD-STEP         PICTURE Z9.                          IH344     
002570     02  FILLER              PICTURE XXXX     VALUE SPACES.       IH344     
002580     02  RL-NEW-STEP         PICTURE Z9.                          IH344     
002590     02  FILLER              PICTURE XX       VALUE SPACES.       IH344     
002600     02  RL-OLD-RATE         PICTURE ZZ,ZZ9.99-.                  IH344     
002610     02  FILLER              PICTURE XXX      VALUE SPACES.       IH344     
002620     02  RL-NEW-RATE         PICTURE ZZ,ZZ9.99-.                  IH344     
002630     02  FILLER              PICTURE XXX      VALUE SPACES.       IH344     
002640     02  RL-START-DATE       PICTURE X(6).                        IH344     
002650     02  FILLER              PICTURE XXX      VALUE SPACES.       IH344     
002660     02  RL-WAIT-WKS         PICTURE ZZ9.                         IH344     
002670     02  FILLER              PICTURE XXX      VALUE SPACES.       IH344     
002680     02  RL-SERVED-WKS       PICTURE ZZZ9.                        IH344     
002690     02  FILLER              PICTURE XX       VALUE SPACES.       IH344     
002700     02  RL-REMARK           PICTURE X(20).                       IH344     
002710 01   REG-TOTAL-LINE.                                             IH344     
002720     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH344     
002730     02  RT-LEVEL            PICTURE X(20).                       IH344     
002740     02  RT-COUNT            PICTURE ZZ,ZZ9.                      IH344     
002750     02  FILLER              PICTURE X(12)    VALUE               IH344     
002760         " EMPLOYEES ".                                           IH344     
002770     02  FILLER              PICTURE X(22)    VALUE               IH344     
002780         "ANNUAL RATE INCREASE ".                                 IH344     
002790     02  RT-INCREASE         PICTURE Z,ZZZ,ZZ9.99-.               IH344     
002800 01   REG-COUNT-LINE.                                             IH344     
002810     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH344     
002820     02  RC-TEXT             PICTURE X(20).                       IH344     
002830     02  RC-COUNT            PICTURE ZZZ,ZZ9.                     IH344     
002840 PROCEDURE  DIVISION.                                             IH344     
002850 100010.                                                          IH344     
002860     OPEN INPUT WGI-PARAM-FILE.                                   IH344     
002870     READ WGI-PARAM-FILE, AT END GO TO 490000.                    IH344     
002880     IF WP-CNTL EQUAL TO "WGIL" MOVE "L" TO RUN-MODE              IH344     
002890         GO TO 100050.                                            IH344     
002900     IF WP-CNTL EQUAL TO "WGIU" MOVE "U" TO RUN-MODE              IH344     
002910         GO TO 100050.                                            IH344     
002920     GO TO 490000.                                                IH344     
002930 100050.                                                          IH344     
002940     IF WP-EFF-DATE NOT NUMERIC GO TO 492000.                     IH344     
002950     IF WP-EFF-MO LESS THAN 01 OR WP-EFF-MO GREATER THAN 12       IH344     
002960         GO TO 492000.                                            IH344     
002970     MOVE WP-EFF-MO TO DW-MO.                                     IH344     
002980     MOVE WP-EFF-DA TO DW-DA.                                     IH344     
002990     MOVE WP-EFF-YR TO DW-YR.                                     IH344     
003000     PERFORM 500000 THRU 500990.                                  IH344     
003010     MOVE DW-DAYS TO EFF-DAYS.                                    IH344     
003020     MOVE WP-EFF-DATE TO RH-EFF-DATE.                             IH344     
003030     IF UPDATE-RUN MOVE "WITHIN-GRADE STEP INCREASE REGISTER"     IH344     
003040         TO RH-TITLE.                                             IH344     
003050 101000.                                                          IH344     
003060     READ WGI-PARAM-FILE, AT END GO TO 102000.                    IH344     
003070     IF WH-CNTL NOT EQUAL TO "WHLD"                               IH344     
003080         DISPLAY "XXXXXXXXXX WGI CARD IGNORED " WGI-PARAM-CARD    IH344     
003090         GO TO 101000.                                            IH344     
003100     IF WITHHOLD-COUNT EQUAL TO 200                               IH344     
003110         DISPLAY "XXXXXXXXXX WITHHOLD TABLE FULL " WH-BADGE       IH344     
003120         GO TO 101000.                                            IH344     
003130     ADD 1 TO WITHHOLD-COUNT.                                     IH344     
003140     MOVE WH-ACTY TO WHT-ACTY (WITHHOLD-COUNT).                   IH344     
003150     MOVE WH-BADGE TO WHT-BADGE (WITHHOLD-COUNT).                 IH344     
003160     GO TO 101000.                                                IH344     
003170 102000.                                                          IH344     
003180     CLOSE WGI-PARAM-FILE WITH LOCK.                              IH344     
003190     OPEN INPUT PAY-TABLE-FILE.                                   IH344     
003200 102010.                                                          IH344     
003210     READ PAY-TABLE-FILE, AT END GO TO 103000.                    IH344     
003220     IF PAY-TABLE-COUNT EQUAL TO 120                              IH344     
003230         DISPLAY "XXXXXXXXXX PAY TABLE FULL " PT-GORU PT-GRADE    IH344     
003240         GO TO 103000.                                            IH344     
003250     ADD 1 TO PAY-TABLE-COUNT.                                    IH344     
003260     MOVE PAY-TABLE-REC TO PAY-TABLE-ENTRY (PAY-TABLE-COUNT).     IH344     
003270     GO TO 102010.                                                IH344     
003280 103000.                                                          IH344     
003290     CLOSE PAY-TABLE-FILE WITH LOCK.                              IH344     
003300     IF PAY-TABLE-COUNT EQUAL TO ZERO GO TO 494000.               IH344     
003310     OPEN INPUT PERS-MSTR-IN-FILE.                                IH344     
003320     IF UPDATE-RUN OPEN OUTPUT PERS-MSTR-OUT-FILE.                IH344     
003330     OPEN OUTPUT WGI-REGISTER-FILE.                               IH344     
003340     SORT WGI-SORT-FILE                                           IH344     
003350         ON ASCENDING KEY SR-ACTY SR-COST-CNTR SR-BADGE           IH344     
003360         INPUT PROCEDURE IS 200000 THRU 299990                    IH344     
003370         OUTPUT PROCEDURE IS 300000 THRU 399990.                  IH344     
003380     GO TO 408010.                                                IH344     
003390 200000.                                                          IH344     
003400     READ PERS-MSTR-IN-FILE, AT END GO TO 299990.                 IH344     
003410     ADD 1 TO MSTR-IN-COUNT.                                      IH344     
003420     MOVE PERS-MSTR-IN-REC TO PERS-MSTR-REC.                      IH344     
003430     IF MSTR-IN-SEQ EQUAL TO ZEROS GO TO 290000.                  IH344     
003440     IF NOT ACTIVE-MSTR GO TO 290000.                             IH344     
003450     IF MSTR-STEP-NO NOT NUMERIC GO TO 290000.                    IH344     
003460     MOVE MSTR-STEP TO WORK-STEP.                                 IH344     
003470     MOVE SPACES TO WORK-REMARK.                                  IH344     
003480     MOVE ZERO TO WORK-WAIT-WKS, WORK-SERVED-WKS.                 IH344     
003490     MOVE MSTR-ANNUAL-RATE TO WORK-OLD-RATE, WORK-NEW-RATE.       IH344     
003500     IF DIEM-MSTR MOVE MSTR-HOURLY-RATE TO WORK-OLD-RATE,         IH344     
003510         WORK-NEW-RATE.                                           IH344     
003520     MOVE ZERO TO PT-FOUND.                                       IH344     
003530     PERFORM 510000 THRU 510990                                   IH344     
003540         VARYING PT-SUB FROM 1 BY 1                               IH344     
003550         UNTIL PT-SUB GREATER THAN PAY-TABLE-COUNT.               IH344     
003560     IF PT-FOUND EQUAL TO ZERO                                    IH344     
003570         MOVE "NO PAY TABLE ENTRY" TO WORK-REMARK                 IH344     
003580         GO TO 280000.                                            IH344     
003590     MOVE 10 TO MAX-STEP.                                         IH344     
003600     IF DIEM-MSTR MOVE 05 TO MAX-STEP.                            IH344     
003610     IF WORK-STEP LESS THAN 01 OR WORK-STEP NOT LESS THAN MAX-STEPIH344     
003620         GO TO 290000.                                            IH344     
003630     ADD 1 WORK-STEP GIVING NEXT-STEP.                            IH344     
003640     IF PTT-ANNUAL (PT-FOUND, NEXT-STEP) EQUAL TO ZERO            IH344     
003650         AND PTT-HOURLY (PT-FOUND, NEXT-STEP) EQUAL TO ZERO       IH344     
003660         GO TO 290000.                                            IH344     
003670     MOVE PTT-WAIT-WKS (PT-FOUND, WORK-STEP) TO WORK-WAIT-WKS.    IH344     
003680 210000.                                                          IH344     
003690     IF MSTR-STEP-DATE NUMERIC                                    IH344     
003700         AND MSTR-STEP-DATE NOT EQUAL TO ZEROS                    IH344     
003710         MOVE MSTR-STEP-DATE TO WORK-START-DATE                   IH344     
003720         MOVE STEP-MONTH TO DW-MO                                 IH344     
003730         MOVE STEP-DAY TO DW-DA                                   IH344     
003740         MOVE STEP-YEAR TO DW-YR                                  IH344     
003750         GO TO 212000.                                            IH344     
003760     IF EOD-MONTH NOT NUMERIC OR EOD-DAY NOT NUMERIC              IH344     
003770         MOVE "INVALID STEP/EOD DATE" TO WORK-REMARK              IH344     
003780         GO TO 280000.                                            IH344     
003790     MOVE MSTR-EOD-DATE TO WORK-START-DATE.                       IH344     
003800     MOVE EOD-MONTH TO DW-MO.                                     IH344     
003810     MOVE EOD-DAY TO DW-DA.                                       IH344     
003820     MOVE EOD-YEAR TO DW-YR.                                      IH344     
003830 212000.                                                          IH344     
003840     IF DW-MO LESS THAN 01 OR DW-MO GREATER THAN 12               IH344     
003850         MOVE "INVALID STEP/EOD DATE" TO WORK-REMARK              IH344     
003860         GO TO 280000.                                            IH344     
003870     PERFORM 500000 THRU 500990.                                  IH344     
003880     MOVE DW-DAYS TO START-DAYS.                                  IH344     
003890     SUBTRACT START-DAYS FROM EFF-DAYS GIVING ELAPSED-DAYS.       IH344     
003900     IF ELAPSED-DAYS NEGATIVE GO TO 290000.                       IH344     
003910     DIVIDE ELAPSED-DAYS BY 7 GIVING WORK-SERVED-WKS.             IH344     
003920     IF WORK-SERVED-WKS LESS THAN WORK-WAIT-WKS GO TO 290000.     IH344     
003930 220000.                                                          IH344     
003940     MOVE PTT-ANNUAL (PT-FOUND, NEXT-STEP) TO WORK-NEW-ANNUAL.    IH344     
003950     MOVE PTT-HOURLY (PT-FOUND, NEXT-STEP) TO WORK-NEW-HOURLY.    IH344     
003960     IF WORK-NEW-HOURLY EQUAL TO ZERO                             IH344     
003970         DIVIDE WORK-NEW-ANNUAL BY 2087                           IH344     
003980             GIVING WORK-NEW-HOURLY ROUNDED.                      IH344     
003990     IF WORK-NEW-ANNUAL EQUAL TO ZERO                             IH344     
004000         MULTIPLY WORK-NEW-HOURLY BY 2087                         IH344     
004010             GIVING WORK-NEW-ANNUAL ROUNDED.                      IH344     
004020     MOVE WORK-NEW-ANNUAL TO WORK-NEW-RATE.                       IH344     
004030     IF DIEM-MSTR MOVE WORK-NEW-HOURLY TO WORK-NEW-RATE.          IH344     
004040     ADD 1 TO ELIGIBLE-COUNT.                                     IH344     
004050     MOVE "N" TO WITHHELD-SW.                                     IH344     
004060     MOVE ZERO TO WH-FOUND.                                       IH344     
004070     PERFORM 520000 THRU 520990                                   IH344     
004080         VARYING WH-SUB FROM 1 BY 1                               IH344     
004090         UNTIL WH-SUB GREATER THAN WITHHOLD-COUNT.                IH344     
004100     IF WH-FOUND NOT EQUAL TO ZERO                                IH344     
004110         MOVE "Y" TO WITHHELD-SW                                  IH344     
004120         ADD 1 TO WITHHELD-COUNT                                  IH344     
004130         MOVE "WITHHELD BY PERSONNL" TO WORK-REMARK               IH344     
004140         GO TO 270000.                                            IH344     
004150     IF LIST-RUN MOVE "ELIGIBLE" TO WORK-REMARK                   IH344     
004160         GO TO 270000.                                            IH344     
004170     MOVE NEXT-STEP TO MSTR-STEP.                                 IH344     
004180     MOVE WORK-NEW-ANNUAL TO MSTR-ANNUAL-RATE.                    IH344     
004190     MOVE WORK-NEW-HOURLY TO MSTR-HOURLY-RATE.                    IH344     
004200     MOVE WP-EFF-DATE TO MSTR-STEP-DATE.                          IH344     
004210     ADD 1 TO UPDATED-COUNT.                                      IH344     
004220     MOVE "STEP INCREASE GIVEN" TO WORK-REMARK.                   IH344     
004230 270000.                                                          IH344     
004240     MOVE MSTR-ACTY TO SR-ACTY.                                   IH344     
004250     MOVE MSTR-COST-CNTR TO SR-COST-CNTR.                         IH344     
004260     MOVE MSTR-BADGE TO SR-BADGE.                                 IH344     
004270     MOVE MSTR-NAME TO SR-NAME.                                   IH344     
004280     MOVE MSTR-GORU TO SR-GORU.                                   IH344     
004290     MOVE MSTR-GS-GRADE TO SR-GRADE.                              IH344     
004300     MOVE WORK-STEP TO SR-OLD-STEP.                               IH344     
004310     MOVE NEXT-STEP TO SR-NEW-STEP.                               IH344     
004320     MOVE WORK-OLD-RATE TO SR-OLD-RATE.                           IH344     
004330     MOVE WORK-NEW-RATE TO SR-NEW-RATE.                           IH344     
004340     MOVE WORK-START-DATE TO SR-START-DATE.                       IH344     
004350     MOVE WORK-WAIT-WKS TO SR-WAIT-WKS.                           IH344     
004360     MOVE WORK-SERVED-WKS TO SR-SERVED-WKS.                       IH344     
004370     MOVE WORK-REMARK TO SR-REMARK.                               IH344     
004380     RELEASE WGI-SORT-REC.                                        IH344     
004390     GO TO 290000.                                                IH344     
004400 280000.                                                          IH344     
004410     ADD 1 TO EXCEPTION-COUNT.                                    IH344     
004420     MOVE WORK-STEP TO NEXT-STEP.                                 IH344     
004430     MOVE SPACES TO WORK-START-DATE.                              IH344     
004440     GO TO 270000.                                                IH344     
004450 290000.                                                          IH344     
004460     IF LIST-RUN GO TO 200000.                                    IH344     
004470     MOVE PERS-MSTR-REC TO PERS-MSTR-OUT-REC.                     IH344     
004480     WRITE PERS-MSTR-OUT-REC.                                     IH344     
004490     ADD 1 TO MSTR-OUT-COUNT.                                     IH344     
004500     GO TO 200000.                                                IH344     
004510 299990.                                                          IH344     
004520     EXIT.                                                        IH344     
004530 300000.                                                          IH344     
004540     RETURN WGI-SORT-FILE, AT END GO TO 390000.                   IH344     
004550     IF SR-ACTY NOT EQUAL TO HOLD-ACTY                            IH344     
004560         PERFORM 350000 THRU 350990                               IH344     
004570         PERFORM 360000 THRU 360990                               IH344     
004580         MOVE SR-ACTY TO HOLD-ACTY                                IH344     
004590         MOVE SR-COST-CNTR TO HOLD-COST-CNTR                      IH344     
004600         MOVE 99 TO LINE-COUNT                                    IH344     
004610         GO TO 310000.                                            IH344     
004620     IF SR-COST-CNTR NOT EQUAL TO HOLD-COST-CNTR                  IH344     
004630         PERFORM 350000 THRU 350990                               IH344     
004640         MOVE SR-COST-CNTR TO HOLD-COST-CNTR                      IH344     
004650         MOVE 99 TO LINE-COUNT.                                   IH344     
004660 310000.                                                          IH344     
004670     IF LINE-COUNT GREATER THAN 50 PERFORM 340000 THRU 340990.    IH344     
004680     MOVE SR-BADGE TO RL-BADGE.                                   IH344     
004690     MOVE SR-NAME TO RL-NAME.                                     IH344     
004700     MOVE SR-GORU TO RL-GORU.                                     IH344     
004710     MOVE SR-GRADE TO RL-GRADE.                                   IH344     
004720     MOVE SR-OLD-STEP TO RL-OLD-STEP.                             IH344     
004730     MOVE SR-NEW-STEP TO RL-NEW-STEP.                             IH344     
004740     MOVE SR-OLD-RATE TO RL-OLD-RATE.                             IH344     
004750     MOVE SR-NEW-RATE TO RL-NEW-RATE.                             IH344     
004760     MOVE SR-START-DATE TO RL-START-DATE.                         IH344     
004770     MOVE SR-WAIT-WKS TO RL-WAIT-WKS.                             IH344     
004780     MOVE SR-SERVED-WKS TO RL-SERVED-WKS.                         IH344     
004790     MOVE SR-REMARK TO RL-REMARK.                                 IH344     
004800     WRITE WGI-REGISTER-REC FROM REG-LINE                         IH344     
004810         AFTER ADVANCING 1 LINES.                                 IH344     
004820     ADD 1 TO LINE-COUNT.                                         IH344     
004830     IF SR-NEW-STEP EQUAL TO SR-OLD-STEP GO TO 300000.            IH344     
004840     ADD 1 TO CC-COUNT.                                           IH344     
004850     IF SR-GORU EQUAL TO "U"                                      IH344     
004860         COMPUTE CC-INCREASE ROUNDED = CC-INCREASE +              IH344     
004870             (SR-NEW-RATE - SR-OLD-RATE) * 2087                   IH344     
004880     ELSE                                                         IH344     
004890         COMPUTE CC-INCREASE = CC-INCREASE +                      IH344     
004900             SR-NEW-RATE - SR-OLD-RATE.                           IH344     
004910     GO TO 300000.                                                IH344     
004920 340000.                                                          IH344     
004930     ADD 1 TO PAGE-COUNT.                                         IH344     
004940     MOVE PAGE-COUNT TO RH-PAGE.                                  IH344     
004950     MOVE SR-ACTY TO RH-ACTY.                                     IH344     
004960     MOVE SR-COST-CNTR TO RH-COST-CNTR.                           IH344     
004970     WRITE WGI-REGISTER-REC FROM REG-HEAD-1                       IH344     
004980         AFTER ADVANCING PAGE.                                    IH344     
004990     WRITE WGI-REGISTER-REC FROM REG-HEAD-2                       IH344     
005000         AFTER ADVANCING 2 LINES.                                 IH344     
005010     WRITE WGI-REGISTER-REC FROM REG-HEAD-3                       IH344     
005020         AFTER ADVANCING 2 LINES.                                 IH344     
005030     MOVE SPACES TO WGI-REGISTER-REC.                             IH344     
005040     WRITE WGI-REGISTER-REC AFTER ADVANCING 1 LINES.              IH344     
005050     MOVE 6 TO LINE-COUNT.                                        IH344     
005060 340990.                                                          IH344     
005070     EXIT.                                                        IH344     
005080 350000.                                                          IH344     
005090     IF HOLD-COST-CNTR EQUAL TO SPACES AND HOLD-ACTY EQUAL        IH344     
005100         TO SPACE GO TO 350990.                                   IH344     
005110     MOVE "COST CENTER TOTAL" TO RT-LEVEL.                        IH344     
005120     MOVE CC-COUNT TO RT-COUNT.                                   IH344     
005130     MOVE CC-INCREASE TO RT-INCREASE.                             IH344     
005140     WRITE WGI-REGISTER-REC FROM REG-TOTAL-LINE                   IH344     
005150         AFTER ADVANCING 2 LINES.                                 IH344     
005160     ADD CC-COUNT TO ACTY-COUNT.                                  IH344     
005170     ADD CC-INCREASE TO ACTY-INCREASE.                            IH344     
005180     MOVE ZERO TO CC-COUNT, CC-INCREASE.                          IH344     
005190 350990.                                                          IH344     
005200     EXIT.                                                        IH344     
005210 360000.                                                          IH344     
005220     IF HOLD-ACTY EQUAL TO SPACE GO TO 360990.                    IH344     
005230     MOVE "ACTIVITY TOTAL" TO RT-LEVEL.                           IH344     
005240     MOVE ACTY-COUNT TO RT-COUNT.                                 IH344     
005250     MOVE ACTY-INCREASE TO RT-INCREASE.                           IH344     
005260     WRITE WGI-REGISTER-REC FROM REG-TOTAL-LINE                   IH344     
005270         AFTER ADVANCING 2 LINES.                                 IH344     
005280     ADD ACTY-COUNT TO GRAND-COUNT.                               IH344     
005290     ADD ACTY-INCREASE TO GRAND-INCREASE.                         IH344     
005300     MOVE ZERO TO ACTY-COUNT, ACTY-INCREASE.                      IH344     
005310 360990.                                                          IH344     
005320     EXIT.                                                        IH344     
005330 390000.                                                          IH344     
005340     PERFORM 350000 THRU 350990.                                  IH344     
005350     PERFORM 360000 THRU 360990.                                  IH344     
005360     MOVE "GRAND TOTAL" TO RT-LEVEL.                              IH344     
005370     MOVE GRAND-COUNT TO RT-COUNT.                                IH344     
005380     MOVE GRAND-INCREASE TO RT-INCREASE.                          IH344     
005390     WRITE WGI-REGISTER-REC FROM REG-TOTAL-LINE                   IH344     
005400         AFTER ADVANCING 3 LINES.                                 IH344     
005410     MOVE "MASTERS READ" TO RC-TEXT.                              IH344     
005420     MOVE MSTR-IN-COUNT TO RC-COUNT.                              IH344     
005430     WRITE WGI-REGISTER-REC FROM REG-COUNT-LINE                   IH344     
005440         AFTER ADVANCING 2 LINES.                                 IH344     
005450     MOVE "ELIGIBLE" TO RC-TEXT.                                  IH344     
005460     MOVE ELIGIBLE-COUNT TO RC-COUNT.                             IH344     
005470     WRITE WGI-REGISTER-REC FROM REG-COUNT-LINE                   IH344     
005480         AFTER ADVANCING 1 LINES.                                 IH344     
005490     MOVE "WITHHELD" TO RC-TEXT.                                  IH344     
005500     MOVE WITHHELD-COUNT TO RC-COUNT.                             IH344     
005510     WRITE WGI-REGISTER-REC FROM REG-COUNT-LINE                   IH344     
005520         AFTER ADVANCING 1 LINES.                                 IH344     
005530     MOVE "STEPS GIVEN" TO RC-TEXT.                               IH344     
005540     MOVE UPDATED-COUNT TO RC-COUNT.                              IH344     
005550     WRITE WGI-REGISTER-REC FROM REG-COUNT-LINE                   IH344     
005560         AFTER ADVANCING 1 LINES.                                 IH344     
005570     MOVE "TABLE/DATE EXCEPTIONS" TO RC-TEXT.                     IH344     
005580     MOVE EXCEPTION-COUNT TO RC-COUNT.                            IH344     
005590     WRITE WGI-REGISTER-REC FROM REG-COUNT-LINE                   IH344     
005600         AFTER ADVANCING 1 LINES.                                 IH344     
005610 399990.                                                          IH344     
005620     EXIT.                                                        IH344     
005630 408010.                                                          IH344     
005640     DISPLAY "IH344 MASTERS IN     " MSTR-IN-COUNT.               IH344     
005650     DISPLAY "IH344 ELIGIBLE       " ELIGIBLE-COUNT.              IH344     
005660     DISPLAY "IH344 WITHHELD       " WITHHELD-COUNT.              IH344     
005670     DISPLAY "IH344 STEPS GIVEN    " UPDATED-COUNT.               IH344     
005680     DISPLAY "IH344 EXCEPTIONS     " EXCEPTION-COUNT.             IH344     
005690     CLOSE PERS-MSTR-IN-FILE WITH LOCK.                           IH344     
005700     IF UPDATE-RUN                                                IH344     
005710         DISPLAY "IH344 MASTERS OUT    " MSTR-OUT-COUNT           IH344     
005720         CLOSE PERS-MSTR-OUT-FILE WITH LOCK.                      IH344     
005730     CLOSE WGI-REGISTER-FILE WITH LOCK.                           IH344     
005740         STOP RUN.                                                IH344     
005750 490000.                                                          IH344     
005760     DISPLAY "XXXXXXXXXX WGI PARAM CARD MISSING OR INVALID".      IH344     
005770     STOP "XXXXXXXXXX HALT 0001".                                 IH344     
005780     GO TO 490000.                                                IH344     
005790 492000.                                                          IH344     
005800     DISPLAY "XXXXXXXXXX WGI EFFECTIVE DATE INVALID" WP-EFF-DATE. IH344     
005810     STOP "XXXXXXXXXX HALT 0002".                                 IH344     
005820     GO TO 492000.                                                IH344     
005830 494000.                                                          IH344     
005840     DISPLAY "XXXXXXXXXX GRADE/STEP PAY TABLE EMPTY".             IH344     
005850     STOP "XXXXXXXXXX HALT 0003".                                 IH344     
005860     GO TO 494000.                                                IH344     
005870 500000.                                                          IH344     
005880     MOVE ZERO TO DW-LEAP.                                        IH344     
005890     IF DW-YR GREATER THAN ZERO                                   IH344     
005900         SUBTRACT 1 FROM DW-YR GIVING DW-LEAP                     IH344     
005910         DIVIDE 4 INTO DW-LEAP.                                   IH344     
005920     COMPUTE DW-DAYS = DW-YR * 365 + CUM-DAYS (DW-MO)             IH344     
005930         + DW-DA + DW-LEAP.                                       IH344     
005940     DIVIDE DW-YR BY 4 GIVING DW-REM.                             IH344     
005950     MULTIPLY 4 BY DW-REM.                                        IH344     
005960     IF DW-REM EQUAL TO DW-YR AND DW-MO GREATER THAN 02           IH344     
005970         ADD 1 TO DW-DAYS.                                        IH344     
005980 500990.                                                          IH344     
005990     EXIT.                                                        IH344     
006000 510000.                                                          IH344     
006010     IF PTT-GORU (PT-SUB) EQUAL TO MSTR-GORU                      IH344     
006020         AND PTT-GRADE (PT-SUB) EQUAL TO MSTR-GS-GRADE            IH344     
006030         MOVE PT-SUB TO PT-FOUND.                                 IH344     
006040 510990.                                                          IH344     
006050     EXIT.                                                        IH344     
006060 520000.                                                          IH344     
006070     IF WHT-BADGE (WH-SUB) EQUAL TO MSTR-BADGE                    IH344     
006080         AND WHT-ACTY (WH-SUB) EQUAL TO MSTR-ACTY                 IH344     
006090         MOVE WH-SUB TO WH-FOUND.                                 IH344     
006100 520990.                                                          IH344     
006110     EXIT.                                                        IH344     
