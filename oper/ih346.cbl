000010 IDENTIFICATION  DIVISION.                                        IH346     
000020 PROGRAM-ID.   IH346.                                             IH346     
000030 AUTHOR.       MSDO.                                              IH346     
000040 DATE-WRITTEN.  MAY 1975.                                         IH346     
000050 REMARKS.                                                         IH346     
000060     UNION DUES REMITTANCE BY LOCAL FOR THE IH340 PAYROLL.        IH346     
000070     READS THE PAYROLL WORK TAPE (FILE55) WRITTEN BY IH340 FOR    IH346     
000080     THE PAY PERIOD AND THE UNION LOCAL FILE (FILE15), ONE CARD   IH346     
000090     PER MSTR-UNION-CODE WITH THE LOCAL NUMBER, NAME AND          IH346     
000100     REMITTANCE ADDRESS.  PRINTS A REMITTANCE REGISTER (FILE95)   IH346     
000110     FOR EACH LOCAL SHOWING BADGE, NAME, SSN AND DUES WITHHELD    IH346     
000120     WITH A CONTROL TOTAL PER LOCAL AND FOR THE RUN, AND WRITES   IH346     
000130     THE REMITTANCE FILE (FILE16) FOR THE LOCALS - ONE D RECORD   IH346     
000140     PER MEMBER AND A T TRAILER WITH COUNT AND TOTAL PER LOCAL.   IH346     
000150     A MEMBER CODED TO A UNION WITH NO DUES WITHHELD, DUES        IH346     
000160     WITHHELD WITH NO UNION CODE, AND A UNION CODE NOT ON THE     IH346     
000170     LOCAL FILE PRINT ON THE EXCEPTION PAGE.                      IH346     
000180 ENVIRONMENT  DIVISION.                                           IH346     
000190 CONFIGURATION  SECTION.                                          IH346     
000200 SOURCE-COMPUTER.  DECSYSTEM-10.                                  IH346     
000210 OBJECT-COMPUTER.  DECSYSTEM-10.                                  IH346     
000220 INPUT-OUTPUT  SECTION.                                           IH346     
000230 FILE-CONTROL.                                                    IH346     
000240     SELECT UNION-LOCAL-FILE ASSIGN TO DISK.                      IH346     
000250     SELECT PAYROLL-WORK-FILE ASSIGN TO DISK.                     IH346     
000260     SELECT DUES-REGISTER-FILE ASSIGN TO DISK.                    IH346     
000270     SELECT DUES-REMIT-FILE ASSIGN TO DISK.                       IH346     
000280     SELECT DUES-SORT-FILE ASSIGN TO DISK.                        IH346     
000290 DATA  DIVISION.                                                  IH346     
000300 FILE  SECTION.                                                   IH346     
000310 FD   UNION-LOCAL-FILE                                            IH346     
000320     RECORD CONTAINS 100 CHARACTERS                               IH346     
000330     LABEL RECORDS ARE STANDARD                                   IH346     
000340     VALUE OF ID IS "FILE15"                                      IH346     
000350     DATA RECORDS ARE UNION-LOCAL-REC                             IH346     
000360          .                                                       IH346     
000370 01   UNION-LOCAL-REC.                                            IH346     
000380     02  UL-UNION-CODE       PICTURE X.                           IH346     
000390     02  UL-LOCAL-NO         PICTURE X(6).                        IH346     
000400     02  UL-LOCAL-NAME       PICTURE X(30).                       IH346     
000410     02  UL-ADDRESS          PICTURE X(30).                       IH346     
000420     02  UL-CITY-STATE       PICTURE X(30).                       IH346     
000430     02  FILLER              PICTURE XXX.                         IH346     
000440 FD   PAYROLL-WORK-FILE                                           IH346     
000450     RECORD CONTAINS 400 CHARACTERS                               IH346     
000460     LABEL RECORDS ARE STANDARD                                   IH346     
000470     VALUE OF ID IS "FILE55"                                      IH346     
000480     DATA RECORDS ARE PAYROLL-WORK-REC                            IH346     
000490          .                                                       IH346     
000500 01   PAYROLL-WORK-REC.                                           IH346     
000510     02  WT-SEQUENCE.                                             IH346     
000520         04  WT-ACTIVITY     PICTURE X.                           IH346     
000530         04  WT-GORU         PICTURE X.                           IH346     
000540         04  WT-CNTL-GRP     PICTURE XX.                          IH346     
000550         04  WT-BADGE        PICTURE X(6).                        IH346     
000560     02  WT-CON-TEST REDEFINES WT-SEQUENCE.                       IH346     
000570         04  WT-CON-ZEROS    PICTURE X(9).                        IH346     
000580         04  FILLER          PICTURE X.                           IH346     
000590     02  WT-COST-WORK-CNTR   PICTURE X(5).                        IH346     
000600     02  WT-NAME             PICTURE X(20).                       IH346     
000610     02  WT-RETIRE-CODE      PICTURE X.                           IH346     
000620     02  WT-MARRIED-CODE     PICTURE X.                           IH346     
000630     02  WT-UNION-CODE       PICTURE X.                           IH346     
000640     02  FILLER              PICTURE X(143).                      IH346     
000650     02  WT-UNION-DED        PICTURE S99V99.                      IH346     
000660     02  FILLER              PICTURE X(23).                       IH346     
000670     02  WT-WE-DATE          PICTURE X(6).                        IH346     
000680     02  FILLER              PICTURE X(114).                      IH346     
000690     02  WT-SS-NO            PICTURE X(12).                       IH346     
000700     02  FILLER              PICTURE X(60).                       IH346     
000710 FD   DUES-REGISTER-FILE                                          IH346     
000720     RECORD CONTAINS 120 CHARACTERS                               IH346     
000730     LABEL RECORDS ARE STANDARD                                   IH346     
000740     VALUE OF ID IS "FILE95"                                      IH346     
000750     DATA RECORDS ARE DUES-REGISTER-REC                           IH346     
000760          .                                                       IH346     
000770 01   DUES-REGISTER-REC      PICTURE X(120).                      IH346     
000780 FD   DUES-REMIT-FILE                                             IH346     
000790     RECORD CONTAINS 80 CHARACTERS                                IH346     
000800     LABEL RECORDS ARE STANDARD                                   IH346     
000810     VALUE OF ID IS "FILE16"                                      IH346     
000820     DATA RECORDS ARE DUES-REMIT-REC                              IH346     
000830          .                                                       IH346     
000840 01   DUES-REMIT-REC.                                             IH346     
000850     02  RM-REC-TYPE         PICTURE X.                           IH346     
000860     02  RM-LOCAL-NO         PICTURE X(6).                        IH346     
000870     02  RM-WE-DATE          PICTURE X(6).                        IH346     
000880     02  RM-BADGE            PICTURE X(6).                        IH346     
000890     02  RM-NAME             PICTURE X(20).                       IH346     
000900     02  RM-SS-NO            PICTURE X(12).                       IH346     
000910     02  RM-AMOUNT           PICTURE S9(6)V99                     IH346     
000920                             SIGN IS LEADING SEPARATE.            IH346     
000930     02  RM-COUNT            PICTURE 9(5).                        IH346     
000940     02  FILLER              PICTURE X(15).                       IH346     
000950 SD   DUES-SORT-FILE                                              IH346     
000960     DATA RECORDS ARE DUES-SORT-REC                               IH346     
000970          .                                                       IH346     
000980 01   DUES-SORT-REC.                                              IH346     
000990     02  SR-TYPE             PICTURE X.                           IH346     
001000     02  SR-UNION-CODE       PICTURE X.                           IH346     
001010     02  SR-BADGE            PICTURE X(6).                        IH346     
001020     02  SR-ACTIVITY         PICTURE X.                           IH346     
001030     02  SR-NAME             PICTURE X(20).                       IH346     
001040     02  SR-SS-NO            PICTURE X(12).                       IH346     
001050     02  SR-DUES             PICTURE S99V99.                      IH346     
001060     02  SR-WE-DATE          PICTURE X(6).                        IH346     
001070     02  SR-REMARK           PICTURE X(30).                       IH346     
001080 WORKING-STORAGE  SECTION.                                        IH346     
001090 01   DUES-WORK-AREAS.                                            IH346     
001100     02  LOCAL-COUNT         PICTURE 99      VALUE 00.            IH346     
001110     02  LOCAL-SUB           PICTURE 99      VALUE 00.            IH346     
001120     02  LOCAL-FOUND         PICTURE 99      VALUE 00.            IH346     
001130     02  WORK-IN-COUNT       PICTURE 9(6)    VALUE 000000.        IH346     
001140     02  MEMBER-COUNT        PICTURE 9(6)    VALUE 000000.        IH346     
001150     02  EXCEPTION-COUNT     PICTURE 9(6)    VALUE 000000.        IH346     
001160     02  REMIT-OUT-COUNT     PICTURE 9(6)    VALUE 000000.        IH346     
001170     02  HOLD-UNION-CODE     PICTURE X       VALUE SPACE.         IH346     
001180     02  SEARCH-CODE         PICTURE X       VALUE SPACE.         IH346     
001190     02  HOLD-TYPE           PICTURE X       VALUE SPACE.         IH346     
001200     02  HOLD-WE-DATE        PICTURE X(6)    VALUE SPACES.        IH346     
001210     02  LOCAL-MEMBERS       PICTURE 9(5)    VALUE 00000.         IH346     
001220     02  LOCAL-DUES          PICTURE S9(6)V99 VALUE +000000.00.   IH346     
001230     02  RUN-MEMBERS         PICTURE 9(5)    VALUE 00000.         IH346     
001240     02  RUN-DUES            PICTURE S9(6)V99 VALUE +000000.00.   IH346     
001250     02  LINE-COUNT          PICTURE 99      VALUE 99.            IH346     
001260     02  PAGE-COUNT          PICTURE 9(4)    VALUE 0000.          IH346     
001270 01   LOCAL-TABLE.                                                IH346     
001280     02  LOCAL-ENTRY                         OCCURS 35 TIMES.     IH346     
001290         04  LT-UNION-CODE   PICTURE X.                           IH346     
001300         04  LT-LOCAL-NO     PICTURE X(6).                        IH346     
001310         04  LT-LOCAL-NAME   PICTURE X(30).                       IH346     
001320         04  LT-ADDRESS      PICTURE X(30).                       IH346     
001330         04  LT-CITY-STATE   PICTURE X(30).                       IH346     
001340 01   REG-HEAD-1.                                                 IH346     
001350     02  FILLER              PICTURE X(30)    VALUE SPACES.       IH346     
001360     02  RH-TITLE            PICTURE X(40)    VALUE               IH346     
001370         "UNION DUES REMITTANCE REGISTER".                        IH346     
001380     02  FILLER              PICTURE X(17)    VALUE               IH346     
001390         " PAY PERIOD END ".                                      IH346     
001400     02  RH-WE-DATE          PICTURE X(6).                        IH346     
001410     02  FILLER              PICTURE X(8)     VALUE "   PAGE ".   IH346     
001420     02  RH-PAGE             PICTURE ZZZ9.                        IH346     
001430 01   REG-HEAD-2.                                                 IH346     
001440     02  FILLER              PICTURE X(8)     VALUE " UNION ".    IH346     
001450     02  RH-UNION-CODE       PICTURE X.                           IH346     
001460     02  FILLER              PICTURE X(9)     VALUE "  LOCAL ".   IH346     
001470     02  RH-LOCAL-NO         PICTURE X(6).                        IH346     
001480     02  FILLER              PICTURE XX       VALUE SPACES.       IH346     
001490     02  RH-LOCAL-NAME       PICTURE X(30).                       IH346     
001500 01   REG-HEAD-3.                                                 IH346     
001510     02  FILLER              PICTURE X(26)    VALUE SPACES.       IH346     
001520     02  RH-ADDRESS          PICTURE X(30).                       IH346     
001530     02  FILLER              PICTURE XX       VALUE SPACES.       IH346     
001540     02  RH-CITY-STATE       PICTURE X(30).                       IH346     
001550 01   REG-HEAD-4.                                                 IH346     
001560     02  FILLER              PICTURE X(12)    VALUE               IH346     
001570         " ACT BADGE ".                                           IH346     
001580     02  FILLER              PICTURE X(22)    VALUE "NAME".       IH346     
001590     02  FILLER              PICTURE X(15)    VALUE               IH346     
001600         "SOCIAL SEC NO".                                         IH346     
001610     02  FILLER              PICTURE X(12)    VALUE               IH346     
001620         "        DUES".                                          IH346     
001630     02  FILLER              PICTURE X(32)    VALUE               IH346     
001640         "   REMARK".                                             IH346     
001650 01   REG-LINE.                                                   IH346     
001660     02  FILLER              PICTURE XX       VALUE SPACES.       IH346     
001670     02  RL-ACTIVITY         PICTURE X.                           IH346     
001680     02  FILLER              PICTURE XX       VALUE SPACES.       IH346     
001690     02  RL-BADGE            PICTURE X(6).                        IH346     
001700     02  FILLER              PICTURE X        VALUE SPACE.        IH346     
001710     02  RL-NAME             PICTURE X(20).                       IH346     
001720     02  FILLER              PICTURE XX       VALUE SPACES.       IH346     
001730     02  RL-SS-NO            PICTURE X(12).                       IH346     
001740     02  FILLER              PICTURE XXX      VALUE SPACES.       IH346     
001750     02  RL-DUES             PICTURE ZZ,ZZ9.99-.                  IH346     
001760     02  FILLER              PICTURE XXX      VALUE SPACES.       IH346     
001770     02  RL-UNION-CODE       PICTURE X.                           IH346     
001780     02  FILLER              PICTURE X        VALUE SPACE.        IH346     
001790     02  RL-REMARK           PICTURE X(30).                       IH346     
001800 01   REG-TOTAL-LINE.                                             IH346     
001810     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH346     
001820     02  RT-LEVEL            PICTURE X(24).                       IH346     
001830     02  RT-MEMBERS          PICTURE ZZ,ZZ9.                      IH346     
001840     02  FILLER              PICTURE X(12)    VALUE               IH346     
001850         " MEMBERS    ".                                          IH346     
001860     02  FILLER              PICTURE X(15)    VALUE               IH346     
001870         "DUES REMITTED ".                                        IH346     
001880     02  RT-DUES             PICTURE ZZZ,ZZ9.99-.                 IH346     
001890 PROCEDURE  DIVISION.                                             IH346     
001900 100010.                                                          IH346     
001910     OPEN INPUT UNION-LOCAL-FILE.                                 IH346     
001920 101000.                                                          IH346     
001930     READ UNION-LOCAL-FILE, AT END GO TO 102000.                  IH346     
001940     IF LOCAL-COUNT EQUAL TO 35                                   IH346     
001950         DISPLAY "XXXXXXXXXX UNION LOCAL TABLE FULL"              IH346     
001960         GO TO 102000.                                            IH346     
001970     ADD 1 TO LOCAL-COUNT.                                        IH346     
001980     MOVE UL-UNION-CODE TO LT-UNION-CODE (LOCAL-COUNT).           IH346     
001990     MOVE UL-LOCAL-NO TO LT-LOCAL-NO (LOCAL-COUNT).               IH346     
002000     MOVE UL-LOCAL-NAME TO LT-LOCAL-NAME (LOCAL-COUNT).           IH346     
002010     MOVE UL-ADDRESS TO LT-ADDRESS (LOCAL-COUNT).                 IH346     
002020     MOVE UL-CITY-STATE TO LT-CITY-STATE (LOCAL-COUNT).           IH346     
002030     GO TO 101000.                                                IH346     
002040 102000.                                                          IH346     
002050     CLOSE UNION-LOCAL-FILE WITH LOCK.                            IH346     
002060     IF LOCAL-COUNT EQUAL TO ZERO GO TO 490000.                   IH346     
002070     OPEN INPUT PAYROLL-WORK-FILE.                                IH346     
002080     OPEN OUTPUT DUES-REGISTER-FILE.                              IH346     
002090     OPEN OUTPUT DUES-REMIT-FILE.                                 IH346     
002100     SORT DUES-SORT-FILE                                          IH346     
002110         ON ASCENDING KEY SR-TYPE SR-UNION-CODE SR-ACTIVITY       IH346     
002120             SR-BADGE                                             IH346     
002130         INPUT PROCEDURE IS 200000 THRU 299990                    IH346     
002140         OUTPUT PROCEDURE IS 300000 THRU 399990.                  IH346     
002150     GO TO 408010.                                                IH346     
002160 200000.                                                          IH346     
002170     READ PAYROLL-WORK-FILE, AT END GO TO 299990.                 IH346     
002180     ADD 1 TO WORK-IN-COUNT.                                      IH346     
002190     IF WT-CON-ZEROS EQUAL TO ZEROS GO TO 200000.                 IH346     
002200     IF WT-UNION-CODE EQUAL TO SPACE                              IH346     
002210         AND WT-UNION-DED EQUAL TO ZERO GO TO 200000.             IH346     
002220     IF HOLD-WE-DATE EQUAL TO SPACES                              IH346     
002230         MOVE WT-WE-DATE TO HOLD-WE-DATE.                         IH346     
002240     MOVE "1" TO SR-TYPE.                                         IH346     
002250     MOVE SPACES TO SR-REMARK.                                    IH346     
002260     MOVE WT-UNION-CODE TO SR-UNION-CODE.                         IH346     
002270     MOVE WT-BADGE TO SR-BADGE.                                   IH346     
002280     MOVE WT-ACTIVITY TO SR-ACTIVITY.                             IH346     
002290     MOVE WT-NAME TO SR-NAME.                                     IH346     
002300     MOVE WT-SS-NO TO SR-SS-NO.                                   IH346     
002310     MOVE WT-UNION-DED TO SR-DUES.                                IH346     
002320     MOVE WT-WE-DATE TO SR-WE-DATE.                               IH346     
002330     IF WT-UNION-CODE EQUAL TO SPACE                              IH346     
002340         MOVE "2" TO SR-TYPE                                      IH346     
002350         MOVE "DUES WITHHELD - NO UNION CODE" TO SR-REMARK        IH346     
002360         GO TO 210000.                                            IH346     
002370     MOVE ZERO TO LOCAL-FOUND.                                    IH346     
002380     MOVE WT-UNION-CODE TO SEARCH-CODE.                           IH346     
002390     PERFORM 510000 THRU 510990                                   IH346     
002400         VARYING LOCAL-SUB FROM 1 BY 1                            IH346     
002410         UNTIL LOCAL-SUB GREATER THAN LOCAL-COUNT.                IH346     
002420     IF LOCAL-FOUND EQUAL TO ZERO                                 IH346     
002430         MOVE "2" TO SR-TYPE                                      IH346     
002440         MOVE "UNION CODE NOT ON LOCAL FILE" TO SR-REMARK         IH346     
002450         GO TO 210000.                                            IH346     
002460     IF WT-UNION-DED EQUAL TO ZERO                                IH346     
002470         MOVE "2" TO SR-TYPE                                      IH346     
002480         MOVE "UNION MEMBER - NO DUES WITHHELD" TO SR-REMARK.     IH346     
002490 210000.                                                          IH346     
002500     RELEASE DUES-SORT-REC.                                       IH346     
002510     GO TO 200000.                                                IH346     
002520 299990.                                                          IH346     
002530     EXIT.                                                        IH346     
002540 300000.                                                          IH346     
002550     RETURN DUES-SORT-FILE, AT END GO TO 390000.                  IH346     
002560     IF SR-TYPE NOT EQUAL TO HOLD-TYPE                            IH346     
002570         PERFORM 350000 THRU 350990                               IH346     
002580         MOVE SR-TYPE TO HOLD-TYPE                                IH346     
002590         MOVE SR-UNION-CODE TO HOLD-UNION-CODE                    IH346     
002600         PERFORM 330000 THRU 330990                               IH346     
002610         GO TO 310000.                                            IH346     
002620     IF SR-TYPE EQUAL TO "1"                                      IH346     
002630         AND SR-UNION-CODE NOT EQUAL TO HOLD-UNION-CODE           IH346     
002640         PERFORM 350000 THRU 350990                               IH346     
002650         MOVE SR-UNION-CODE TO HOLD-UNION-CODE                    IH346     
002660         PERFORM 330000 THRU 330990.                              IH346     
002670 310000.                                                          IH346     
002680     IF LINE-COUNT GREATER THAN 50 PERFORM 340000 THRU 340990.    IH346     
002690     MOVE SR-ACTIVITY TO RL-ACTIVITY.                             IH346     
002700     MOVE SR-BADGE TO RL-BADGE.                                   IH346     
002710     MOVE SR-NAME TO RL-NAME.                                     IH346     
002720     MOVE SR-SS-NO TO RL-SS-NO.                                   IH346     
002730     MOVE SR-DUES TO RL-DUES.                                     IH346     
002740     MOVE SR-UNION-CODE TO RL-UNION-CODE.                         IH346     
002750     MOVE SR-REMARK TO RL-REMARK.                                 IH346     
002760     WRITE DUES-REGISTER-REC FROM REG-LINE                        IH346     
002770         AFTER ADVANCING 1 LINES.                                 IH346     
002780     ADD 1 TO LINE-COUNT.                                         IH346     
002790     IF SR-TYPE EQUAL TO "2"                                      IH346     
002800         ADD 1 TO EXCEPTION-COUNT                                 IH346     
002810         GO TO 300000.                                            IH346     
002820     ADD 1 TO LOCAL-MEMBERS, MEMBER-COUNT.                        IH346     
002830     ADD SR-DUES TO LOCAL-DUES.                                   IH346     
002840     MOVE "D" TO RM-REC-TYPE.                                     IH346     
002850     MOVE LT-LOCAL-NO (LOCAL-FOUND) TO RM-LOCAL-NO.               IH346     
002860     MOVE SR-WE-DATE TO RM-WE-DATE.                               IH346     
002870     MOVE SR-BADGE TO RM-BADGE.                                   IH346     
002880     MOVE SR-NAME TO RM-NAME.                                     IH346     
002890     MOVE SR-SS-NO TO RM-SS-NO.                                   IH346     
002900     MOVE SR-DUES TO RM-AMOUNT.                                   IH346     
002910     MOVE ZERO TO RM-COUNT.                                       IH346     
002920     WRITE DUES-REMIT-REC.                                        IH346     
002930     ADD 1 TO REMIT-OUT-COUNT.                                    IH346     
002940     GO TO 300000.                                                IH346     
002950 330000.                                                          IH346     
002960     MOVE 99 TO LINE-COUNT.                                       IH346     
002970     IF SR-TYPE EQUAL TO "2"                                      IH346     
002980         MOVE "UNION DUES REMITTANCE EXCEPTIONS" TO RH-TITLE      IH346     
002990         GO TO 330990.                                            IH346     
003000     MOVE ZERO TO LOCAL-FOUND.                                    IH346     
003010     MOVE SR-UNION-CODE TO SEARCH-CODE.                           IH346     
003020     PERFORM 510000 THRU 510990                                   IH346     
003030         VARYING LOCAL-SUB FROM 1 BY 1                            IH346     
003040         UNTIL LOCAL-SUB GREATER THAN LOCAL-COUNT.                IH346     
003050 330990.                                                          IH346     
003060     EXIT.                                                        IH346     
003070 340000.                                                          IH346     
003080     ADD 1 TO PAGE-COUNT.                                         IH346     
003090     MOVE PAGE-COUNT TO RH-PAGE.                                  IH346     
003100     MOVE HOLD-WE-DATE TO RH-WE-DATE.                             IH346     
003110     WRITE DUES-REGISTER-REC FROM REG-HEAD-1                      IH346     
003120         AFTER ADVANCING PAGE.                                    IH346     
003130     IF SR-TYPE EQUAL TO "2" GO TO 340500.                        IH346     
003140     MOVE SR-UNION-CODE TO RH-UNION-CODE.                         IH346     
003150     MOVE LT-LOCAL-NO (LOCAL-FOUND) TO RH-LOCAL-NO.               IH346     
003160     MOVE LT-LOCAL-NAME (LOCAL-FOUND) TO RH-LOCAL-NAME.           IH346     
003170     MOVE LT-ADDRESS (LOCAL-FOUND) TO RH-ADDRESS.                 IH346     
003180     MOVE LT-CITY-STATE (LOCAL-FOUND) TO RH-CITY-STATE.           IH346     
003190     WRITE DUES-REGISTER-REC FROM REG-HEAD-2                      IH346     
003200         AFTER ADVANCING 2 LINES.                                 IH346     
003210     WRITE DUES-REGISTER-REC FROM REG-HEAD-3                      IH346     
003220         AFTER ADVANCING 1 LINES.                                 IH346     
003230 340500.                                                          IH346     
003240     WRITE DUES-REGISTER-REC FROM REG-HEAD-4                      IH346     
003250         AFTER ADVANCING 2 LINES.                                 IH346     
003260     MOVE SPACES TO DUES-REGISTER-REC.                            IH346     
003270     WRITE DUES-REGISTER-REC AFTER ADVANCING 1 LINES.             IH346     
003280     MOVE 7 TO LINE-COUNT.                                        IH346     
003290 340990.                                                          IH346     
003300     EXIT.                                                        IH346     
003310 350000.                                                          IH346     
003320     IF HOLD-TYPE NOT EQUAL TO "1" GO TO 350990.                  IH346     
003330     MOVE "LOCAL CONTROL TOTAL" TO RT-LEVEL.                      IH346     
003340     MOVE LOCAL-MEMBERS TO RT-MEMBERS.                            IH346     
003350     MOVE LOCAL-DUES TO RT-DUES.                                  IH346     
003360     WRITE DUES-REGISTER-REC FROM REG-TOTAL-LINE                  IH346     
003370         AFTER ADVANCING 2 LINES.                                 IH346     
003380     MOVE "T" TO RM-REC-TYPE.                                     IH346     
003390     MOVE LT-LOCAL-NO (LOCAL-FOUND) TO RM-LOCAL-NO.               IH346     
003400     MOVE HOLD-WE-DATE TO RM-WE-DATE.                             IH346     
003410     MOVE SPACES TO RM-BADGE, RM-NAME, RM-SS-NO.                  IH346     
003420     MOVE LOCAL-DUES TO RM-AMOUNT.                                IH346     
003430     MOVE LOCAL-MEMBERS TO RM-COUNT.                              IH346     
003440     WRITE DUES-REMIT-REC.                                        IH346     
003450     ADD 1 TO REMIT-OUT-COUNT.                                    IH346     
003460     ADD LOCAL-MEMBERS TO RUN-MEMBERS.                            IH346     
003470     ADD LOCAL-DUES TO RUN-DUES.                                  IH346     
003480     MOVE ZERO TO LOCAL-MEMBERS, LOCAL-DUES.                      IH346     
003490 350990.                                                          IH346     
003500     EXIT.                                                        IH346     
003510 390000.                                                          IH346     
003520     PERFORM 350000 THRU 350990.                                  IH346     
003530     MOVE "RUN CONTROL TOTAL" TO RT-LEVEL.                        IH346     
003540     MOVE RUN-MEMBERS TO RT-MEMBERS.                              IH346     
003550     MOVE RUN-DUES TO RT-DUES.                                    IH346     
003560     WRITE DUES-REGISTER-REC FROM REG-TOTAL-LINE                  IH346     
003570         AFTER ADVANCING 3 LINES.                                 IH346     
003580 399990.                                                          IH346     
003590     EXIT.                                                        IH346     
003600 408010.                                                          IH346     
003610     DISPLAY "IH346 WORK RECORDS IN " WORK-IN-COUNT.              IH346     
003620     DISPLAY "IH346 MEMBERS REMIT   " MEMBER-COUNT.               IH346     
003630     DISPLAY "IH346 EXCEPTIONS      " EXCEPTION-COUNT.            IH346     
003640     DISPLAY "IH346 REMIT RECS OUT  " REMIT-OUT-COUNT.            IH346     
003650     DISPLAY "IH346 DUES REMITTED   " RUN-DUES.                   IH346     
003660     CLOSE PAYROLL-WORK-FILE WITH LOCK.                           IH346     
003670     CLOSE DUES-REGISTER-FILE WITH LOCK.                          IH346     
003680     CLOSE DUES-REMIT-FILE WITH LOCK.                             IH346     
003690         STOP RUN.                                                IH346     
003700 490000.                                                          IH346     
003710     DISPLAY "XXXXXXXXXX UNION LOCAL FILE EMPTY".                 IH346     
003720     STOP "XXXXXXXXXX HALT 0001".                                 IH346     
003730     GO TO 490000.                                                IH346     
003740 510000.                                                          IH346     
003750     IF LT-UNION-CODE (LOCAL-SUB) EQUAL TO SEARCH-CODE            IH346     
003760         MOVE LOCAL-SUB TO LOCAL-FOUND.                           IH346     
003770 510990.                                                          IH346     
003780     EXIT.                                                        IH346     
