000010 IDENTIFICATION  DIVISION.                                        IH347     
000020 PROGRAM-ID.   IH347.                                             IH347     
000030 AUTHOR.       MSDO.                                              IH347     
000040 DATE-WRITTEN.  JUNE 1975.                                        IH347     
000050 REMARKS.                                                         IH347     
000060     RETIREMENT CONTRIBUTION REMITTANCE AND ANNUAL MEMBER         IH347     
000070     STATEMENTS FOR THE IH340 PAYROLL.  THE PARAMETER CARDS       IH347     
000080     (FILE84) GIVE THE RUN MODE AND THE RETIREMENT PLANS.         IH347     
000090         CC 1 - 4   RETR = PAY PERIOD REMITTANCE                  IH347     
000100                    RETS = YEAR-END MEMBER STATEMENTS             IH347     
000110         CC 5 - 10  PERIOD ENDING OR YEAR ENDING DATE MMDDYY      IH347     
000120         CC 11 - 18 AGENCY NUMBER FOR THE TRANSMITTAL             IH347     
000130     FOLLOWING PLAN CARDS, ONE PER MSTR-RETIRE-CODE REMITTED TO   IH347     
000140     THE RETIREMENT SYSTEM -                                      IH347     
000150         CC 1 - 4   PLAN                                          IH347     
000160         CC 5       RETIREMENT CODE                               IH347     
000170         CC 6 - 25  PLAN NAME                                     IH347     
000180         CC 26 - 30 EMPLOYER SHARE, PERCENT OF EMPLOYEE 999V99    IH347     
000190         CC 31      Y = PRINT YEAR-END STATEMENTS FOR THIS PLAN   IH347     
000200     RETIREMENT CODES WITH NO PLAN CARD (FICA) ARE DEPOSITED      IH347     
000210     WITH THE FEDERAL TAXES AND ARE NOT PICKED UP HERE.           IH347     
000220     THE RETR RUN READS THE PAYROLL WORK TAPE (FILE55) AND LISTS  IH347     
000230     EACH MEMBER BY PLAN WITH THE EMPLOYEE SHARE WITHHELD BY      IH347     
000240     IH340 AND THE EMPLOYER SHARE, WITH PLAN TOTALS, AN           IH347     
000250     EXCEPTION PAGE AND A TRANSMITTAL PAGE WHOSE TOTALS AGREE     IH347     
000260     WITH THE IH340 CSRA TOTALS.  THE RETS RUN READS THE          IH347     
000270     PERSONNEL MASTER (FILE11) AND PRINTS ONE STATEMENT PER       IH347     
000280     MEMBER SHOWING SUBJECT EARNINGS AND CONTRIBUTIONS FOR THE    IH347     
000290     YEAR AND CONTRIBUTIONS TO DATE, FOLLOWED BY PLAN CONTROL     IH347     
000300     TOTALS.  BOTH RUNS PRINT ON FILE94.                          IH347     
000310 ENVIRONMENT  DIVISION.                                           IH347     
000320 CONFIGURATION  SECTION.                                          IH347     
000330 SOURCE-COMPUTER.  DECSYSTEM-10.                                  IH347     
000340 OBJECT-COMPUTER.  DECSYSTEM-10.                                  IH347     
000350 INPUT-OUTPUT  SECTION.                                           IH347     
000360 FILE-CONTROL.                                                    IH347     
000370     SELECT RETIRE-PARAM-FILE ASSIGN TO DISK.                     IH347     
000380     SELECT PAYROLL-WORK-FILE ASSIGN TO DISK.                     IH347     
000390     SELECT PERS-MSTR-IN-FILE ASSIGN TO DISK.                     IH347     
000400     SELECT RETIRE-REPORT-FILE ASSIGN TO DISK.                    IH347     
000410     SELECT RETIRE-SORT-FILE ASSIGN TO DISK.                      IH347     
000420 DATA  DIVISION.                                                  IH347     
000430 FILE  SECTION.                                                   IH347     
000440 FD   RETIRE-PARAM-FILE                                           IH347     
000450     RECORD CONTAINS 80 CHARACTERS                                IH347     
000460     LABEL RECORDS ARE STANDARD                                   IH347     
000470     VALUE OF ID IS "FILE84"                                      IH347     
000480     DATA RECORDS ARE RETIRE-PARAM-CARD, RETIRE-PLAN-CARD         IH347     
000490          .                                                       IH347     
000500 01   RETIRE-PARAM-CARD.                                          IH347     
000510     02  RP-CNTL             PICTURE XXXX.                        IH347     
000520     02  RP-DATE             PICTURE X(6).                        IH347     
000530     02  RP-AGENCY           PICTURE X(8).                        IH347     
000540     02  FILLER              PICTURE X(62).                       IH347     
000550 01   RETIRE-PLAN-CARD.                                           IH347     
000560     02  PL-CNTL             PICTURE XXXX.                        IH347     
000570     02  PL-CODE             PICTURE X.                           IH347     
000580     02  PL-NAME             PICTURE X(20).                       IH347     
000590     02  PL-EMPLOYER-PCT     PICTURE 999V99.                      IH347     
000600     02  PL-STMT-SW          PICTURE X.                           IH347     
000610     02  FILLER              PICTURE X(49).                       IH347     
000620 FD   PAYROLL-WORK-FILE                                           IH347     
000630     RECORD CONTAINS 400 CHARACTERS                               IH347     
000640     LABEL RECORDS ARE STANDARD                                   IH347     
000650     VALUE OF ID IS "FILE55"                                      IH347     
000660     DATA RECORDS ARE PAYROLL-WORK-REC                            IH347     
000670          .                                                       IH347     
000680 01   PAYROLL-WORK-REC.                                           IH347     
000690     02  WT-SEQUENCE.                                             IH347     
000700         04  WT-ACTIVITY     PICTURE X.                           IH347     
000710         04  WT-GORU         PICTURE X.                           IH347     
000720         04  WT-CNTL-GRP     PICTURE XX.                          IH347     
000730         04  WT-BADGE        PICTURE X(6).                        IH347     
000740     02  WT-CON-TEST REDEFINES WT-SEQUENCE.                       IH347     
000750         04  WT-CON-ZEROS    PICTURE X(9).                        IH347     
000760         04  FILLER          PICTURE X.                           IH347     
000770     02  WT-COST-WORK-CNTR   PICTURE X(5).                        IH347     
000780     02  WT-NAME             PICTURE X(20).                       IH347     
000790     02  WT-RETIRE-CODE      PICTURE X.                           IH347     
000800     02  FILLER              PICTURE X(107).                      IH347     
000810     02  WT-FICA-CSRA        PICTURE S999V99.                     IH347     
000820     02  FILLER              PICTURE X(60).                       IH347     
000830     02  WT-WE-DATE          PICTURE X(6).                        IH347     
000840     02  FILLER              PICTURE X(114).                      IH347     
000850     02  WT-SS-NO            PICTURE X(12).                       IH347     
000860     02  FILLER              PICTURE X(60).                       IH347     
000870 FD   PERS-MSTR-IN-FILE                                           IH347     
000880     RECORD CONTAINS 610 CHARACTERS                               IH347     
000890     LABEL RECORDS ARE STANDARD                                   IH347     
000900     VALUE OF ID IS "FILE11"                                      IH347     
000910     DATA RECORDS ARE PERS-MSTR-IN-REC                            IH347     
000920          .                                                       IH347     
000930 01   PERS-MSTR-IN-REC.                                           IH347     
000940     02  MSTR-SEQ.                                                IH347     
000950         04  MSTR-ACTY       PICTURE X.                           IH347     
000960         04  MSTR-GORU       PICTURE X.                           IH347     
000970         04  MSTR-CONT-GRP   PICTURE XX.                          IH347     
000980         04  MSTR-BADGE      PICTURE X(6).                        IH347     
000990     02  MSTR-CON-TEST REDEFINES MSTR-SEQ.                        IH347     
001000         04  MSTR-CON-ZEROS  PICTURE X(10).                       IH347     
001010     02  MSTR-NAME           PICTURE X(20).                       IH347     
001020     02  MSTR-ACTIVE-CODE    PICTURE X.                           IH347     
001030         88  ACTIVE-MSTR                     VALUE " ".           IH347     
001040     02  FILLER              PICTURE X(20).                       IH347     
001050     02  MSTR-SS-NO          PICTURE X(12).                       IH347     
001060     02  FILLER              PICTURE X(71).                       IH347     
001070     02  MSTR-RET-SER        PICTURE X(5).                        IH347     
001080     02  FILLER              PICTURE X(135).                      IH347     
001090     02  MSTR-RETIRE-CODE    PICTURE X.                           IH347     
001100     02  FILLER              PICTURE X(118).                      IH347     
001110     02  MSTR-YTD-RETIRE     PICTURE S9999V99.                    IH347     
001120     02  MSTR-TOT-RETIRE     PICTURE S9(5)V99.                    IH347     
001130     02  FILLER              PICTURE X(125).                      IH347     
001140     02  MSTR-YTD-SUB-RET    PICTURE S9(5)V99.                    IH347     
001150     02  FILLER              PICTURE X(72).                       IH347     
001160 FD   RETIRE-REPORT-FILE                                          IH347     
001170     RECORD CONTAINS 120 CHARACTERS                               IH347     
001180     LABEL RECORDS ARE STANDARD                                   IH347     
001190     VALUE OF ID IS "FILE94"                                      IH347     
001200     DATA RECORDS ARE RETIRE-REPORT-REC                           IH347     
001210          .                                                       IH347     
001220 01   RETIRE-REPORT-REC      PICTURE X(120).                      IH347     
001230 SD   RETIRE-SORT-FILE                                            IH347     
001240     DATA RECORDS ARE RETIRE-SORT-REC                             IH347     
001250          .                                                       IH347     
001260 01   RETIRE-SORT-REC.                                            IH347     
001270     02  SR-TYPE             PICTURE X.                           IH347     
001280     02  SR-PLAN-CODE        PICTURE X.                           IH347     
001290     02  SR-ACTIVITY         PICTURE X.                           IH347     
001300     02  SR-BADGE            PICTURE X(6).                        IH347     
001310     02  SR-NAME             PICTURE X(20).                       IH347     
001320     02  SR-SS-NO            PICTURE X(12).                       IH347     
001330     02  SR-EMPLOYEE         PICTURE S999V99.                     IH347     
001340     02  SR-EMPLOYER         PICTURE S999V99.                     IH347     
001350     02  SR-PLAN-SUB         PICTURE 99.                          IH347     
001360     02  SR-REMARK           PICTURE X(30).                       IH347     
001370 WORKING-STORAGE  SECTION.                                        IH347     
001380 01   RETIRE-WORK-AREAS.                                          IH347     
001390     02  RUN-MODE            PICTURE X       VALUE "R".           IH347     
001400         88  REMIT-RUN                       VALUE "R".           IH347     
001410         88  STATEMENT-RUN                   VALUE "S".           IH347     
001420     02  PLAN-SUB            PICTURE 99      VALUE 00.            IH347     
001430     02  PLAN-FOUND          PICTURE 99      VALUE 00.            IH347     
001440     02  SEARCH-CODE         PICTURE X       VALUE SPACE.         IH347     
001450     02  WORK-IN-COUNT       PICTURE 9(6)    VALUE 000000.        IH347     
001460     02  MSTR-IN-COUNT       PICTURE 9(6)    VALUE 000000.        IH347     
001470     02  MEMBER-COUNT        PICTURE 9(6)    VALUE 000000.        IH347     
001480     02  EXCEPTION-COUNT     PICTURE 9(6)    VALUE 000000.        IH347     
001490     02  STATEMENT-COUNT     PICTURE 9(6)    VALUE 000000.        IH347     
001500     02  HOLD-TYPE           PICTURE X       VALUE SPACE.         IH347     
001510     02  HOLD-PLAN-CODE      PICTURE X       VALUE SPACE.         IH347     
001520     02  HOLD-PLAN-SUB       PICTURE 99      VALUE 00.            IH347     
001530     02  HOLD-WE-DATE        PICTURE X(6)    VALUE SPACES.        IH347     
001540     02  WORK-EMPLOYER       PICTURE S9(5)V99 VALUE +00000.00.    IH347     
001550     02  PLAN-MEMBERS        PICTURE 9(5)    VALUE 00000.         IH347     
001560     02  PLAN-EMPLOYEE       PICTURE S9(7)V99 VALUE +0000000.00.  IH347     
001570     02  PLAN-EMPLOYER       PICTURE S9(7)V99 VALUE +0000000.00.  IH347     
001580     02  GRAND-MEMBERS       PICTURE 9(5)    VALUE 00000.         IH347     
001590     02  GRAND-EMPLOYEE      PICTURE S9(7)V99 VALUE +0000000.00.  IH347     
001600     02  GRAND-EMPLOYER      PICTURE S9(7)V99 VALUE +0000000.00.  IH347     
001610     02  GRAND-TOTAL         PICTURE S9(7)V99 VALUE +0000000.00.  IH347     
001620     02  LINE-COUNT          PICTURE 99      VALUE 99.            IH347     
001630     02  PAGE-COUNT          PICTURE 9(4)    VALUE 0000.          IH347     
001640 01   PLAN-TABLE.                                                 IH347     
001650     02  PLAN-COUNT          PICTURE 99      VALUE 00.            IH347     
001660     02  PLAN-ENTRY                          OCCURS 9 TIMES.      IH347     
001670         04  PLT-CODE        PICTURE X.                           IH347     
001680         04  PLT-NAME        PICTURE X(20).                       IH347     
001690         04  PLT-EMPLOYER-PCT PICTURE 999V99.                     IH347     
001700         04  PLT-STMT-SW     PICTURE X.                           IH347     
001710         04  PLT-MEMBERS     PICTURE 9(5).                        IH347     
001720         04  PLT-EMPLOYEE    PICTURE S9(7)V99.                    IH347     
001730         04  PLT-EMPLOYER    PICTURE S9(7)V99.                    IH347     
001740         04  PLT-TOT-RETIRE  PICTURE S9(7)V99.                    IH347     
001750         04  PLT-SUBJECT     PICTURE S9(7)V99.                    IH347     
001760 01   REP-HEAD-1.                                                 IH347     
001770     02  FILLER              PICTURE X(25)    VALUE SPACES.       IH347     
001780     02  RH-TITLE            PICTURE X(45)    VALUE               IH347     
001790         "RETIREMENT CONTRIBUTION REMITTANCE".                    IH347     
001800     02  FILLER              PICTURE X(12)    VALUE               IH347     
001810         " PERIOD END ".                                          IH347     
001820     02  RH-DATE             PICTURE X(6).                        IH347     
001830     02  FILLER              PICTURE X(8)     VALUE "   PAGE ".   IH347     
001840     02  RH-PAGE             PICTURE ZZZ9.                        IH347     
001850 01   REP-HEAD-2.                                                 IH347     
001860     02  FILLER              PICTURE X(8)     VALUE " AGENCY ".   IH347     
001870     02  RH-AGENCY           PICTURE X(8).                        IH347     
001880     02  FILLER              PICTURE X(8)     VALUE "   PLAN ".   IH347     
001890     02  RH-PLAN-CODE        PICTURE X.                           IH347     
001900     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
001910     02  RH-PLAN-NAME        PICTURE X(20).                       IH347     
001920     02  FILLER              PICTURE X(13)    VALUE               IH347     
001930         "   EMPLOYER ".                                          IH347     
001940     02  RH-EMPLOYER-PCT     PICTURE ZZ9.99.                      IH347     
001950     02  FILLER              PICTURE X(16)    VALUE               IH347     
001960         " PCT OF EMPLOYEE".                                      IH347     
001970 01   REP-HEAD-3.                                                 IH347     
001980     02  FILLER              PICTURE X(12)    VALUE               IH347     
001990         " ACT BADGE ".                                           IH347     
002000     02  FILLER              PICTURE X(22)    VALUE "NAME".       IH347     
002010     02  FILLER              PICTURE X(15)    VALUE               IH347     
002020         "SOCIAL SEC NO".                                         IH347     
002030     02  FILLER              PICTURE X(13)    VALUE               IH347     
002040         "     EMPLOYEE".                                         IH347     
002050     02  FILLER              PICTURE X(13)    VALUE               IH347     
002060         "     EMPLOYER".                                         IH347     
002070     02  FILLER              PICTURE X(13)    VALUE               IH347     
002080         "        TOTAL".                                         IH347     
002090     02  FILLER              PICTURE X(12)    VALUE               IH347     
002100         "   REMARK".                                             IH347     
002110 01   REP-LINE.                                                   IH347     
002120     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002130     02  RL-ACTIVITY         PICTURE X.                           IH347     
002140     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002150     02  RL-BADGE            PICTURE X(6).                        IH347     
002160     02  FILLER              PICTURE X        VALUE SPACE.        IH347     
002170     02  RL-NAME             PICTURE X(20).                       IH347     
002180     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002190     02  RL-SS-NO            PICTURE X(12).                       IH347     
002200     02  FILLER              PICTURE XXX      VALUE SPACES.       IH347     
002210     02  RL-EMPLOYEE         PICTURE ZZ,ZZ9.99-.                  IH347     
002220     02  FILLER              PICTURE XXX      VALUE SPACES.       IH347     
002230     02  RL-EMPLOYER         PICTURE ZZ,ZZ9.99-.                  IH347     
002240     02  FILLER              PICTURE XXX      VALUE SPACES.       IH347     
002250     02  RL-TOTAL            PICTURE ZZ,ZZ9.99-.                  IH347     
002260     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002270     02  RL-PLAN-CODE        PICTURE X.                           IH347     
002280     02  FILLER              PICTURE X        VALUE SPACE.        IH347     
002290     02  RL-REMARK           PICTURE X(30).                       IH347     
002300 01   REP-TOTAL-LINE.                                             IH347     
002310     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH347     
002320     02  RT-LEVEL            PICTURE X(20).                       IH347     
002330     02  RT-MEMBERS          PICTURE ZZ,ZZ9.                      IH347     
002340     02  FILLER              PICTURE X(9)     VALUE               IH347     
002350         " MEMBERS ".                                             IH347     
002360     02  RT-EMPLOYEE         PICTURE Z,ZZZ,ZZ9.99-.               IH347     
002370     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002380     02  RT-EMPLOYER         PICTURE Z,ZZZ,ZZ9.99-.               IH347     
002390     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002400     02  RT-TOTAL            PICTURE Z,ZZZ,ZZ9.99-.               IH347     
002410 01   TRANS-HEAD.                                                 IH347     
002420     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH347     
002430     02  FILLER              PICTURE X(35)    VALUE               IH347     
002440         "PLAN".                                                  IH347     
002450     02  FILLER              PICTURE X(16)    VALUE               IH347     
002460         "  EMPLOYEE SHARE".                                      IH347     
002470     02  FILLER              PICTURE X(16)    VALUE               IH347     
002480         "  EMPLOYER SHARE".                                      IH347     
002490     02  FILLER              PICTURE X(16)    VALUE               IH347     
002500         "  TOTAL REMITTED".                                      IH347     
002510 01   STMT-HEAD.                                                  IH347     
002520     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH347     
002530     02  FILLER              PICTURE X(35)    VALUE               IH347     
002540         "PLAN".                                                  IH347     
002550     02  FILLER              PICTURE X(16)    VALUE               IH347     
002560         "    YEAR CONTRIB".                                      IH347     
002570     02  FILLER              PICTURE X(16)    VALUE               IH347     
002580         "SUBJECT EARNINGS".                                      IH347     
002590     02  FILLER              PICTURE X(16)    VALUE               IH347     
002600         " CONTRIB TO DATE".                                      IH347     
002610 01   TRANS-LINE.                                                 IH347     
002620     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH347     
002630     02  TL-PLAN-CODE        PICTURE X.                           IH347     
002640     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002650     02  TL-PLAN-NAME        PICTURE X(20).                       IH347     
002660     02  TL-MEMBERS          PICTURE ZZ,ZZ9.                      IH347     
002670     02  FILLER              PICTURE XX       VALUE SPACES.       IH347     
002680     02  TL-EMPLOYEE         PICTURE Z,ZZZ,ZZ9.99-.               IH347     
002690     02  FILLER              PICTURE XXX      VALUE SPACES.       IH347     
002700     02  TL-EMPLOYER         PICTURE Z,ZZZ,ZZ9.99-.               IH347     
002710     02  FILLER              PICTURE XXX      VALUE SPACES.       IH347     
002720     02  TL-TOTAL            PICTURE Z,ZZZ,ZZ9.99-.               IH347     
002730 01   TRANS-CERTIFY.                                              IH347     
002740     02  FILLER              PICTURE X(4)     VALUE SPACES.       IH347     
002750     02  FILLER              PICTURE X(60)    VALUE               IH347     
002760         "CERTIFIED CORRECT ____________________  DATE ________". IH347     
002770 01   STMT-LINE-1.                                                IH347     
002780     02  FILLER              PICTURE X(10)    VALUE SPACES.       IH347     
002790     02  SL-TEXT-1           PICTURE X(30).                       IH347     
002800     02  SL-DATA-1           PICTURE X(30).                       IH347     
002810 01   STMT-LINE-2.                                                IH347     
002820     02  FILLER              PICTURE X(10)    VALUE SPACES.       IH347     
002830     02  SL-TEXT-2           PICTURE X(30).                       IH347     
002840     02  SL-AMOUNT           PICTURE ZZZ,ZZ9.99-.                 IH347     
002850 PROCEDURE  DIVISION.                                             IH347     
002860 100010.                                                          IH347     
002870     OPEN INPUT RETIRE-PARAM-FILE.                                IH347     
002880     READ RETIRE-PARAM-FILE, AT END GO TO 490000.                 IH347     
002890     IF RP-CNTL EQUAL TO "RETR" MOVE "R" TO RUN-MODE              IH347     
002900         GO TO 100050.                                            IH347     
002910     IF RP-CNTL EQUAL TO "RETS" MOVE "S" TO RUN-MODE              IH347     
002920         GO TO 100050.                                            IH347     
002930     GO TO 490000.                                                IH347     
002940 100050.                                                          IH347     
002950     IF RP-DATE NOT NUMERIC GO TO 490000.                         IH347     
002960     MOVE RP-DATE TO RH-DATE.                                     IH347     
002970     MOVE RP-AGENCY TO RH-AGENCY.                                 IH347     
002980 101000.                                                          IH347     
002990     READ RETIRE-PARAM-FILE, AT END GO TO 102000.                 IH347     
003000     IF PL-CNTL NOT EQUAL TO "PLAN"                               IH347     
003010         DISPLAY "XXXXXXXXXX RETIREMENT CARD IGNORED "            IH347     
003020             RETIRE-PLAN-CARD                                     IH347     
003030         GO TO 101000.                                            IH347     
003040     IF PL-EMPLOYER-PCT NOT NUMERIC                               IH347     
003050         DISPLAY "XXXXXXXXXX EMPLOYER PCT NOT NUMERIC "           IH347     
003060             RETIRE-PLAN-CARD                                     IH347     
003070         GO TO 101000.                                            IH347     
003080     IF PLAN-COUNT EQUAL TO 9                                     IH347     
003090         DISPLAY "XXXXXXXXXX PLAN TABLE FULL " PL-CODE            IH347     
003100         GO TO 101000.                                            IH347     
003110     ADD 1 TO PLAN-COUNT.                                         IH347     
003120     MOVE PL-CODE TO PLT-CODE (PLAN-COUNT).                       IH347     
003130     MOVE PL-NAME TO PLT-NAME (PLAN-COUNT).                       IH347     
003140     MOVE PL-EMPLOYER-PCT TO PLT-EMPLOYER-PCT (PLAN-COUNT).       IH347     
003150     MOVE PL-STMT-SW TO PLT-STMT-SW (PLAN-COUNT).                 IH347     
003160     MOVE ZERO TO PLT-MEMBERS (PLAN-COUNT),                       IH347     
003170         PLT-EMPLOYEE (PLAN-COUNT), PLT-EMPLOYER (PLAN-COUNT),    IH347     
003180         PLT-TOT-RETIRE (PLAN-COUNT), PLT-SUBJECT (PLAN-COUNT).   IH347     
003190     GO TO 101000.                                                IH347     
003200 102000.                                                          IH347     
003210     CLOSE RETIRE-PARAM-FILE WITH LOCK.                           IH347     
003220     IF PLAN-COUNT EQUAL TO ZERO GO TO 492000.                    IH347     
003230     OPEN OUTPUT RETIRE-REPORT-FILE.                              IH347     
003240     IF STATEMENT-RUN GO TO 150000.                               IH347     
003250     OPEN INPUT PAYROLL-WORK-FILE.                                IH347     
003260     SORT RETIRE-SORT-FILE                                        IH347     
003270         ON ASCENDING KEY SR-TYPE SR-PLAN-CODE SR-ACTIVITY        IH347     
003280             SR-BADGE                                             IH347     
003290         INPUT PROCEDURE IS 200000 THRU 299990                    IH347     
003300         OUTPUT PROCEDURE IS 300000 THRU 399990.                  IH347     
003310     GO TO 408010.                                                IH347     
003320 150000.                                                          IH347     
003330     OPEN INPUT PERS-MSTR-IN-FILE.                                IH347     
003340     MOVE "RETIREMENT MEMBER STATEMENT" TO RH-TITLE.              IH347     
003350 151000.                                                          IH347     
003360     READ PERS-MSTR-IN-FILE, AT END GO TO 160000.                 IH347     
003370     ADD 1 TO MSTR-IN-COUNT.                                      IH347     
003380     IF MSTR-CON-ZEROS EQUAL TO ZEROS GO TO 151000.               IH347     
003390     MOVE ZERO TO PLAN-FOUND.                                     IH347     
003400     MOVE MSTR-RETIRE-CODE TO SEARCH-CODE.                        IH347     
003410     PERFORM 510000 THRU 510990                                   IH347     
003420         VARYING PLAN-SUB FROM 1 BY 1                             IH347     
003430         UNTIL PLAN-SUB GREATER THAN PLAN-COUNT.                  IH347     
003440     IF PLAN-FOUND EQUAL TO ZERO GO TO 151000.                    IH347     
003450     IF PLT-STMT-SW (PLAN-FOUND) NOT EQUAL TO "Y"                 IH347     
003460         GO TO 151000.                                            IH347     
003470     IF NOT ACTIVE-MSTR, AND MSTR-YTD-RETIRE EQUAL TO ZERO        IH347     
003480         GO TO 151000.                                            IH347     
003490     ADD 1 TO STATEMENT-COUNT.                                    IH347     
003500     ADD 1 TO PLT-MEMBERS (PLAN-FOUND).                           IH347     
003510     ADD MSTR-YTD-SUB-RET TO PLT-SUBJECT (PLAN-FOUND).            IH347     
003520     ADD MSTR-YTD-RETIRE TO PLT-EMPLOYEE (PLAN-FOUND).            IH347     
003530     ADD MSTR-TOT-RETIRE TO PLT-TOT-RETIRE (PLAN-FOUND).          IH347     
003540     ADD 1 TO PAGE-COUNT.                                         IH347     
003550     MOVE PAGE-COUNT TO RH-PAGE.                                  IH347     
003560     MOVE MSTR-RETIRE-CODE TO RH-PLAN-CODE.                       IH347     
003570     MOVE PLT-NAME (PLAN-FOUND) TO RH-PLAN-NAME.                  IH347     
003580     MOVE PLT-EMPLOYER-PCT (PLAN-FOUND) TO RH-EMPLOYER-PCT.       IH347     
003590     WRITE RETIRE-REPORT-REC FROM REP-HEAD-1                      IH347     
003600         AFTER ADVANCING PAGE.                                    IH347     
003610     WRITE RETIRE-REPORT-REC FROM REP-HEAD-2                      IH347     
003620         AFTER ADVANCING 2 LINES.                                 IH347     
003630     MOVE "MEMBER NAME" TO SL-TEXT-1.                             IH347     
003640     MOVE MSTR-NAME TO SL-DATA-1.                                 IH347     
003650     WRITE RETIRE-REPORT-REC FROM STMT-LINE-1                     IH347     
003660         AFTER ADVANCING 3 LINES.                                 IH347     
003670     MOVE "BADGE" TO SL-TEXT-1.                                   IH347     
003680     MOVE MSTR-BADGE TO SL-DATA-1.                                IH347     
003690     WRITE RETIRE-REPORT-REC FROM STMT-LINE-1                     IH347     
003700         AFTER ADVANCING 1 LINES.                                 IH347     
003710     MOVE "SOCIAL SECURITY NUMBER" TO SL-TEXT-1.                  IH347     
003720     MOVE MSTR-SS-NO TO SL-DATA-1.                                IH347     
003730     WRITE RETIRE-REPORT-REC FROM STMT-LINE-1                     IH347     
003740         AFTER ADVANCING 1 LINES.                                 IH347     
003750     MOVE "RETIREMENT SERIAL" TO SL-TEXT-1.                       IH347     
003760     MOVE MSTR-RET-SER TO SL-DATA-1.                              IH347     
003770     WRITE RETIRE-REPORT-REC FROM STMT-LINE-1                     IH347     
003780         AFTER ADVANCING 1 LINES.                                 IH347     
003790     MOVE "SUBJECT EARNINGS THIS YEAR" TO SL-TEXT-2.              IH347     
003800     MOVE MSTR-YTD-SUB-RET TO SL-AMOUNT.                          IH347     
003810     WRITE RETIRE-REPORT-REC FROM STMT-LINE-2                     IH347     
003820         AFTER ADVANCING 3 LINES.                                 IH347     
003830     MOVE "CONTRIBUTIONS THIS YEAR" TO SL-TEXT-2.                 IH347     
003840     MOVE MSTR-YTD-RETIRE TO SL-AMOUNT.                           IH347     
003850     WRITE RETIRE-REPORT-REC FROM STMT-LINE-2                     IH347     
003860         AFTER ADVANCING 1 LINES.                                 IH347     
003870     MOVE "CONTRIBUTIONS TO DATE" TO SL-TEXT-2.                   IH347     
003880     MOVE MSTR-TOT-RETIRE TO SL-AMOUNT.                           IH347     
003890     WRITE RETIRE-REPORT-REC FROM STMT-LINE-2                     IH347     
003900         AFTER ADVANCING 1 LINES.                                 IH347     
003910     GO TO 151000.                                                IH347     
003920 160000.                                                          IH347     
003930     CLOSE PERS-MSTR-IN-FILE WITH LOCK.                           IH347     
003940     MOVE "RETIREMENT STATEMENT CONTROL TOTALS" TO RH-TITLE.      IH347     
003950     ADD 1 TO PAGE-COUNT.                                         IH347     
003960     MOVE PAGE-COUNT TO RH-PAGE.                                  IH347     
003970     WRITE RETIRE-REPORT-REC FROM REP-HEAD-1                      IH347     
003980         AFTER ADVANCING PAGE.                                    IH347     
003990     WRITE RETIRE-REPORT-REC FROM STMT-HEAD                       IH347     
004000         AFTER ADVANCING 2 LINES.                                 IH347     
004010     PERFORM 380000 THRU 380990                                   IH347     
004020         VARYING PLAN-SUB FROM 1 BY 1                             IH347     
004030         UNTIL PLAN-SUB GREATER THAN PLAN-COUNT.                  IH347     
004040     GO TO 408010.                                                IH347     
004050 200000.                                                          IH347     
004060     READ PAYROLL-WORK-FILE, AT END GO TO 299990.                 IH347     
004070     ADD 1 TO WORK-IN-COUNT.                                      IH347     
004080     IF WT-CON-ZEROS EQUAL TO ZEROS GO TO 200000.                 IH347     
004090     MOVE ZERO TO PLAN-FOUND.                                     IH347     
004100     MOVE WT-RETIRE-CODE TO SEARCH-CODE.                          IH347     
004110     PERFORM 510000 THRU 510990                                   IH347     
004120         VARYING PLAN-SUB FROM 1 BY 1                             IH347     
004130         UNTIL PLAN-SUB GREATER THAN PLAN-COUNT.                  IH347     
004140     IF PLAN-FOUND EQUAL TO ZERO GO TO 200000.                    IH347     
004150     IF HOLD-WE-DATE EQUAL TO SPACES                              IH347     
004160         MOVE WT-WE-DATE TO HOLD-WE-DATE.                         IH347     
004170     MOVE "1" TO SR-TYPE.                                         IH347     
004180     MOVE SPACES TO SR-REMARK.                                    IH347     
004190     MOVE WT-RETIRE-CODE TO SR-PLAN-CODE.                         IH347     
004200     MOVE PLAN-FOUND TO SR-PLAN-SUB.                              IH347     
004210     MOVE WT-ACTIVITY TO SR-ACTIVITY.                             IH347     
004220     MOVE WT-BADGE TO SR-BADGE.                                   IH347     
004230     MOVE WT-NAME TO SR-NAME.                                     IH347     
004240     MOVE WT-SS-NO TO SR-SS-NO.                                   IH347     
004250     MOVE WT-FICA-CSRA TO SR-EMPLOYEE.                            IH347     
004260     COMPUTE SR-EMPLOYER ROUNDED = WT-FICA-CSRA *                 IH347     
004270         PLT-EMPLOYER-PCT (PLAN-FOUND) / 100.                     IH347     
004280     IF WT-FICA-CSRA EQUAL TO ZERO                                IH347     
004290         MOVE "2" TO SR-TYPE                                      IH347     
004300         MOVE "PLAN MEMBER - NOTHING WITHHELD" TO SR-REMARK       IH347     
004310         GO TO 210000.                                            IH347     
004320     IF WT-FICA-CSRA NEGATIVE                                     IH347     
004330         MOVE "CREDIT ADJUSTMENT" TO SR-REMARK.                   IH347     
004340 210000.                                                          IH347     
004350     RELEASE RETIRE-SORT-REC.                                     IH347     
004360     GO TO 200000.                                                IH347     
004370 299990.                                                          IH347     
004380     EXIT.                                                        IH347     
004390 300000.                                                          IH347     
004400     RETURN RETIRE-SORT-FILE, AT END GO TO 390000.                IH347     
004410     IF SR-TYPE NOT EQUAL TO HOLD-TYPE                            IH347     
004420         PERFORM 350000 THRU 350990                               IH347     
004430         MOVE SR-TYPE TO HOLD-TYPE                                IH347     
004440         MOVE SR-PLAN-CODE TO HOLD-PLAN-CODE                      IH347     
004450         MOVE SR-PLAN-SUB TO HOLD-PLAN-SUB                        IH347     
004460         MOVE 99 TO LINE-COUNT                                    IH347     
004470         GO TO 310000.                                            IH347     
004480     IF SR-TYPE EQUAL TO "1"                                      IH347     
004490         AND SR-PLAN-CODE NOT EQUAL TO HOLD-PLAN-CODE             IH347     
004500         PERFORM 350000 THRU 350990                               IH347     
004510         MOVE SR-PLAN-CODE TO HOLD-PLAN-CODE                      IH347     
004520         MOVE SR-PLAN-SUB TO HOLD-PLAN-SUB                        IH347     
004530         MOVE 99 TO LINE-COUNT.                                   IH347     
004540 310000.                                                          IH347     
004550     IF LINE-COUNT GREATER THAN 50 PERFORM 340000 THRU 340990.    IH347     
004560     MOVE SR-ACTIVITY TO RL-ACTIVITY.                             IH347     
004570     MOVE SR-BADGE TO RL-BADGE.                                   IH347     
004580     MOVE SR-NAME TO RL-NAME.                                     IH347     
004590     MOVE SR-SS-NO TO RL-SS-NO.                                   IH347     
004600     MOVE SR-EMPLOYEE TO RL-EMPLOYEE.                             IH347     
004610     MOVE SR-EMPLOYER TO RL-EMPLOYER.                             IH347     
004620     MOVE SR-EMPLOYER TO WORK-EMPLOYER.                           IH347     
004630     ADD SR-EMPLOYEE TO WORK-EMPLOYER.                            IH347     
004640     MOVE WORK-EMPLOYER TO RL-TOTAL.                              IH347     
004650     MOVE SR-PLAN-CODE TO RL-PLAN-CODE.                           IH347     
004660     MOVE SR-REMARK TO RL-REMARK.                                 IH347     
004670     WRITE RETIRE-REPORT-REC FROM REP-LINE                        IH347     
004680         AFTER ADVANCING 1 LINES.                                 IH347     
004690     ADD 1 TO LINE-COUNT.                                         IH347     
004700     IF SR-TYPE EQUAL TO "2"                                      IH347     
004710         ADD 1 TO EXCEPTION-COUNT                                 IH347     
004720         GO TO 300000.                                            IH347     
004730     ADD 1 TO PLAN-MEMBERS, MEMBER-COUNT.                         IH347     
004740     ADD SR-EMPLOYEE TO PLAN-EMPLOYEE.                            IH347     
004750     ADD SR-EMPLOYER TO PLAN-EMPLOYER.                            IH347     
004760     GO TO 300000.                                                IH347     
004770 340000.                                                          IH347     
004780     ADD 1 TO PAGE-COUNT.                                         IH347     
004790     MOVE PAGE-COUNT TO RH-PAGE.                                  IH347     
004800     IF HOLD-WE-DATE NOT EQUAL TO SPACES                          IH347     
004810         MOVE HOLD-WE-DATE TO RH-DATE.                            IH347     
004820     IF SR-TYPE EQUAL TO "2"                                      IH347     
004830         MOVE "RETIREMENT REMITTANCE EXCEPTIONS" TO RH-TITLE.     IH347     
004840     WRITE RETIRE-REPORT-REC FROM REP-HEAD-1                      IH347     
004850         AFTER ADVANCING PAGE.                                    IH347     
004860     IF SR-TYPE EQUAL TO "2" GO TO 340500.                        IH347     
004870     MOVE SR-PLAN-CODE TO RH-PLAN-CODE.                           IH347     
004880     MOVE PLT-NAME (SR-PLAN-SUB) TO RH-PLAN-NAME.                 IH347     
004890     MOVE PLT-EMPLOYER-PCT (SR-PLAN-SUB) TO RH-EMPLOYER-PCT.      IH347     
004900     WRITE RETIRE-REPORT-REC FROM REP-HEAD-2                      IH347     
004910         AFTER ADVANCING 2 LINES.                                 IH347     
004920 340500.                                                          IH347     
004930     WRITE RETIRE-REPORT-REC FROM REP-HEAD-3                      IH347     
004940         AFTER ADVANCING 2 LINES.                                 IH347     
004950     MOVE SPACES TO RETIRE-REPORT-REC.                            IH347     
004960     WRITE RETIRE-REPORT-REC AFTER ADVANCING 1 LINES.             IH347     
004970     MOVE 6 TO LINE-COUNT.                                        IH347     
004980 340990.                                                          IH347     
004990     EXIT.                                                        IH347     
005000 350000.                                                          IH347     
005010     IF HOLD-TYPE NOT EQUAL TO "1" GO TO 350990.                  IH347     
005020     MOVE "PLAN CONTROL TOTAL" TO RT-LEVEL.                       IH347     
005030     MOVE PLAN-MEMBERS TO RT-MEMBERS.                             IH347     
005040     MOVE PLAN-EMPLOYEE TO RT-EMPLOYEE.                           IH347     
005050     MOVE PLAN-EMPLOYER TO RT-EMPLOYER.                           IH347     
005060     MOVE PLAN-EMPLOYER TO GRAND-TOTAL.                           IH347     
005070     ADD PLAN-EMPLOYEE TO GRAND-TOTAL.                            IH347     
005080     MOVE GRAND-TOTAL TO RT-TOTAL.                                IH347     
005090     WRITE RETIRE-REPORT-REC FROM REP-TOTAL-LINE                  IH347     
005100         AFTER ADVANCING 2 LINES.                                 IH347     
005110     ADD PLAN-MEMBERS TO PLT-MEMBERS (HOLD-PLAN-SUB).             IH347     
005120     ADD PLAN-EMPLOYEE TO PLT-EMPLOYEE (HOLD-PLAN-SUB).           IH347     
005130     ADD PLAN-EMPLOYER TO PLT-EMPLOYER (HOLD-PLAN-SUB).           IH347     
005140     MOVE ZERO TO PLAN-MEMBERS, PLAN-EMPLOYEE, PLAN-EMPLOYER.     IH347     
005150 350990.                                                          IH347     
005160     EXIT.                                                        IH347     
005170 380000.                                                          IH347     
005180     MOVE PLT-CODE (PLAN-SUB) TO TL-PLAN-CODE.                    IH347     
005190     MOVE PLT-NAME (PLAN-SUB) TO TL-PLAN-NAME.                    IH347     
005200     MOVE PLT-MEMBERS (PLAN-SUB) TO TL-MEMBERS.                   IH347     
005210     MOVE PLT-EMPLOYEE (PLAN-SUB) TO TL-EMPLOYEE.                 IH347     
005220     MOVE PLT-EMPLOYER (PLAN-SUB) TO TL-EMPLOYER.                 IH347     
005230     IF STATEMENT-RUN                                             IH347     
005240         MOVE PLT-SUBJECT (PLAN-SUB) TO TL-EMPLOYER               IH347     
005250         MOVE PLT-TOT-RETIRE (PLAN-SUB) TO TL-TOTAL               IH347     
005260         GO TO 380500.                                            IH347     
005270     MOVE PLT-EMPLOYEE (PLAN-SUB) TO GRAND-TOTAL.                 IH347     
005280     ADD PLT-EMPLOYER (PLAN-SUB) TO GRAND-TOTAL.                  IH347     
005290     MOVE GRAND-TOTAL TO TL-TOTAL.                                IH347     
005300 380500.                                                          IH347     
005310     WRITE RETIRE-REPORT-REC FROM TRANS-LINE                      IH347     
005320         AFTER ADVANCING 1 LINES.                                 IH347     
005330     ADD PLT-MEMBERS (PLAN-SUB) TO GRAND-MEMBERS.                 IH347     
005340     ADD PLT-EMPLOYEE (PLAN-SUB) TO GRAND-EMPLOYEE.               IH347     
005350     ADD PLT-EMPLOYER (PLAN-SUB) TO GRAND-EMPLOYER.               IH347     
005360 380990.                                                          IH347     
005370     EXIT.                                                        IH347     
005380 390000.                                                          IH347     
005390     PERFORM 350000 THRU 350990.                                  IH347     
005400     MOVE "RETIREMENT TRANSMITTAL" TO RH-TITLE.                   IH347     
005410     ADD 1 TO PAGE-COUNT.                                         IH347     
005420     MOVE PAGE-COUNT TO RH-PAGE.                                  IH347     
005430     WRITE RETIRE-REPORT-REC FROM REP-HEAD-1                      IH347     
005440         AFTER ADVANCING PAGE.                                    IH347     
005450     MOVE SPACES TO RH-PLAN-CODE, RH-PLAN-NAME.                   IH347     
005460     MOVE ZERO TO RH-EMPLOYER-PCT.                                IH347     
005470     WRITE RETIRE-REPORT-REC FROM REP-HEAD-2                      IH347     
005480         AFTER ADVANCING 2 LINES.                                 IH347     
005490     WRITE RETIRE-REPORT-REC FROM TRANS-HEAD                      IH347     
005500         AFTER ADVANCING 2 LINES.                                 IH347     
005510     PERFORM 380000 THRU 380990                                   IH347     
005520         VARYING PLAN-SUB FROM 1 BY 1                             IH347     
005530         UNTIL PLAN-SUB GREATER THAN PLAN-COUNT.                  IH347     
005540     MOVE "TRANSMITTAL TOTAL" TO RT-LEVEL.                        IH347     
005550     MOVE GRAND-MEMBERS TO RT-MEMBERS.                            IH347     
005560     MOVE GRAND-EMPLOYEE TO RT-EMPLOYEE.                          IH347     
005570     MOVE GRAND-EMPLOYER TO RT-EMPLOYER.                          IH347     
005580     MOVE GRAND-EMPLOYEE TO GRAND-TOTAL.                          IH347     
005590     ADD GRAND-EMPLOYER TO GRAND-TOTAL.                           IH347     
005600     MOVE GRAND-TOTAL TO RT-TOTAL.                                IH347     
005610     WRITE RETIRE-REPORT-REC FROM REP-TOTAL-LINE                  IH347     
005620         AFTER ADVANCING 2 LINES.                                 IH347     
005630     WRITE RETIRE-REPORT-REC FROM TRANS-CERTIFY                   IH347     
005640         AFTER ADVANCING 4 LINES.                                 IH347     
005650 399990.                                                          IH347     
005660     EXIT.                                                        IH347     
005670 408010.                                                          IH347     
005680     IF REMIT-RUN                                                 IH347     
005690         DISPLAY "IH347 WORK RECORDS IN " WORK-IN-COUNT           IH347     
005700         DISPLAY "IH347 MEMBERS REMIT   " MEMBER-COUNT            IH347     
005710         DISPLAY "IH347 EXCEPTIONS      " EXCEPTION-COUNT         IH347     
005720         DISPLAY "IH347 EMPLOYEE SHARE  " GRAND-EMPLOYEE          IH347     
005730         DISPLAY "IH347 EMPLOYER SHARE  " GRAND-EMPLOYER          IH347     
005740         CLOSE PAYROLL-WORK-FILE WITH LOCK.                       IH347     
005750     IF STATEMENT-RUN                                             IH347     
005760         DISPLAY "IH347 MASTERS IN      " MSTR-IN-COUNT           IH347     
005770         DISPLAY "IH347 STATEMENTS      " STATEMENT-COUNT         IH347     
005780         DISPLAY "IH347 YEAR CONTRIB    " GRAND-EMPLOYEE.         IH347     
005790     CLOSE RETIRE-REPORT-FILE WITH LOCK.                          IH347     
005800         STOP RUN.                                                IH347     
005810 490000.                                                          IH347     
005820     DISPLAY "XXXXXXXXXX RETIREMENT PARAMETER CARD ERROR".        IH347     
005830     STOP "XXXXXXXXXX HALT 0001".                                 IH347     
005840     GO TO 490000.                                                IH347     
005850 492000.                                                          IH347     
005860     DISPLAY "XXXXXXXXXX NO RETIREMENT PLAN CARDS".               IH347     
005870     STOP "XXXXXXXXXX HALT 0002".                                 IH347     
005880     GO TO 492000.                                                IH347     
005890 510000.                                                          IH347     
005900     IF PLT-CODE (PLAN-SUB) EQUAL TO SEARCH-CODE                  IH347     
005910         MOVE PLAN-SUB TO PLAN-FOUND.                             IH347     
005920 510990.                                                          IH347     
005930     EXIT.                                                        IH347     
