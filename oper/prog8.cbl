000010 IDENTIFICATION DIVISION.                                         A226P8  
000020 PROGRAM-ID.                                                      A226P8  
000030     A226P8.                                                      A226P8  
000040 REMARKS.                                                         A226P8  
000050     PRINT ORDER AND CIRCULATION STATEMENT FOR ONE ISSUE FROM     A226P8  
000060     THE TEACHER/SCHOOL ACCOUNT MASTERS.  THE ISSUE IS ENTERED    A226P8  
000070     AT THE CONSOLE AS IIY.  A TEACHER ACCOUNT IS COUNTED WHEN    A226P8  
000080     THE ISSUE FALLS FROM ITS BEGIN ISSUE THROUGH ITS EXPIRE      A226P8  
000090     ISSUE AND IT IS NOT FLAGGED LAPSED.  THE COPY COUNTS ARE     A226P8  
000100     THE CURRENT COPIES UNLESS REVISION ONE, TWO OR THREE HAS     A226P8  
000110     TAKEN EFFECT BY THE ISSUE, IN WHICH CASE THE LATEST          A226P8  
000120     EFFECTIVE REVISION IS USED.  STUDENT, TEACHER, RECORD AND    A226P8  
000130     FILM COPIES ARE TOTALED BY EDITION FOR THE PRINTER AND BY    A226P8  
000140     ZIP-HIGH ZONE FOR THE POST OFFICE.  THE CONTROL TOTALS       A226P8  
000150     ACCOUNT FOR EVERY MASTER RECORD READ AND THE TWO REPORTS     A226P8  
000160     MUST AGREE OR THE RUN IS FLAGGED OUT OF BALANCE.             A226P8  
000170 ENVIRONMENT DIVISION.                                            A226P8  
000180 CONFIGURATION SECTION.                                           A226P8  
000190 SOURCE-COMPUTER. IBM-360 F50.                                    A226P8  
000200 OBJECT-COMPUTER. IBM-360 F50.                                    A226P8  
000210 INPUT-OUTPUT SECTION.                                            A226P8  
000220 FILE-CONTROL.                                                    A226P8  
000230     SELECT INPUT-MASTER-FILE ASSIGN TO SYS010-UT-2400-S-IPMAST.  A226P8  
000240     SELECT PRINT-FILE ASSIGN TO SYS015-UR-1403-S.                A226P8  
000250 DATA DIVISION.                                                   A226P8  
000260 FILE SECTION.                                                    A226P8  
000270 FD  INPUT-MASTER-FILE                                            A226P8  
000280     RECORD CONTAINS 109 TO 164 CHARACTERS                        A226P8  
000290     BLOCK CONTAINS  1360  CHARACTERS                             A226P8  
000300     RECORDING MODE IS V                                          A226P8  
000310     LABEL RECORDS ARE STANDARD                                   A226P8  
000320     DATA RECORDS ARE  INPUT-TEACHER-MASTER,                      A226P8  
000330         INPUT-SCHOOL-MASTER.                                     A226P8  
000340 01  INPUT-TEACHER-MASTER        SYNC.                            A226P8  
000350     02  ID-NUMBER.                                               A226P8  
000360         03  ZIP-CODE            PICTURE  9[5].                   A226P8  
000370         03  CODE-ZIP REDEFINES ZIP-CODE.                         A226P8  
000380             04  ZIP-HIGH        PICTURE 9.                       A226P8  
000390             04  FILLER          PICTURE X[4].                    A226P8  
000400         03  SCH-NUMBER          PICTURE  999.                    A226P8  
000410         03  EDITION             PICTURE  99.                     A226P8  
000420         03  TCH-NUMBER          PICTURE  999.                    A226P8  
000430         03  CHECK-DIGIT         PICTURE     9.                   A226P8  
000440     02  ID-SCHOOL-VIEW REDEFINES ID-NUMBER.                      A226P8  
000450         03  ID-SCHOOL           PICTURE X[8].                    A226P8  
000460         03  FILLER              PICTURE X[6].                    A226P8  
000470     02  CURRENT-COPYI.                                           A226P8  
000480         03  STUD-COPYI          PICTURE    9[4].                 A226P8  
000490         03  PAID-TCHI           PICTURE    99.                   A226P8  
000500         03  RECSI               PICTURE    99.                   A226P8  
000510         03  FILMI               PICTURE    99.                   A226P8  
000520         03  XTCI                PICTURE    99.                   A226P8  
000530     02  AMOUNT-PAIDI  PICTURE S9[4]V99 COMP-3 SYNC.              A226P8  
000540     02  MAST-BODY-2             PICTURE X[39].                   A226P8  
000550     02  ISSUE-DATESI.                                            A226P8  
000560         03  BEGINI.                                              A226P8  
000570             04  BEG-ISSI        PICTURE    99.                   A226P8  
000580             04  BEG-YEARI       PICTURE    9.                    A226P8  
000590         03  EXPIREI.                                             A226P8  
000600             04  EXP-ISSI        PICTURE    99.                   A226P8  
000610             04  EXP-YEARI       PICTURE    9.                    A226P8  
000620     02  CHARGESI                PICTURE X[18].                   A226P8  
000630     02  REVISIONSI.                                              A226P8  
000640         03  REV-ENTRY OCCURS 3 TIMES.                            A226P8  
000650             04  REV-STUDI       PICTURE     9[4].                A226P8  
000660             04  REV-TCHI        PICTURE       99.                A226P8  
000670             04  REV-RECI        PICTURE       99.                A226P8  
000680             04  REV-FILMI       PICTURE       99.                A226P8  
000690             04  REV-ISSUEI.                                      A226P8  
000700                 05  REV-ISSI    PICTURE    99.                   A226P8  
000710                 05  REV-YEARI   PICTURE        9.                A226P8  
000720     02  MAST-REST               PICTURE X[28].                   A226P8  
000730     02  LAPSE-FLAGI             PICTURE X.                       A226P8  
000740         88  LAPSED-ACCT         VALUE :L:.                       A226P8  
000750     02  FILLER                  PICTURE XXX.                     A226P8  
000760 01  INPUT-SCHOOL-MASTER         SYNC.                            A226P8  
000770     02  S-ID-NUMBER.                                             A226P8  
000780         03  S-ZIP-CODE          PICTURE  9[5].                   A226P8  
000790         03  S-SCH-NUMBER        PICTURE  999.                    A226P8  
000800         03  BLANKS              PICTURE  X[5].                   A226P8  
000810             88  SCH-RECORD      VALUE SPACES.                    A226P8  
000820         03  S-CHECK-DIGIT       PICTURE     9.                   A226P8  
000830     02  FILLER                  PICTURE X[95].                   A226P8  
000840 FD  PRINT-FILE                                                   A226P8  
000850     RECORDING MODE IS F                                          A226P8  
000860     RECORD CONTAINS 100 CHARACTERS                               A226P8  
000870     LABEL RECORDS ARE OMITTED                                    A226P8  
000880     DATA RECORD IS PRINT-REC.                                    A226P8  
000890 01  PRINT-REC               PICTURE X[100].                      A226P8  
000900 WORKING-STORAGE SECTION.                                         A226P8  
000910 77  ISS-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P8  
000920 77  BEG-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P8  
000930 77  EXP-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P8  
000940 77  REV-KEY         PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P8  
000950 77  BEST-KEY        PICTURE 9[4] COMP SYNC VALUE ZERO.           A226P8  
000960 77  REV-SUB         PICTURE 9 COMP SYNC VALUE ZERO.              A226P8  
000970 77  ED-SUB          PICTURE 999 COMP SYNC VALUE ZERO.            A226P8  
000980 77  ZONE-SUB        PICTURE 99 COMP SYNC VALUE ZERO.             A226P8  
000990 77  SCHOOL-CT       PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001000 77  TEACHER-CT      PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001010 77  ACTIVE-CT       PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001020 77  INACTIVE-CT     PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001030 77  LAPSED-CT       PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001040 77  NODATE-CT       PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001050 77  BADED-CT        PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001060 77  REVISED-CT      PICTURE 9[5] COMP SYNC VALUE ZERO.           A226P8  
001070 77  ZONE-DIGIT      PICTURE 9 VALUE ZERO.                        A226P8  
001080 77  LAST-SCHOOL     PICTURE X[8] VALUE SPACES.                   A226P8  
001090 01  ISSUE-IN.                                                    A226P8  
001100     02  IN-ISS          PICTURE 99.                              A226P8  
001110     02  IN-YR           PICTURE 9.                               A226P8  
001120 01  COPY-WORK.                                                   A226P8  
001130     02  CW-STUD         PICTURE 9[5] COMP SYNC.                  A226P8  
001140     02  CW-TCH          PICTURE 9[5] COMP SYNC.                  A226P8  
001150     02  CW-REC          PICTURE 9[5] COMP SYNC.                  A226P8  
001160     02  CW-FILM         PICTURE 9[5] COMP SYNC.                  A226P8  
001170 01  ED-TABLE.                                                    A226P8  
001180     02  ED-ENTRY OCCURS 99 TIMES.                                A226P8  
001190         03  ET-ACCTS        PICTURE 9[5] COMP SYNC.              A226P8  
001200         03  ET-STUD         PICTURE 9[7] COMP SYNC.              A226P8  
001210         03  ET-TCH          PICTURE 9[7] COMP SYNC.              A226P8  
001220         03  ET-REC          PICTURE 9[7] COMP SYNC.              A226P8  
001230         03  ET-FILM         PICTURE 9[7] COMP SYNC.              A226P8  
001240 01  ZONE-TABLE.                                                  A226P8  
001250     02  ZONE-ENTRY OCCURS 10 TIMES.                              A226P8  
001260         03  ZT-SCHOOLS      PICTURE 9[5] COMP SYNC.              A226P8  
001270         03  ZT-ACCTS        PICTURE 9[5] COMP SYNC.              A226P8  
001280         03  ZT-STUD         PICTURE 9[7] COMP SYNC.              A226P8  
001290         03  ZT-TCH          PICTURE 9[7] COMP SYNC.              A226P8  
001300         03  ZT-REC          PICTURE 9[7] COMP SYNC.              A226P8  
001310         03  ZT-FILM         PICTURE 9[7] COMP SYNC.              A226P8  
001320 01  ED-TOTALS.                                                   A226P8  
001330     02  ETT-ACCTS           PICTURE 9[5] COMP SYNC.              A226P8  
001340     02  ETT-STUD            PICTURE 9[7] COMP SYNC.              A226P8  
001350     02  ETT-TCH             PICTURE 9[7] COMP SYNC.              A226P8  
001360     02  ETT-REC             PICTURE 9[7] COMP SYNC.              A226P8  
001370     02  ETT-FILM            PICTURE 9[7] COMP SYNC.              A226P8  
001380 01  ZONE-TOTALS.                                                 A226P8  
001390     02  ZTT-SCHOOLS         PICTURE 9[5] COMP SYNC.              A226P8  
001400     02  ZTT-ACCTS           PICTURE 9[5] COMP SYNC.              A226P8  
001410     02  ZTT-STUD            PICTURE 9[7] COMP SYNC.              A226P8  
001420     02  ZTT-TCH             PICTURE 9[7] COMP SYNC.              A226P8  
001430     02  ZTT-REC             PICTURE 9[7] COMP SYNC.              A226P8  
001440     02  ZTT-FILM            PICTURE 9[7] COMP SYNC.              A226P8  
001450 01  PO-HEAD.                                                     A226P8  
001460     02  FILLER  PICTURE X[20] VALUE SPACES.                      A226P8  
001470     02  FILLER  PICTURE X[27] VALUE                              A226P8  
001480         :PRINT ORDER BY EDITION  -  :.                           A226P8  
001490     02  FILLER  PICTURE X[6] VALUE :ISSUE :.                     A226P8  
001500     02  PH-ISS          PICTURE 99.                              A226P8  
001510     02  FILLER  PICTURE X[6] VALUE : YEAR :.                     A226P8  
001520     02  PH-YR           PICTURE 9.                               A226P8  
001530 01  PO-COL-HEAD.                                                 A226P8  
001540     02  FILLER  PICTURE X[45] VALUE                              A226P8  
001550         :EDITION   ACCTS   STUDENT   TEACHER     TOTAL:.         A226P8  
001560     02  FILLER  PICTURE X[20] VALUE                              A226P8  
001570         :   RECORDS      FILM:.                                  A226P8  
001580 01  PO-LINE.                                                     A226P8  
001590     02  FILLER          PICTURE XX VALUE SPACES.                 A226P8  
001600     02  PL-EDITION      PICTURE XX.                              A226P8  
001610     02  FILLER          PICTURE X[5] VALUE SPACES.               A226P8  
001620     02  PL-ACCTS        PICTURE ZZ,ZZ9.                          A226P8  
001630     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001640     02  PL-STUD         PICTURE Z,ZZZ,ZZ9.                       A226P8  
001650     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001660     02  PL-TCH          PICTURE Z,ZZZ,ZZ9.                       A226P8  
001670     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001680     02  PL-TOTAL        PICTURE Z,ZZZ,ZZ9.                       A226P8  
001690     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001700     02  PL-REC          PICTURE Z,ZZZ,ZZ9.                       A226P8  
001710     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001720     02  PL-FILM         PICTURE Z,ZZZ,ZZ9.                       A226P8  
001730 01  CS-HEAD.                                                     A226P8  
001740     02  FILLER  PICTURE X[20] VALUE SPACES.                      A226P8  
001750     02  FILLER  PICTURE X[34] VALUE                              A226P8  
001760         :CIRCULATION STATEMENT BY ZONE  -  :.                    A226P8  
001770     02  FILLER  PICTURE X[6] VALUE :ISSUE :.                     A226P8  
001780     02  CH-ISS          PICTURE 99.                              A226P8  
001790     02  FILLER  PICTURE X[6] VALUE : YEAR :.                     A226P8  
001800     02  CH-YR           PICTURE 9.                               A226P8  
001810 01  CS-COL-HEAD.                                                 A226P8  
001820     02  FILLER  PICTURE X[40] VALUE                              A226P8  
001830         :ZONE SCHOOLS   ACCTS   STUDENT   TEACHER:.              A226P8  
001840     02  FILLER  PICTURE X[30] VALUE                              A226P8  
001850         :     TOTAL   RECORDS      FILM:.                        A226P8  
001860 01  CS-LINE.                                                     A226P8  
001870     02  FILLER          PICTURE XXX VALUE SPACES.                A226P8  
001880     02  CL-ZONE         PICTURE X.                               A226P8  
001890     02  FILLER          PICTURE XX VALUE SPACES.                 A226P8  
001900     02  CL-SCHOOLS      PICTURE ZZ,ZZ9.                          A226P8  
001910     02  FILLER          PICTURE XX VALUE SPACES.                 A226P8  
001920     02  CL-ACCTS        PICTURE ZZ,ZZ9.                          A226P8  
001930     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001940     02  CL-STUD         PICTURE Z,ZZZ,ZZ9.                       A226P8  
001950     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001960     02  CL-TCH          PICTURE Z,ZZZ,ZZ9.                       A226P8  
001970     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
001980     02  CL-TOTAL        PICTURE Z,ZZZ,ZZ9.                       A226P8  
001990     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
002000     02  CL-REC          PICTURE Z,ZZZ,ZZ9.                       A226P8  
002010     02  FILLER          PICTURE X VALUE SPACES.                  A226P8  
002020     02  CL-FILM         PICTURE Z,ZZZ,ZZ9.                       A226P8  
002030 01  CTL-LINE.                                                    A226P8  
002040     02  FILLER          PICTURE X[5] VALUE SPACES.               A226P8  
002050     02  CT-TEXT         PICTURE X[30].                           A226P8  
002060     02  CT-COUNT        PICTURE ZZZ,ZZ9.                         A226P8  
002070 01  CTL-MSG-LINE.                                                A226P8  
002080     02  FILLER          PICTURE X[5] VALUE SPACES.               A226P8  
002090     02  CM-TEXT         PICTURE X[40].                           A226P8  
002100 PROCEDURE DIVISION.                                              A226P8  
002110 HOUSEKEEPING.                                                    A226P8  
002120     DISPLAY :ENTER ISSUE IIY: UPON CONSOLE.                      A226P8  
002130     ACCEPT ISSUE-IN FROM CONSOLE.                                A226P8  
002140     IF ISSUE-IN NOT NUMERIC                                      A226P8  
002150         DISPLAY :A226P8 BAD ISSUE: UPON CONSOLE                  A226P8  
002160         STOP RUN.                                                A226P8  
002170     COMPUTE ISS-KEY = [IN-YR * 100] + IN-ISS.                    A226P8  
002180     PERFORM CLEAR-ED THRU CLEAR-ED-EXIT                          A226P8  
002190         VARYING ED-SUB FROM 1 BY 1                               A226P8  
002200         UNTIL ED-SUB GREATER THAN 99.                            A226P8  
002210     PERFORM CLEAR-ZONE THRU CLEAR-ZONE-EXIT                      A226P8  
002220         VARYING ZONE-SUB FROM 1 BY 1                             A226P8  
002230         UNTIL ZONE-SUB GREATER THAN 10.                          A226P8  
002240     OPEN INPUT INPUT-MASTER-FILE.                                A226P8  
002250     OPEN OUTPUT PRINT-FILE.                                      A226P8  
002260 MASTER-READ.                                                     A226P8  
002270     READ INPUT-MASTER-FILE AT END GO TO MASTER-DONE.             A226P8  
002280     IF SCH-RECORD                                                A226P8  
002290         ADD 1 TO SCHOOL-CT                                       A226P8  
002300         GO TO MASTER-READ.                                       A226P8  
002310     ADD 1 TO TEACHER-CT.                                         A226P8  
002320     IF LAPSED-ACCT                                               A226P8  
002330         ADD 1 TO LAPSED-CT                                       A226P8  
002340         GO TO MASTER-READ.                                       A226P8  
002350     IF BEGINI NOT NUMERIC OR EXPIREI NOT NUMERIC                 A226P8  
002360         ADD 1 TO NODATE-CT                                       A226P8  
002370         GO TO MASTER-READ.                                       A226P8  
002380     COMPUTE BEG-KEY = [BEG-YEARI * 100] + BEG-ISSI.              A226P8  
002390     COMPUTE EXP-KEY = [EXP-YEARI * 100] + EXP-ISSI.              A226P8  
002400     IF ISS-KEY LESS THAN BEG-KEY OR ISS-KEY GREATER THAN EXP-KEY A226P8  
002410         ADD 1 TO INACTIVE-CT                                     A226P8  
002420         GO TO MASTER-READ.                                       A226P8  
002430     IF EDITION LESS THAN 1                                       A226P8  
002440         ADD 1 TO BADED-CT                                        A226P8  
002450         GO TO MASTER-READ.                                       A226P8  
002460     ADD 1 TO ACTIVE-CT.                                          A226P8  
002470     MOVE ZERO TO CW-STUD CW-TCH CW-REC CW-FILM BEST-KEY.         A226P8  
002480     IF STUD-COPYI NUMERIC MOVE STUD-COPYI TO CW-STUD.            A226P8  
002490     IF PAID-TCHI NUMERIC MOVE PAID-TCHI TO CW-TCH.               A226P8  
002500     IF RECSI NUMERIC MOVE RECSI TO CW-REC.                       A226P8  
002510     IF FILMI NUMERIC MOVE FILMI TO CW-FILM.                      A226P8  
002520     PERFORM APPLY-REVISION THRU APPLY-REVISION-EXIT              A226P8  
002530         VARYING REV-SUB FROM 1 BY 1                              A226P8  
002540         UNTIL REV-SUB GREATER THAN 3.                            A226P8  
002550     IF BEST-KEY GREATER THAN ZERO ADD 1 TO REVISED-CT.           A226P8  
002560     MOVE EDITION TO ED-SUB.                                      A226P8  
002570     ADD 1 TO ET-ACCTS [ED-SUB].                                  A226P8  
002580     ADD CW-STUD TO ET-STUD [ED-SUB].                             A226P8  
002590     ADD CW-TCH TO ET-TCH [ED-SUB].                               A226P8  
002600     ADD CW-REC TO ET-REC [ED-SUB].                               A226P8  
002610     ADD CW-FILM TO ET-FILM [ED-SUB].                             A226P8  
002620     MOVE ZIP-HIGH TO ZONE-SUB.                                   A226P8  
002630     ADD 1 TO ZONE-SUB.                                           A226P8  
002640     IF ID-SCHOOL NOT EQUAL TO LAST-SCHOOL                        A226P8  
002650         MOVE ID-SCHOOL TO LAST-SCHOOL                            A226P8  
002660         ADD 1 TO ZT-SCHOOLS [ZONE-SUB].                          A226P8  
002670     ADD 1 TO ZT-ACCTS [ZONE-SUB].                                A226P8  
002680     ADD CW-STUD TO ZT-STUD [ZONE-SUB].                           A226P8  
002690     ADD CW-TCH TO ZT-TCH [ZONE-SUB].                             A226P8  
002700     ADD CW-REC TO ZT-REC [ZONE-SUB].                             A226P8  
002710     ADD CW-FILM TO ZT-FILM [ZONE-SUB].                           A226P8  
002720     GO TO MASTER-READ.                                           A226P8  
002730 APPLY-REVISION.                                                  A226P8  
002740     IF REV-ISSUEI [REV-SUB] NOT NUMERIC                          A226P8  
002750         GO TO APPLY-REVISION-EXIT.                               A226P8  
002760     COMPUTE REV-KEY = [REV-YEARI [REV-SUB] * 100]                A226P8  
002770         + REV-ISSI [REV-SUB].                                    A226P8  
002780     IF REV-KEY EQUAL TO ZERO GO TO APPLY-REVISION-EXIT.          A226P8  
002790     IF REV-KEY GREATER THAN ISS-KEY GO TO APPLY-REVISION-EXIT.   A226P8  
002800     IF REV-KEY LESS THAN BEST-KEY GO TO APPLY-REVISION-EXIT.     A226P8  
002810     MOVE REV-KEY TO BEST-KEY.                                    A226P8  
002820     MOVE ZERO TO CW-STUD CW-TCH CW-REC CW-FILM.                  A226P8  
002830     IF REV-STUDI [REV-SUB] NUMERIC                               A226P8  
002840         MOVE REV-STUDI [REV-SUB] TO CW-STUD.                     A226P8  
002850     IF REV-TCHI [REV-SUB] NUMERIC                                A226P8  
002860         MOVE REV-TCHI [REV-SUB] TO CW-TCH.                       A226P8  
002870     IF REV-RECI [REV-SUB] NUMERIC                                A226P8  
002880         MOVE REV-RECI [REV-SUB] TO CW-REC.                       A226P8  
002890     IF REV-FILMI [REV-SUB] NUMERIC                               A226P8  
002900         MOVE REV-FILMI [REV-SUB] TO CW-FILM.                     A226P8  
002910 APPLY-REVISION-EXIT.                                             A226P8  
002920     EXIT.                                                        A226P8  
002930 CLEAR-ED.                                                        A226P8  
002940     MOVE ZERO TO ET-ACCTS [ED-SUB] ET-STUD [ED-SUB].             A226P8  
002950     MOVE ZERO TO ET-TCH [ED-SUB] ET-REC [ED-SUB].                A226P8  
002960     MOVE ZERO TO ET-FILM [ED-SUB].                               A226P8  
002970 CLEAR-ED-EXIT.                                                   A226P8  
002980     EXIT.                                                        A226P8  
002990 CLEAR-ZONE.                                                      A226P8  
003000     MOVE ZERO TO ZT-SCHOOLS [ZONE-SUB] ZT-ACCTS [ZONE-SUB].      A226P8  
003010     MOVE ZERO TO ZT-STUD [ZONE-SUB] ZT-TCH [ZONE-SUB].           A226P8  
003020     MOVE ZERO TO ZT-REC [ZONE-SUB] ZT-FILM [ZONE-SUB].           A226P8  
003030 CLEAR-ZONE-EXIT.                                                 A226P8  
003040     EXIT.                                                        A226P8  
003050 MASTER-DONE.                                                     A226P8  
003060     CLOSE INPUT-MASTER-FILE.                                     A226P8  
003070     MOVE IN-ISS TO PH-ISS CH-ISS.                                A226P8  
003080     MOVE IN-YR TO PH-YR CH-YR.                                   A226P8  
003090     MOVE ZERO TO ETT-ACCTS ETT-STUD ETT-TCH ETT-REC ETT-FILM.    A226P8  
003100     WRITE PRINT-REC FROM PO-HEAD AFTER ADVANCING 2 LINES.        A226P8  
003110     WRITE PRINT-REC FROM PO-COL-HEAD AFTER ADVANCING 2 LINES.    A226P8  
003120     PERFORM PRINT-EDITION THRU PRINT-EDITION-EXIT                A226P8  
003130         VARYING ED-SUB FROM 1 BY 1                               A226P8  
003140         UNTIL ED-SUB GREATER THAN 99.                            A226P8  
003150     MOVE :**: TO PL-EDITION.                                     A226P8  
003160     MOVE ETT-ACCTS TO PL-ACCTS.                                  A226P8  
003170     MOVE ETT-STUD TO PL-STUD.                                    A226P8  
003180     MOVE ETT-TCH TO PL-TCH.                                      A226P8  
003190     COMPUTE PL-TOTAL = ETT-STUD + ETT-TCH.                       A226P8  
003200     MOVE ETT-REC TO PL-REC.                                      A226P8  
003210     MOVE ETT-FILM TO PL-FILM.                                    A226P8  
003220     WRITE PRINT-REC FROM PO-LINE AFTER ADVANCING 2 LINES.        A226P8  
003230     MOVE ZERO TO ZTT-SCHOOLS ZTT-ACCTS ZTT-STUD.                 A226P8  
003240     MOVE ZERO TO ZTT-TCH ZTT-REC ZTT-FILM.                       A226P8  
003250     WRITE PRINT-REC FROM CS-HEAD AFTER ADVANCING 3 LINES.        A226P8  
003260     WRITE PRINT-REC FROM CS-COL-HEAD AFTER ADVANCING 2 LINES.    A226P8  
003270     PERFORM PRINT-ZONE THRU PRINT-ZONE-EXIT                      A226P8  
003280         VARYING ZONE-SUB FROM 1 BY 1                             A226P8  
003290         UNTIL ZONE-SUB GREATER THAN 10.                          A226P8  
003300     MOVE :*: TO CL-ZONE.                                         A226P8  
003310     MOVE ZTT-SCHOOLS TO CL-SCHOOLS.                              A226P8  
003320     MOVE ZTT-ACCTS TO CL-ACCTS.                                  A226P8  
003330     MOVE ZTT-STUD TO CL-STUD.                                    A226P8  
003340     MOVE ZTT-TCH TO CL-TCH.                                      A226P8  
003350     COMPUTE CL-TOTAL = ZTT-STUD + ZTT-TCH.                       A226P8  
003360     MOVE ZTT-REC TO CL-REC.                                      A226P8  
003370     MOVE ZTT-FILM TO CL-FILM.                                    A226P8  
003380     WRITE PRINT-REC FROM CS-LINE AFTER ADVANCING 2 LINES.        A226P8  
003390     PERFORM PRINT-CONTROLS THRU PRINT-CONTROLS-EXIT.             A226P8  
003400     CLOSE PRINT-FILE.                                            A226P8  
003410     DISPLAY :A226P8 PRINT ORDER DONE: UPON CONSOLE.              A226P8  
003420     STOP RUN.                                                    A226P8  
003430 PRINT-EDITION.                                                   A226P8  
003440     IF ET-ACCTS [ED-SUB] EQUAL TO ZERO                           A226P8  
003450         GO TO PRINT-EDITION-EXIT.                                A226P8  
003460     MOVE ED-SUB TO PL-EDITION.                                   A226P8  
003470     MOVE ET-ACCTS [ED-SUB] TO PL-ACCTS.                          A226P8  
003480     MOVE ET-STUD [ED-SUB] TO PL-STUD.                            A226P8  
003490     MOVE ET-TCH [ED-SUB] TO PL-TCH.                              A226P8  
003500     COMPUTE PL-TOTAL = ET-STUD [ED-SUB] + ET-TCH [ED-SUB].       A226P8  
003510     MOVE ET-REC [ED-SUB] TO PL-REC.                              A226P8  
003520     MOVE ET-FILM [ED-SUB] TO PL-FILM.                            A226P8  
003530     WRITE PRINT-REC FROM PO-LINE AFTER ADVANCING 1 LINES.        A226P8  
003540     ADD ET-ACCTS [ED-SUB] TO ETT-ACCTS.                          A226P8  
003550     ADD ET-STUD [ED-SUB] TO ETT-STUD.                            A226P8  
003560     ADD ET-TCH [ED-SUB] TO ETT-TCH.                              A226P8  
003570     ADD ET-REC [ED-SUB] TO ETT-REC.                              A226P8  
003580     ADD ET-FILM [ED-SUB] TO ETT-FILM.                            A226P8  
003590 PRINT-EDITION-EXIT.                                              A226P8  
003600     EXIT.                                                        A226P8  
003610 PRINT-ZONE.                                                      A226P8  
003620     IF ZT-ACCTS [ZONE-SUB] EQUAL TO ZERO                         A226P8  
003630         GO TO PRINT-ZONE-EXIT.                                   A226P8  
003640     COMPUTE ZONE-DIGIT = ZONE-SUB - 1.                           A226P8  
003650     MOVE ZONE-DIGIT TO CL-ZONE.                                  A226P8  
003660     MOVE ZT-SCHOOLS [ZONE-SUB] TO CL-SCHOOLS.                    A226P8  
003670     MOVE ZT-ACCTS [ZONE-SUB] TO CL-ACCTS.                        A226P8  
003680     MOVE ZT-STUD [ZONE-SUB] TO CL-STUD.                          A226P8  
003690     MOVE ZT-TCH [ZONE-SUB] TO CL-TCH.                            A226P8  
003700     COMPUTE CL-TOTAL = ZT-STUD [ZONE-SUB] + ZT-TCH [ZONE-SUB].   A226P8  
003710     MOVE ZT-REC [ZONE-SUB] TO CL-REC.                            A226P8  
003720     MOVE ZT-FILM [ZONE-SUB] TO CL-FILM.                          A226P8  
003730     WRITE PRINT-REC FROM CS-LINE AFTER ADVANCING 1 LINES.        A226P8  
003740     ADD ZT-SCHOOLS [ZONE-SUB] TO ZTT-SCHOOLS.                    A226P8  
003750     ADD ZT-ACCTS [ZONE-SUB] TO ZTT-ACCTS.                        A226P8  
003760     ADD ZT-STUD [ZONE-SUB] TO ZTT-STUD.                          A226P8  
003770     ADD ZT-TCH [ZONE-SUB] TO ZTT-TCH.                            A226P8  
003780     ADD ZT-REC [ZONE-SUB] TO ZTT-REC.                            A226P8  
003790     ADD ZT-FILM [ZONE-SUB] TO ZTT-FILM.                          A226P8  
003800 PRINT-ZONE-EXIT.                                                 A226P8  
003810     EXIT.                                                        A226P8  
003820 PRINT-CONTROLS.                                                  A226P8  
003830     MOVE :SCHOOL RECORDS READ: TO CT-TEXT.                       A226P8  
003840     MOVE SCHOOL-CT TO CT-COUNT.                                  A226P8  
003850     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 3 LINES.       A226P8  
003860     MOVE :TEACHER RECORDS READ: TO CT-TEXT.                      A226P8  
003870     MOVE TEACHER-CT TO CT-COUNT.                                 A226P8  
003880     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 1 LINES.       A226P8  
003890     MOVE :  COUNTED THIS ISSUE: TO CT-TEXT.                      A226P8  
003900     MOVE ACTIVE-CT TO CT-COUNT.                                  A226P8  
003910     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 1 LINES.       A226P8  
003920     MOVE :    ON A REVISION: TO CT-TEXT.                         A226P8  
003930     MOVE REVISED-CT TO CT-COUNT.                                 A226P8  
003940     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 1 LINES.       A226P8  
003950     MOVE :  NOT STARTED OR EXPIRED: TO CT-TEXT.                  A226P8  
003960     MOVE INACTIVE-CT TO CT-COUNT.                                A226P8  
003970     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 1 LINES.       A226P8  
003980     MOVE :  FLAGGED LAPSED: TO CT-TEXT.                          A226P8  
003990     MOVE LAPSED-CT TO CT-COUNT.                                  A226P8  
004000     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 1 LINES.       A226P8  
004010     MOVE :  NO ISSUE DATES: TO CT-TEXT.                          A226P8  
004020     MOVE NODATE-CT TO CT-COUNT.                                  A226P8  
004030     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 1 LINES.       A226P8  
004040     MOVE :  EDITION ZERO: TO CT-TEXT.                            A226P8  
004050     MOVE BADED-CT TO CT-COUNT.                                   A226P8  
004060     WRITE PRINT-REC FROM CTL-LINE AFTER ADVANCING 1 LINES.       A226P8  
004070     IF ACTIVE-CT + INACTIVE-CT + LAPSED-CT + NODATE-CT           A226P8  
004080         + BADED-CT NOT EQUAL TO TEACHER-CT                       A226P8  
004090         GO TO CONTROLS-OUT.                                      A226P8  
004100     IF ETT-ACCTS NOT EQUAL TO ACTIVE-CT                          A226P8  
004110         OR ZTT-ACCTS NOT EQUAL TO ACTIVE-CT                      A226P8  
004120         GO TO CONTROLS-OUT.                                      A226P8  
004130     IF ETT-STUD NOT EQUAL TO ZTT-STUD                            A226P8  
004140         OR ETT-TCH NOT EQUAL TO ZTT-TCH                          A226P8  
004150         OR ETT-REC NOT EQUAL TO ZTT-REC                          A226P8  
004160         OR ETT-FILM NOT EQUAL TO ZTT-FILM                        A226P8  
004170         GO TO CONTROLS-OUT.                                      A226P8  
004180     MOVE :PRINT ORDER AND CIRCULATION AGREE: TO CM-TEXT.         A226P8  
004190     WRITE PRINT-REC FROM CTL-MSG-LINE AFTER ADVANCING 2 LINES.   A226P8  
004200     GO TO PRINT-CONTROLS-EXIT.                                   A226P8  
004210 CONTROLS-OUT.                                                    A226P8  
004220     MOVE :**OUT OF BALANCE**: TO CM-TEXT.                        A226P8  
004230     WRITE PRINT-REC FROM CTL-MSG-LINE AFTER ADVANCING 2 LINES.   A226P8  
004240     DISPLAY :A226P8 PRINT ORDER OUT OF BALANCE: UPON CONSOLE.    A226P8  
004250 PRINT-CONTROLS-EXIT.                                             A226P8  
004260     EXIT.                                                        A226P8  
