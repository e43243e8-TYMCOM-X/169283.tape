       IDENTIFICATION DIVISION.                                         ROY00010
       PROGRAM-ID. :BR2055:.                                            ROY00020
       INSTALLATION. RCA RECORD DIVISION.                               ROY00030
       REMARKS. QUARTERLY ARTIST ROYALTY RUN AGAINST THE TUNE-INV AND   ROY00040
           SELECTION-INV CATALOG.  THE SALES CARDS FOR THE QUARTER      ROY00050
           GIVE NET UNITS BY SELECTION NUMBER AND RELEASE TYPE,         ROY00060
           CODED 1 TO 6 AS BR2035 DOES, BLANK MEANING ANY.  EACH        ROY00070
           TUNE ON A SOLD SELECTION IS CREDITED AN EQUAL SHARE OF       ROY00080
           UNITS X LIST PRICE X THE TUNE ARTIST ROYALTY RATE.  THE      ROY00090
           RATE FILE IS KEYED BY ARTIST, SELECTION AND RELEASE          ROY00100
           TYPE; A BLANK SELECTION OR RELEASE TYPE MAKES THE RATE       ROY00110
           APPLY TO ALL, AND THE MOST SPECIFIC RATE FOUND IS USED.      ROY00120
           ADVANCE CARDS ADD TO THE ARTIST UNRECOUPED BALANCE.          ROY00130
           EARNINGS PLUS ANY BALANCE CARRIED FROM THE PRIOR             ROY00140
           QUARTER FIRST RECOUP THE ADVANCES; THE REST IS PAYABLE       ROY00150
           IF IT REACHES THE PARM MINIMUM, ELSE IT IS CARRIED           ROY00160
           FORWARD.  THE ARTIST BALANCE FILE IS KEPT OLD/NEW IN         ROY00170
           ARTIST NAME ORDER.  ONE STATEMENT IS PRINTED PER ARTIST      ROY00180
           WITH ACTIVITY, AND THE PAYABLE REGISTER LISTS EVERY          ROY00190
           AMOUNT PAYABLE.  EACH PAYABLE IS ALSO WRITTEN IN THE         ROY00200
           CHECKBOOK CHECKS RECORD LAYOUT, NUMBERED FROM THE PARM       ROY00210
           CARD WITH A ZERO BALANCE, FOR APPENDING TO CHECKSDAT.        ROY00220
           AMOUNTS OVER THE CHECKBOOK LIMIT OF 9999.99 ARE FLAGGED      ROY00230
           ON THE REGISTER FOR A HAND CHECK AND ARE NOT WRITTEN.        ROY00240
           SALES NOT ON SELECTION-INV AND TUNES WITH NO RATE ARE        ROY00250
           LISTED ON THE EXCEPTION REPORT AND EARN NOTHING.             ROY00260
       ENVIRONMENT DIVISION.                                            ROY00270
       CONFIGURATION SECTION.                                           ROY00280
       INPUT-OUTPUT SECTION.                                            ROY00290
       FILE-CONTROL.                                                    ROY00300
           SELECT PARM-FILE ASSIGN TO UT-2311-S-SYS101.                 ROY00310
           SELECT SALES-IN ASSIGN TO UT-2311-S-SYS102.                  ROY00320
           SELECT ADVANCE-IN ASSIGN TO UT-2311-S-SYS103.                ROY00330
           SELECT RATE-FILE ASSIGN TO UT-2311-S-SYS110.                 ROY00340
           SELECT TUNE-INV   ASSIGN TO DA-2301-R-SYS010                 ROY00350
                             ACCESS MODE IS RANDOM                      ROY00360
                             NOMINAL KEY IS TUNE-ACT-KEY.               ROY00370
           SELECT SELECTION-INV ASSIGN TO DA-2302-R-SYS020              ROY00380
                             ACCESS IS SEQUENTIAL.                      ROY00390
           SELECT BAL-OLD ASSIGN TO UT-2311-S-SYS130.                   ROY00400
           SELECT BAL-NEW ASSIGN TO UT-2311-S-SYS131.                   ROY00410
           SELECT ROY-CHECKS ASSIGN TO UT-2311-S-SYS132.                ROY00420
           SELECT STATEMENT ASSIGN TO UT-2311-S-SYS107.                 ROY00430
           SELECT REGISTER ASSIGN TO UT-2311-S-SYS108.                  ROY00440
           SELECT EXCEPT-RPT ASSIGN TO UT-2311-S-SYS109.                ROY00450
           SELECT SORT-WORK ASSIGN TO UT-2311-S-SRT55.                  ROY00460
       DATA DIVISION.                                                   ROY00470
       FILE SECTION.                                                    ROY00480
       FD  PARM-FILE RECORDING F                                        ROY00490
                     RECORD CONTAINS 80 CHARACTERS                      ROY00500
                     LABEL RECORDS OMITTED                              ROY00510
                     DATA RECORD IS PARM-REC.                           ROY00520
       01  PARM-REC.                                                    ROY00530
           03 PARM-QUARTER      PICTURE X[3].                           ROY00540
           03 PARM-CHECK-DATE.                                          ROY00550
              05 PARM-CHK-MO    PICTURE 99.                             ROY00560
              05 PARM-CHK-DA    PICTURE 99.                             ROY00570
              05 PARM-CHK-YR    PICTURE 99.                             ROY00580
           03 PARM-NEXT-CHECK   PICTURE 9[6].                           ROY00590
           03 PARM-MIN-PAY      PICTURE 9[3]V99.                        ROY00600
           03 PARM-CATEGORY     PICTURE XX.                             ROY00610
           03 PARM-OPERATOR     PICTURE XXX.                            ROY00620
           03 PARM-ACCT         PICTURE XX.                             ROY00630
           03 FILLER            PICTURE X[53].                          ROY00640
       FD  SALES-IN RECORDING F                                         ROY00650
                    RECORD CONTAINS 80 CHARACTERS                       ROY00660
                    LABEL RECORDS OMITTED                               ROY00670
                    DATA RECORD IS SALES-REC.                           ROY00680
       01  SALES-REC.                                                   ROY00690
           03 SA-SELCTN         PICTURE X[10].                          ROY00700
           03 SA-REL-TYPE       PICTURE X.                              ROY00710
           03 SA-UNITS          PICTURE 9[7].                           ROY00720
           03 SA-RETURNS        PICTURE 9[7].                           ROY00730
           03 SA-QUARTER        PICTURE X[3].                           ROY00740
           03 FILLER            PICTURE X[52].                          ROY00750
       FD  ADVANCE-IN RECORDING F                                       ROY00760
                      RECORD CONTAINS 80 CHARACTERS                     ROY00770
                      LABEL RECORDS OMITTED                             ROY00780
                      DATA RECORD IS ADVANCE-REC.                       ROY00790
       01  ADVANCE-REC.                                                 ROY00800
           03 AD-ARTIST         PICTURE X[60].                          ROY00810
           03 AD-AMOUNT         PICTURE 9[5]V99.                        ROY00820
           03 AD-QUARTER        PICTURE X[3].                           ROY00830
           03 FILLER            PICTURE X[10].                          ROY00840
       FD  RATE-FILE RECORDING F                                        ROY00850
                     RECORD CONTAINS 80 CHARACTERS                      ROY00860
                     LABEL RECORDS STANDARD                             ROY00870
                     DATA RECORD IS RATE-REC.                           ROY00880
       01  RATE-REC.                                                    ROY00890
           03 RT-ARTIST         PICTURE X[60].                          ROY00900
           03 RT-SELCTN         PICTURE X[10].                          ROY00910
           03 RT-REL-TYPE       PICTURE X.                              ROY00920
           03 RT-RATE           PICTURE 9V999.                          ROY00930
           03 FILLER            PICTURE X[5].                           ROY00940
       FD  TUNE-INV RECORDING F                                         ROY00950
                    RECORD CONTAINS 3179 CHARACTERS                     ROY00960
                    LABEL RECORDS STANDARD                              ROY00970
                    DATA RECORDS ARE TUNE-REC.                          ROY00980
       01  TUNE-REC.                                                    ROY00990
           03 REC-ID-1          PICTURE XXX.                            ROY01000
           03 TUNE-DETAIL OCCURS 8 TIMES.                               ROY01010
              05 TUNE-SERIAL    PICTURE X[8].                           ROY01020
              05 SONG-NUMBER    PICTURE X[9].                           ROY01030
              05 SONG-FLAG      PICTURE X.                              ROY01040
              05 TUNE-TITLE     PICTURE X[40].                          ROY01050
              05 ARTIST-NAME    PICTURE X[60].                          ROY01060
              05 STAT           PICTURE X.                              ROY01070
              05 DATE-AREA.                                             ROY01080
                 07 DATE-REC OCCURS 5 TIMES                             ROY01090
                                PICTURE 9[6] COMPUTATIONAL-3.           ROY01100
              05 TAKE           PICTURE XX.                             ROY01110
              05 R-TIME         PICTURE 9[4].                           ROY01120
              05 A-R-PROD       PICTURE X[20].                          ROY01130
              05 JOB-NO         PICTURE X[8].                           ROY01140
              05 CREDITS.                                               ROY01150
                 07 T-CHAR OCCURS 200 TIMES PICTURE X.                  ROY01160
              05 CONT-POINT     PICTURE 9[4].                           ROY01170
              05 SELCTN-POINT OCCURS 5 TIMES.                           ROY01180
                 07 SELP-REC    PICTURE 9[3].                           ROY01190
                 07 SELP-DET    PICTURE 9.                              ROY01200
       FD  SELECTION-INV RECORDING F                                    ROY01210
                  RECORD CONTAINS 4714 CHARACTERS                       ROY01220
                  LABEL RECORDS STANDARD                                ROY01230
                  DATA RECORDS ARE SEL-REC.                             ROY01240
       01  SEL-REC.                                                     ROY01250
           03 REC-ID-2          PICTURE X[3].                           ROY01260
           03 REC-DETAIL OCCURS 7 TIMES.                                ROY01270
            04 BLOCK-1.                                                 ROY01280
              05 SELCTN-NO      PICTURE X[10].                          ROY01290
              05 SOURCE-SEL     PICTURE X[10].                          ROY01300
              05 SELCTN-TITLE.                                          ROY01310
                 07 TITLE1      PICTURE X[60].                          ROY01320
                 07 TITLE2      PICTURE X[40].                          ROY01330
             05 NEW-SEL-FLAG  PICTURE X.                                ROY01340
             05 NO-BDS   PICTURE 9[4] COMPUTATIONAL-3.                  ROY01350
             05 PROJ-REL-DATE PICTURE 9[4].                             ROY01360
              05 ART-NAME       PICTURE X[60].                          ROY01370
              05 REL-DATE       PICTURE 9[4].                           ROY01380
              05 REL-TYPE       PICTURE X.                              ROY01390
              05 PRODUCER       PICTURE X[20].                          ROY01400
              05 MAP.                                                   ROY01410
                 07 FILLER      PICTURE X[3].                           ROY01420
                 07 MEDIUM      PICTURE 9.                              ROY01430
              05 CLAS           PICTURE 9[4].                           ROY01440
              05 PRICE          PICTURE 99V99.                          ROY01450
              05 REV-NO         PICTURE 99.                             ROY01460
            04 BLOCK-2.                                                 ROY01470
              05 TUNE  OCCURS 34 TIMES.                                 ROY01480
                 07 POST        PICTURE 9[4] COMPUTATIONAL-3.           ROY01490
                 07 MASTER-NO.                                          ROY01500
                  09 TUNE-POINT PICTURE 9[4].                           ROY01510
                  09 FILLER     PICTURE 9999.                           ROY01520
                 07 GAP         PICTURE 99.                             ROY01530
              05 CONT-S-POINT   PICTURE 9[4].                           ROY01540
       FD  BAL-OLD RECORDING F                                          ROY01550
                   RECORD CONTAINS 110 CHARACTERS                       ROY01560
                   LABEL RECORDS STANDARD                               ROY01570
                   DATA RECORD IS BAL-OLD-REC.                          ROY01580
       01  BAL-OLD-REC.                                                 ROY01590
           03 BL-ARTIST         PICTURE X[60].                          ROY01600
           03 BL-UNRECOUPED     PICTURE S9[7]V99.                       ROY01610
           03 BL-CARRY          PICTURE S9[7]V99.                       ROY01620
           03 BL-LIFE-EARN      PICTURE S9[9]V99.                       ROY01630
           03 BL-LIFE-PAID      PICTURE S9[9]V99.                       ROY01640
           03 BL-LAST-QTR       PICTURE X[3].                           ROY01650
           03 FILLER            PICTURE X[7].                           ROY01660
       FD  BAL-NEW RECORDING F                                          ROY01670
                   RECORD CONTAINS 110 CHARACTERS                       ROY01680
                   LABEL RECORDS STANDARD                               ROY01690
                   DATA RECORD IS BAL-NEW-REC.                          ROY01700
       01  BAL-NEW-REC.                                                 ROY01710
           03 NB-ARTIST         PICTURE X[60].                          ROY01720
           03 NB-UNRECOUPED     PICTURE S9[7]V99.                       ROY01730
           03 NB-CARRY          PICTURE S9[7]V99.                       ROY01740
           03 NB-LIFE-EARN      PICTURE S9[9]V99.                       ROY01750
           03 NB-LIFE-PAID      PICTURE S9[9]V99.                       ROY01760
           03 NB-LAST-QTR       PICTURE X[3].                           ROY01770
           03 FILLER            PICTURE X[7].                           ROY01780
       FD  ROY-CHECKS RECORDING F                                       ROY01790
                      RECORD CONTAINS 71 CHARACTERS                     ROY01800
                      LABEL RECORDS STANDARD                            ROY01810
                      DATA RECORD IS CHECK-REC.                         ROY01820
       01  CHECK-REC.                                                   ROY01830
           03 CHECK-NUMB        PICTURE 9[6].                           ROY01840
           03 CHECK-MONTH       PICTURE 9[2].                           ROY01850
           03 CHECK-DAY         PICTURE 9[2].                           ROY01860
           03 CHECK-YEAR        PICTURE 9[4].                           ROY01870
           03 PAYEE             PICTURE X[35].                          ROY01880
           03 CHECK-AMOUNT      PICTURE 9[4].9[2].                      ROY01890
           03 CHECK-BALANCE     PICTURE S9[6]V9[2].                     ROY01900
           03 CHECK-CATEGORY    PICTURE XX.                             ROY01910
           03 CHECK-OPERATOR    PICTURE X[3].                           ROY01920
           03 CHECK-ACCT        PICTURE XX.                             ROY01930
       FD  STATEMENT RECORDING F                                        ROY01940
                     RECORD CONTAINS 132 CHARACTERS                     ROY01950
                     LABEL RECORDS OMITTED                              ROY01960
                     DATA RECORD IS STATEMENT-REC.                      ROY01970
       01  STATEMENT-REC        PICTURE X[132].                         ROY01980
       FD  REGISTER RECORDING F                                         ROY01990
                    RECORD CONTAINS 132 CHARACTERS                      ROY02000
                    LABEL RECORDS OMITTED                               ROY02010
                    DATA RECORD IS REGISTER-REC.                        ROY02020
       01  REGISTER-REC         PICTURE X[132].                         ROY02030
       FD  EXCEPT-RPT RECORDING F                                       ROY02040
                      RECORD CONTAINS 132 CHARACTERS                    ROY02050
                      LABEL RECORDS OMITTED                             ROY02060
                      DATA RECORD IS EXCEPT-REC.                        ROY02070
       01  EXCEPT-REC           PICTURE X[132].                         ROY02080
       SD  SORT-WORK                                                    ROY02090
           RECORD CONTAINS 160 CHARACTERS                               ROY02100
           DATA RECORD IS SORT-WORK-REC.                                ROY02110
       01  SORT-WORK-REC.                                               ROY02120
           03 SW-ARTIST         PICTURE X[60].                          ROY02130
           03 SW-TYPE           PICTURE X.                              ROY02140
              88 SW-ADVANCE     VALUE IS :1:.                           ROY02150
              88 SW-EARNINGS    VALUE IS :2:.                           ROY02160
           03 SW-SELCTN         PICTURE X[10].                          ROY02170
           03 SW-SERIAL         PICTURE X[8].                           ROY02180
           03 SW-REL-TYPE       PICTURE X.                              ROY02190
           03 SW-TITLE          PICTURE X[40].                          ROY02200
           03 SW-UNITS          PICTURE S9[7].                          ROY02210
           03 SW-PRICE          PICTURE 99V99.                          ROY02220
           03 SW-RATE           PICTURE 9V999.                          ROY02230
           03 SW-TUNES          PICTURE 99.                             ROY02240
           03 SW-AMOUNT         PICTURE S9[7]V99.                       ROY02250
           03 FILLER            PICTURE X[14].                          ROY02260
       WORKING-STORAGE SECTION.                                         ROY02270
       77  TUNE-ACT-KEY         PICTURE S9[8] COMPUTATIONAL.            ROY02280
       77  RATE-CT              PICTURE 9[4] COMPUTATIONAL VALUE ZERO.  ROY02290
       77  RATE-MAX             PICTURE 9[4] COMPUTATIONAL VALUE 500.   ROY02300
       77  RT-SUB               PICTURE 9[4] COMPUTATIONAL.             ROY02310
       77  SALE-CT              PICTURE 9[4] COMPUTATIONAL VALUE ZERO.  ROY02320
       77  SALE-MAX             PICTURE 9[4] COMPUTATIONAL VALUE 1000.  ROY02330
       77  SA-SUB               PICTURE 9[4] COMPUTATIONAL.             ROY02340
       77  SLOT-SUB             PICTURE 9 COMPUTATIONAL.                ROY02350
       77  TS-SUB               PICTURE 99 COMPUTATIONAL.               ROY02360
       77  TUNE-CT              PICTURE 99 COMPUTATIONAL.               ROY02370
       77  SALES-IN-CT          PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02380
       77  ADV-IN-CT            PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02390
       77  CREDIT-CT            PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02400
       77  EXCEPT-CT            PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02410
       77  ARTIST-CT            PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02420
       77  CHECK-CT             PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02430
       77  PAY-CT               PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02440
       77  HAND-CT              PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  ROY02450
       77  ST-LINE-CT           PICTURE 99 COMPUTATIONAL VALUE ZERO.    ROY02460
       77  RG-LINE-CT           PICTURE 99 COMPUTATIONAL VALUE 99.      ROY02470
       77  EX-LINE-CT           PICTURE 99 COMPUTATIONAL VALUE 99.      ROY02480
       77  RG-PAGE-CT           PICTURE 9[4] VALUE ZERO.                ROY02490
       77  EX-PAGE-CT           PICTURE 9[4] VALUE ZERO.                ROY02500
       77  NEXT-CHECK           PICTURE 9[6].                           ROY02510
       77  MATCH-LEVEL          PICTURE 9.                              ROY02520
       77  BEST-LEVEL           PICTURE 9.                              ROY02530
       77  HOLD-RATE            PICTURE 9V999.                          ROY02540
       77  HOLD-ARTIST          PICTURE X[60].                          ROY02550
       77  CUR-ARTIST           PICTURE X[60].                          ROY02560
       77  RET-ARTIST           PICTURE X[60].                          ROY02570
       77  OLD-ARTIST           PICTURE X[60].                          ROY02580
       77  NEW-ARTIST-SW        PICTURE X.                              ROY02590
       77  CHECK-LIMIT          PICTURE 9[4]V99 VALUE 9999.99.          ROY02600
       77  EARN-QTR      COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02610
       77  ADV-QTR       COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02620
       77  UNREC-OPEN    COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02630
       77  UNREC-CLOSE   COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02640
       77  CARRY-OPEN    COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02650
       77  CARRY-CLOSE   COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02660
       77  AVAILABLE     COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02670
       77  RECOUPED      COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02680
       77  PAYABLE       COMPUTATIONAL-3 PICTURE S9[7]V99.              ROY02690
       77  LIFE-EARN     COMPUTATIONAL-3 PICTURE S9[9]V99.              ROY02700
       77  LIFE-PAID     COMPUTATIONAL-3 PICTURE S9[9]V99.              ROY02710
       77  TOT-EARN      COMPUTATIONAL-3 PICTURE S9[9]V99 VALUE ZERO.   ROY02720
       77  TOT-RECOUP    COMPUTATIONAL-3 PICTURE S9[9]V99 VALUE ZERO.   ROY02730
       77  TOT-PAYABLE   COMPUTATIONAL-3 PICTURE S9[9]V99 VALUE ZERO.   ROY02740
       77  TOT-CHECKS    COMPUTATIONAL-3 PICTURE S9[9]V99 VALUE ZERO.   ROY02750
       77  TOT-UNREC     COMPUTATIONAL-3 PICTURE S9[9]V99 VALUE ZERO.   ROY02760
       01  TP-CNV.                                                      ROY02770
           03 TP-REL            PICTURE 9[3].                           ROY02780
           03 TP-DET            PICTURE 9.                              ROY02790
       01  RATE-TABLE.                                                  ROY02800
           03 RATE-ENTRY OCCURS 500 TIMES.                              ROY02810
              05 RE-ARTIST      PICTURE X[60].                          ROY02820
              05 RE-SELCTN      PICTURE X[10].                          ROY02830
              05 RE-REL-TYPE    PICTURE X.                              ROY02840
              05 RE-RATE        PICTURE 9V999.                          ROY02850
       01  SALE-TABLE.                                                  ROY02860
           03 SALE-ENTRY OCCURS 1000 TIMES.                             ROY02870
              05 SL-SELCTN      PICTURE X[10].                          ROY02880
              05 SL-REL-TYPE    PICTURE X.                              ROY02890
              05 SL-UNITS       PICTURE S9[7] COMPUTATIONAL-3.          ROY02900
              05 SL-MATCHED     PICTURE X.                              ROY02910
       01  ST-HEAD-1.                                                   ROY02920
           03 FILLER  PICTURE X[20] VALUE :RCA RECORD DIVISION:.        ROY02930
           03 FILLER  PICTURE X[10] VALUE SPACES.                       ROY02940
           03 FILLER  PICTURE X[35] VALUE                               ROY02950
              :ARTIST ROYALTY STATEMENT - QUARTER :.                    ROY02960
           03 STH-QUARTER PICTURE X[3].                                 ROY02970
           03 FILLER  PICTURE X[10] VALUE SPACES.                       ROY02980
           03 FILLER  PICTURE X[6]  VALUE :DATED :.                     ROY02990
           03 STH-MO  PICTURE 99.                                       ROY03000
           03 FILLER  PICTURE X VALUE :/:.                              ROY03010
           03 STH-DA  PICTURE 99.                                       ROY03020
           03 FILLER  PICTURE X VALUE :/:.                              ROY03030
           03 STH-YR  PICTURE 99.                                       ROY03040
       01  ST-HEAD-2.                                                   ROY03050
           03 FILLER  PICTURE X[8]  VALUE :ARTIST  :.                   ROY03060
           03 STH-ARTIST PICTURE X[60].                                 ROY03070
       01  ST-HEAD-3.                                                   ROY03080
           03 FILLER  PICTURE X[34] VALUE                               ROY03090
              :SELECTION  T SERIAL    TUNE TITLE:.                      ROY03100
           03 FILLER  PICTURE X[39] VALUE SPACES.                       ROY03110
           03 FILLER  PICTURE X[42] VALUE                               ROY03120
              :NET UNITS  PRICE RATE TUNES       EARNINGS:.             ROY03130
       01  ST-DETAIL.                                                   ROY03140
           03 STD-SELCTN PICTURE X[10].                                 ROY03150
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03160
           03 STD-REL-TYPE PICTURE X.                                   ROY03170
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03180
           03 STD-SERIAL PICTURE X[8].                                  ROY03190
           03 FILLER  PICTURE XX VALUE SPACES.                          ROY03200
           03 STD-TITLE PICTURE X[40].                                  ROY03210
           03 FILLER  PICTURE X[10] VALUE SPACES.                       ROY03220
           03 STD-UNITS PICTURE Z,ZZZ,ZZ9-.                             ROY03230
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03240
           03 STD-PRICE PICTURE ZZ.99.                                  ROY03250
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03260
           03 STD-RATE PICTURE Z.999.                                   ROY03270
           03 FILLER  PICTURE XXX VALUE SPACES.                         ROY03280
           03 STD-TUNES PICTURE Z9.                                     ROY03290
           03 FILLER  PICTURE X[3] VALUE SPACES.                        ROY03300
           03 STD-AMOUNT PICTURE Z,ZZZ,ZZ9.99-.                         ROY03310
       01  ST-ADVANCE.                                                  ROY03320
           03 FILLER  PICTURE X[24] VALUE SPACES.                       ROY03330
           03 FILLER  PICTURE X[40] VALUE                               ROY03340
              :ADVANCE PAID THIS QUARTER:.                              ROY03350
           03 FILLER  PICTURE X[41] VALUE SPACES.                       ROY03360
           03 STA-AMOUNT PICTURE Z,ZZZ,ZZ9.99-.                         ROY03370
       01  ST-SUMMARY.                                                  ROY03380
           03 FILLER  PICTURE X[24] VALUE SPACES.                       ROY03390
           03 STS-LABEL PICTURE X[40].                                  ROY03400
           03 FILLER  PICTURE X[41] VALUE SPACES.                       ROY03410
           03 STS-AMOUNT PICTURE Z,ZZZ,ZZ9.99-.                         ROY03420
       01  RG-HEAD-1.                                                   ROY03430
           03 FILLER  PICTURE X[20] VALUE :RCA RECORD DIVISION:.        ROY03440
           03 FILLER  PICTURE X[10] VALUE SPACES.                       ROY03450
           03 FILLER  PICTURE X[35] VALUE                               ROY03460
              :ROYALTY PAYABLE REGISTER - QUARTER :.                    ROY03470
           03 RGH-QUARTER PICTURE X[3].                                 ROY03480
           03 FILLER  PICTURE X[10] VALUE SPACES.                       ROY03490
           03 FILLER  PICTURE X[5]  VALUE :PAGE :.                      ROY03500
           03 RGH-PAGE PICTURE ZZZ9.                                    ROY03510
       01  RG-HEAD-2.                                                   ROY03520
           03 FILLER  PICTURE X[43] VALUE                               ROY03530
              : CHECK PAYEE:.                                           ROY03540
           03 FILLER  PICTURE X[36] VALUE                               ROY03550
              :  EARNINGS     RECOUPED      PAYABLE:.                   ROY03560
           03 FILLER  PICTURE X[20] VALUE                               ROY03570
              :   UNRECOUPED   NOTE:.                                   ROY03580
       01  RG-DETAIL.                                                   ROY03590
           03 RGD-CHECK PICTURE ZZZZZ9 BLANK WHEN ZERO.                 ROY03600
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03610
           03 RGD-PAYEE PICTURE X[35].                                  ROY03620
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03630
           03 RGD-EARN PICTURE ZZZ,ZZ9.99-.                             ROY03640
           03 FILLER  PICTURE XX VALUE SPACES.                          ROY03650
           03 RGD-RECOUP PICTURE ZZZ,ZZ9.99-.                           ROY03660
           03 FILLER  PICTURE XX VALUE SPACES.                          ROY03670
           03 RGD-PAYABLE PICTURE ZZZ,ZZ9.99-.                          ROY03680
           03 FILLER  PICTURE XX VALUE SPACES.                          ROY03690
           03 RGD-UNREC PICTURE ZZZ,ZZ9.99-.                            ROY03700
           03 FILLER  PICTURE XX VALUE SPACES.                          ROY03710
           03 RGD-NOTE PICTURE X[30].                                   ROY03720
       01  RG-TOTAL.                                                    ROY03730
           03 RGT-LABEL PICTURE X[30].                                  ROY03740
           03 RGT-COUNT PICTURE ZZZZ9 BLANK WHEN ZERO.                  ROY03750
           03 FILLER  PICTURE X[8] VALUE SPACES.                        ROY03760
           03 RGT-AMOUNT PICTURE ZZZ,ZZZ,ZZ9.99-.                       ROY03770
       01  EX-HEAD.                                                     ROY03780
           03 FILLER  PICTURE X[20] VALUE :RCA RECORD DIVISION:.        ROY03790
           03 FILLER  PICTURE X[10] VALUE SPACES.                       ROY03800
           03 FILLER  PICTURE X[30] VALUE                               ROY03810
              :ROYALTY EXCEPTIONS - QUARTER :.                          ROY03820
           03 EXH-QUARTER PICTURE X[3].                                 ROY03830
           03 FILLER  PICTURE X[10] VALUE SPACES.                       ROY03840
           03 FILLER  PICTURE X[5]  VALUE :PAGE :.                      ROY03850
           03 EXH-PAGE PICTURE ZZZ9.                                    ROY03860
       01  EX-DETAIL.                                                   ROY03870
           03 EXD-REASON PICTURE X[30].                                 ROY03880
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03890
           03 EXD-SELCTN PICTURE X[10].                                 ROY03900
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03910
           03 EXD-REL-TYPE PICTURE X.                                   ROY03920
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03930
           03 EXD-SERIAL PICTURE X[8].                                  ROY03940
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03950
           03 EXD-UNITS PICTURE Z,ZZZ,ZZ9-.                             ROY03960
           03 FILLER  PICTURE X VALUE SPACE.                            ROY03970
           03 EXD-ARTIST PICTURE X[60].                                 ROY03980
       PROCEDURE DIVISION.                                              ROY03990
       HOUSEKEEP.                                                       ROY04000
           OPEN INPUT PARM-FILE.                                        ROY04010
           READ PARM-FILE AT END                                        ROY04020
               DISPLAY :BR2055 PARM CARD MISSING: UPON CONSOLE          ROY04030
               STOP RUN.                                                ROY04040
           CLOSE PARM-FILE.                                             ROY04050
           MOVE PARM-NEXT-CHECK TO NEXT-CHECK.                          ROY04060
           MOVE PARM-QUARTER TO STH-QUARTER RGH-QUARTER EXH-QUARTER.    ROY04070
           MOVE PARM-CHK-MO TO STH-MO.                                  ROY04080
           MOVE PARM-CHK-DA TO STH-DA.                                  ROY04090
           MOVE PARM-CHK-YR TO STH-YR.                                  ROY04100
           OPEN OUTPUT EXCEPT-RPT.                                      ROY04110
           SORT SORT-WORK                                               ROY04120
               ON ASCENDING KEY SW-ARTIST SW-TYPE SW-SELCTN SW-SERIAL   ROY04130
               INPUT PROCEDURE IS BUILD-CREDITS THRU BUILD-EXIT         ROY04140
               OUTPUT PROCEDURE IS ROYALTY-OUT THRU ROYALTY-OUT-EXIT.   ROY04150
           CLOSE EXCEPT-RPT.                                            ROY04160
           DISPLAY :BR2055 ROYALTY RUN COMPLETE: UPON CONSOLE.          ROY04170
           DISPLAY :BR2055 ARTISTS : ARTIST-CT : CHECKS : CHECK-CT      ROY04180
               : HAND : HAND-CT : EXCEPTIONS : EXCEPT-CT UPON CONSOLE.  ROY04190
           STOP RUN.                                                    ROY04200
       BUILD-CREDITS.                                                   ROY04210
           OPEN INPUT RATE-FILE.                                        ROY04220
       RATE-LOAD.                                                       ROY04230
           READ RATE-FILE AT END GO TO RATE-DONE.                       ROY04240
           IF RATE-CT = RATE-MAX                                        ROY04250
               DISPLAY :BR2055 RATE TABLE FULL AT : RATE-MAX            ROY04260
                   UPON CONSOLE                                         ROY04270
               CLOSE RATE-FILE                                          ROY04280
               STOP RUN.                                                ROY04290
           ADD 1 TO RATE-CT.                                            ROY04300
           MOVE RT-ARTIST TO RE-ARTIST [RATE-CT].                       ROY04310
           MOVE RT-SELCTN TO RE-SELCTN [RATE-CT].                       ROY04320
           MOVE RT-REL-TYPE TO RE-REL-TYPE [RATE-CT].                   ROY04330
           MOVE RT-RATE TO RE-RATE [RATE-CT].                           ROY04340
           GO TO RATE-LOAD.                                             ROY04350
       RATE-DONE.                                                       ROY04360
           CLOSE RATE-FILE.                                             ROY04370
           OPEN INPUT SALES-IN.                                         ROY04380
       SALES-LOAD.                                                      ROY04390
           READ SALES-IN AT END GO TO SALES-DONE.                       ROY04400
           ADD 1 TO SALES-IN-CT.                                        ROY04410
           IF SA-QUARTER NOT = PARM-QUARTER                             ROY04420
               MOVE :SALES CARD FOR WRONG QUARTER: TO EXD-REASON        ROY04430
               GO TO SALES-REJECT.                                      ROY04440
           IF SA-UNITS NOT NUMERIC OR SA-RETURNS NOT NUMERIC            ROY04450
               MOVE :SALES UNITS NOT NUMERIC: TO EXD-REASON             ROY04460
               GO TO SALES-REJECT.                                      ROY04470
           IF SALE-CT = SALE-MAX                                        ROY04480
               MOVE :SALES TABLE FULL: TO EXD-REASON                    ROY04490
               GO TO SALES-REJECT.                                      ROY04500
           ADD 1 TO SALE-CT.                                            ROY04510
           MOVE SA-SELCTN TO SL-SELCTN [SALE-CT].                       ROY04520
           MOVE SA-REL-TYPE TO SL-REL-TYPE [SALE-CT].                   ROY04530
           SUBTRACT SA-RETURNS FROM SA-UNITS GIVING SL-UNITS [SALE-CT]. ROY04540
           MOVE :N: TO SL-MATCHED [SALE-CT].                            ROY04550
           GO TO SALES-LOAD.                                            ROY04560
       SALES-REJECT.                                                    ROY04570
           MOVE SA-SELCTN TO EXD-SELCTN.                                ROY04580
           MOVE SA-REL-TYPE TO EXD-REL-TYPE.                            ROY04590
           MOVE SPACES TO EXD-SERIAL EXD-ARTIST.                        ROY04600
           MOVE ZERO TO EXD-UNITS.                                      ROY04610
           PERFORM EXCEPT-PRINT THRU EXCEPT-PRINT-EXIT.                 ROY04620
           GO TO SALES-LOAD.                                            ROY04630
       SALES-DONE.                                                      ROY04640
           CLOSE SALES-IN.                                              ROY04650
           OPEN INPUT ADVANCE-IN.                                       ROY04660
       ADVANCE-LOAD.                                                    ROY04670
           READ ADVANCE-IN AT END GO TO ADVANCE-DONE.                   ROY04680
           ADD 1 TO ADV-IN-CT.                                          ROY04690
           IF AD-QUARTER NOT = PARM-QUARTER OR AD-AMOUNT NOT NUMERIC    ROY04700
               MOVE :ADVANCE CARD REJECTED: TO EXD-REASON               ROY04710
               MOVE SPACES TO EXD-SELCTN EXD-REL-TYPE EXD-SERIAL        ROY04720
               MOVE ZERO TO EXD-UNITS                                   ROY04730
               MOVE AD-ARTIST TO EXD-ARTIST                             ROY04740
               PERFORM EXCEPT-PRINT THRU EXCEPT-PRINT-EXIT              ROY04750
               GO TO ADVANCE-LOAD.                                      ROY04760
           MOVE SPACES TO SORT-WORK-REC.                                ROY04770
           MOVE AD-ARTIST TO SW-ARTIST.                                 ROY04780
           MOVE :1: TO SW-TYPE.                                         ROY04790
           MOVE ZERO TO SW-UNITS SW-PRICE SW-RATE SW-TUNES.             ROY04800
           MOVE AD-AMOUNT TO SW-AMOUNT.                                 ROY04810
           RELEASE SORT-WORK-REC.                                       ROY04820
           GO TO ADVANCE-LOAD.                                          ROY04830
       ADVANCE-DONE.                                                    ROY04840
           CLOSE ADVANCE-IN.                                            ROY04850
           OPEN INPUT SELECTION-INV TUNE-INV.                           ROY04860
       SEL-READ.                                                        ROY04870
           READ SELECTION-INV AT END GO TO SEL-DONE.                    ROY04880
           IF REC-ID-2 NOT = :S01: GO TO SEL-READ.                      ROY04890
           PERFORM SEL-ONE-SLOT THRU SEL-ONE-SLOT-EXIT                  ROY04900
               VARYING SLOT-SUB FROM 1 BY 1                             ROY04910
               UNTIL SLOT-SUB GREATER THAN 7.                           ROY04920
           GO TO SEL-READ.                                              ROY04930
       SEL-ONE-SLOT.                                                    ROY04940
           IF SELCTN-NO [SLOT-SUB] = SPACES                             ROY04950
               GO TO SEL-ONE-SLOT-EXIT.                                 ROY04960
           PERFORM SALE-MATCH THRU SALE-MATCH-EXIT                      ROY04970
               VARYING SA-SUB FROM 1 BY 1                               ROY04980
               UNTIL SA-SUB GREATER THAN SALE-CT.                       ROY04990
       SEL-ONE-SLOT-EXIT.                                               ROY05000
           EXIT.                                                        ROY05010
       SALE-MATCH.                                                      ROY05020
           IF SL-SELCTN [SA-SUB] NOT = SELCTN-NO [SLOT-SUB]             ROY05030
               GO TO SALE-MATCH-EXIT.                                   ROY05040
           IF SL-REL-TYPE [SA-SUB] NOT = SPACE                          ROY05050
               AND SL-REL-TYPE [SA-SUB] NOT = REL-TYPE [SLOT-SUB]       ROY05060
               GO TO SALE-MATCH-EXIT.                                   ROY05070
           MOVE :Y: TO SL-MATCHED [SA-SUB].                             ROY05080
           MOVE ZERO TO TUNE-CT.                                        ROY05090
           PERFORM COUNT-TUNE THRU COUNT-TUNE-EXIT                      ROY05100
               VARYING TS-SUB FROM 1 BY 1                               ROY05110
               UNTIL TS-SUB GREATER THAN 34.                            ROY05120
           IF TUNE-CT = ZERO                                            ROY05130
               MOVE :SELECTION HAS NO TUNES: TO EXD-REASON              ROY05140
               MOVE SPACES TO EXD-SERIAL                                ROY05150
               MOVE ART-NAME [SLOT-SUB] TO EXD-ARTIST                   ROY05160
               PERFORM SALE-EXCEPTION THRU SALE-EXCEPTION-EXIT          ROY05170
               GO TO SALE-MATCH-EXIT.                                   ROY05180
           PERFORM CREDIT-TUNE THRU CREDIT-TUNE-EXIT                    ROY05190
               VARYING TS-SUB FROM 1 BY 1                               ROY05200
               UNTIL TS-SUB GREATER THAN 34.                            ROY05210
       SALE-MATCH-EXIT.                                                 ROY05220
           EXIT.                                                        ROY05230
       COUNT-TUNE.                                                      ROY05240
           IF MASTER-NO [SLOT-SUB, TS-SUB] NOT NUMERIC                  ROY05250
               GO TO COUNT-TUNE-EXIT.                                   ROY05260
           IF TUNE-POINT [SLOT-SUB, TS-SUB] GREATER THAN ZERO           ROY05270
               ADD 1 TO TUNE-CT.                                        ROY05280
       COUNT-TUNE-EXIT.                                                 ROY05290
           EXIT.                                                        ROY05300
       CREDIT-TUNE.                                                     ROY05310
           IF MASTER-NO [SLOT-SUB, TS-SUB] NOT NUMERIC                  ROY05320
               GO TO CREDIT-TUNE-EXIT.                                  ROY05330
           IF TUNE-POINT [SLOT-SUB, TS-SUB] NOT GREATER THAN ZERO       ROY05340
               GO TO CREDIT-TUNE-EXIT.                                  ROY05350
           MOVE TUNE-POINT [SLOT-SUB, TS-SUB] TO TP-CNV.                ROY05360
           MOVE SPACES TO EXD-SERIAL.                                   ROY05370
           MOVE ART-NAME [SLOT-SUB] TO EXD-ARTIST.                      ROY05380
           IF TP-DET = ZERO OR TP-DET GREATER THAN 8                    ROY05390
               MOVE :BAD TUNE POINTER ON SELECTION: TO EXD-REASON       ROY05400
               PERFORM SALE-EXCEPTION THRU SALE-EXCEPTION-EXIT          ROY05410
               GO TO CREDIT-TUNE-EXIT.                                  ROY05420
           MOVE TP-REL TO TUNE-ACT-KEY.                                 ROY05430
           READ TUNE-INV INVALID KEY                                    ROY05440
               MOVE :TUNE RECORD NOT ON TUNE-INV: TO EXD-REASON         ROY05450
               PERFORM SALE-EXCEPTION THRU SALE-EXCEPTION-EXIT          ROY05460
               GO TO CREDIT-TUNE-EXIT.                                  ROY05470
           IF REC-ID-1 NOT = :T01:                                      ROY05480
               OR TUNE-SERIAL [TP-DET] = SPACES                         ROY05490
               MOVE :TUNE RECORD NOT ON TUNE-INV: TO EXD-REASON         ROY05500
               PERFORM SALE-EXCEPTION THRU SALE-EXCEPTION-EXIT          ROY05510
               GO TO CREDIT-TUNE-EXIT.                                  ROY05520
           MOVE ARTIST-NAME [TP-DET] TO HOLD-ARTIST.                    ROY05530
           IF HOLD-ARTIST = SPACES                                      ROY05540
               MOVE ART-NAME [SLOT-SUB] TO HOLD-ARTIST.                 ROY05550
           MOVE ZERO TO BEST-LEVEL.                                     ROY05560
           PERFORM RATE-LOOK THRU RATE-LOOK-EXIT                        ROY05570
               VARYING RT-SUB FROM 1 BY 1                               ROY05580
               UNTIL RT-SUB GREATER THAN RATE-CT.                       ROY05590
           IF BEST-LEVEL = ZERO                                         ROY05600
               MOVE :NO ROYALTY RATE FOR ARTIST: TO EXD-REASON          ROY05610
               MOVE TUNE-SERIAL [TP-DET] TO EXD-SERIAL                  ROY05620
               MOVE HOLD-ARTIST TO EXD-ARTIST                           ROY05630
               PERFORM SALE-EXCEPTION THRU SALE-EXCEPTION-EXIT          ROY05640
               GO TO CREDIT-TUNE-EXIT.                                  ROY05650
           MOVE SPACES TO SORT-WORK-REC.                                ROY05660
           MOVE HOLD-ARTIST TO SW-ARTIST.                               ROY05670
           MOVE :2: TO SW-TYPE.                                         ROY05680
           MOVE SELCTN-NO [SLOT-SUB] TO SW-SELCTN.                      ROY05690
           MOVE REL-TYPE [SLOT-SUB] TO SW-REL-TYPE.                     ROY05700
           MOVE TUNE-SERIAL [TP-DET] TO SW-SERIAL.                      ROY05710
           MOVE TUNE-TITLE [TP-DET] TO SW-TITLE.                        ROY05720
           MOVE SL-UNITS [SA-SUB] TO SW-UNITS.                          ROY05730
           MOVE PRICE [SLOT-SUB] TO SW-PRICE.                           ROY05740
           MOVE HOLD-RATE TO SW-RATE.                                   ROY05750
           MOVE TUNE-CT TO SW-TUNES.                                    ROY05760
           COMPUTE SW-AMOUNT ROUNDED = SL-UNITS [SA-SUB]                ROY05770
               * PRICE [SLOT-SUB] * HOLD-RATE / TUNE-CT.                ROY05780
           RELEASE SORT-WORK-REC.                                       ROY05790
           ADD 1 TO CREDIT-CT.                                          ROY05800
       CREDIT-TUNE-EXIT.                                                ROY05810
           EXIT.                                                        ROY05820
       RATE-LOOK.                                                       ROY05830
           IF RE-ARTIST [RT-SUB] NOT = HOLD-ARTIST                      ROY05840
               GO TO RATE-LOOK-EXIT.                                    ROY05850
           IF RE-SELCTN [RT-SUB] = SPACES                               ROY05860
               MOVE 1 TO MATCH-LEVEL                                    ROY05870
           ELSE                                                         ROY05880
               IF RE-SELCTN [RT-SUB] = SELCTN-NO [SLOT-SUB]             ROY05890
                   MOVE 3 TO MATCH-LEVEL                                ROY05900
               ELSE                                                     ROY05910
                   GO TO RATE-LOOK-EXIT.                                ROY05920
           IF RE-REL-TYPE [RT-SUB] = SPACE                              ROY05930
               NEXT SENTENCE                                            ROY05940
           ELSE                                                         ROY05950
               IF RE-REL-TYPE [RT-SUB] = REL-TYPE [SLOT-SUB]            ROY05960
                   ADD 1 TO MATCH-LEVEL                                 ROY05970
               ELSE                                                     ROY05980
                   GO TO RATE-LOOK-EXIT.                                ROY05990
           IF MATCH-LEVEL GREATER THAN BEST-LEVEL                       ROY06000
               MOVE MATCH-LEVEL TO BEST-LEVEL                           ROY06010
               MOVE RE-RATE [RT-SUB] TO HOLD-RATE.                      ROY06020
       RATE-LOOK-EXIT.                                                  ROY06030
           EXIT.                                                        ROY06040
       SALE-EXCEPTION.                                                  ROY06050
           MOVE SELCTN-NO [SLOT-SUB] TO EXD-SELCTN.                     ROY06060
           MOVE REL-TYPE [SLOT-SUB] TO EXD-REL-TYPE.                    ROY06070
           MOVE SL-UNITS [SA-SUB] TO EXD-UNITS.                         ROY06080
           PERFORM EXCEPT-PRINT THRU EXCEPT-PRINT-EXIT.                 ROY06090
       SALE-EXCEPTION-EXIT.                                             ROY06100
           EXIT.                                                        ROY06110
       SEL-DONE.                                                        ROY06120
           CLOSE SELECTION-INV TUNE-INV.                                ROY06130
           PERFORM UNSOLD-CHECK THRU UNSOLD-CHECK-EXIT                  ROY06140
               VARYING SA-SUB FROM 1 BY 1                               ROY06150
               UNTIL SA-SUB GREATER THAN SALE-CT.                       ROY06160
           GO TO BUILD-EXIT.                                            ROY06170
       UNSOLD-CHECK.                                                    ROY06180
           IF SL-MATCHED [SA-SUB] = :Y:                                 ROY06190
               GO TO UNSOLD-CHECK-EXIT.                                 ROY06200
           MOVE :SELECTION NOT ON SELECTION-INV: TO EXD-REASON.         ROY06210
           MOVE SL-SELCTN [SA-SUB] TO EXD-SELCTN.                       ROY06220
           MOVE SL-REL-TYPE [SA-SUB] TO EXD-REL-TYPE.                   ROY06230
           MOVE SL-UNITS [SA-SUB] TO EXD-UNITS.                         ROY06240
           MOVE SPACES TO EXD-SERIAL EXD-ARTIST.                        ROY06250
           PERFORM EXCEPT-PRINT THRU EXCEPT-PRINT-EXIT.                 ROY06260
       UNSOLD-CHECK-EXIT.                                               ROY06270
           EXIT.                                                        ROY06280
       BUILD-EXIT.                                                      ROY06290
           EXIT.                                                        ROY06300
       ROYALTY-OUT.                                                     ROY06310
           OPEN INPUT BAL-OLD.                                          ROY06320
           OPEN OUTPUT BAL-NEW ROY-CHECKS STATEMENT REGISTER.           ROY06330
           PERFORM READ-OLD THRU READ-OLD-EXIT.                         ROY06340
           PERFORM RETURN-CREDIT THRU RETURN-CREDIT-EXIT.               ROY06350
       OUT-LOOP.                                                        ROY06360
           IF OLD-ARTIST = HIGH-VALUES AND RET-ARTIST = HIGH-VALUES     ROY06370
               GO TO OUT-END.                                           ROY06380
           IF OLD-ARTIST LESS THAN RET-ARTIST                           ROY06390
               WRITE BAL-NEW-REC FROM BAL-OLD-REC                       ROY06400
               ADD BL-UNRECOUPED TO TOT-UNREC                           ROY06410
               PERFORM READ-OLD THRU READ-OLD-EXIT                      ROY06420
               GO TO OUT-LOOP.                                          ROY06430
           MOVE RET-ARTIST TO CUR-ARTIST.                               ROY06440
           ADD 1 TO ARTIST-CT.                                          ROY06450
           MOVE ZERO TO EARN-QTR ADV-QTR.                               ROY06460
           IF OLD-ARTIST = RET-ARTIST                                   ROY06470
               MOVE :N: TO NEW-ARTIST-SW                                ROY06480
               MOVE BL-UNRECOUPED TO UNREC-OPEN                         ROY06490
               MOVE BL-CARRY TO CARRY-OPEN                              ROY06500
               MOVE BL-LIFE-EARN TO LIFE-EARN                           ROY06510
               MOVE BL-LIFE-PAID TO LIFE-PAID                           ROY06520
               PERFORM READ-OLD THRU READ-OLD-EXIT                      ROY06530
           ELSE                                                         ROY06540
               MOVE :Y: TO NEW-ARTIST-SW                                ROY06550
               MOVE ZERO TO UNREC-OPEN CARRY-OPEN LIFE-EARN LIFE-PAID.  ROY06560
           PERFORM ST-HEADING THRU ST-HEADING-EXIT.                     ROY06570
       ARTIST-DETAIL.                                                   ROY06580
           IF SW-ADVANCE                                                ROY06590
               ADD SW-AMOUNT TO ADV-QTR                                 ROY06600
               MOVE SW-AMOUNT TO STA-AMOUNT                             ROY06610
               WRITE STATEMENT-REC FROM ST-ADVANCE AFTER ADVANCING 1    ROY06620
           ELSE                                                         ROY06630
               PERFORM ST-TUNE-LINE THRU ST-TUNE-LINE-EXIT.             ROY06640
           PERFORM RETURN-CREDIT THRU RETURN-CREDIT-EXIT.               ROY06650
           IF RET-ARTIST = CUR-ARTIST GO TO ARTIST-DETAIL.              ROY06660
           PERFORM ARTIST-CLOSE THRU ARTIST-CLOSE-EXIT.                 ROY06670
           GO TO OUT-LOOP.                                              ROY06680
       READ-OLD.                                                        ROY06690
           READ BAL-OLD AT END                                          ROY06700
               MOVE HIGH-VALUES TO OLD-ARTIST                           ROY06710
               GO TO READ-OLD-EXIT.                                     ROY06720
           MOVE BL-ARTIST TO OLD-ARTIST.                                ROY06730
       READ-OLD-EXIT.                                                   ROY06740
           EXIT.                                                        ROY06750
       RETURN-CREDIT.                                                   ROY06760
           RETURN SORT-WORK AT END                                      ROY06770
               MOVE HIGH-VALUES TO RET-ARTIST                           ROY06780
               GO TO RETURN-CREDIT-EXIT.                                ROY06790
           MOVE SW-ARTIST TO RET-ARTIST.                                ROY06800
       RETURN-CREDIT-EXIT.                                              ROY06810
           EXIT.                                                        ROY06820
       ST-HEADING.                                                      ROY06830
           MOVE CUR-ARTIST TO STH-ARTIST.                               ROY06840
           WRITE STATEMENT-REC FROM ST-HEAD-1 AFTER ADVANCING 0 LINES.  ROY06850
           WRITE STATEMENT-REC FROM ST-HEAD-2 AFTER ADVANCING 2.        ROY06860
           WRITE STATEMENT-REC FROM ST-HEAD-3 AFTER ADVANCING 2.        ROY06870
           MOVE SPACES TO STATEMENT-REC.                                ROY06880
           WRITE STATEMENT-REC AFTER ADVANCING 1.                       ROY06890
           MOVE 6 TO ST-LINE-CT.                                        ROY06900
       ST-HEADING-EXIT.                                                 ROY06910
           EXIT.                                                        ROY06920
       ST-TUNE-LINE.                                                    ROY06930
           IF ST-LINE-CT GREATER THAN 50                                ROY06940
               PERFORM ST-HEADING THRU ST-HEADING-EXIT.                 ROY06950
           MOVE SW-SELCTN TO STD-SELCTN.                                ROY06960
           MOVE SW-REL-TYPE TO STD-REL-TYPE.                            ROY06970
           MOVE SW-SERIAL TO STD-SERIAL.                                ROY06980
           MOVE SW-TITLE TO STD-TITLE.                                  ROY06990
           MOVE SW-UNITS TO STD-UNITS.                                  ROY07000
           MOVE SW-PRICE TO STD-PRICE.                                  ROY07010
           MOVE SW-RATE TO STD-RATE.                                    ROY07020
           MOVE SW-TUNES TO STD-TUNES.                                  ROY07030
           MOVE SW-AMOUNT TO STD-AMOUNT.                                ROY07040
           WRITE STATEMENT-REC FROM ST-DETAIL AFTER ADVANCING 1.        ROY07050
           ADD 1 TO ST-LINE-CT.                                         ROY07060
           ADD SW-AMOUNT TO EARN-QTR.                                   ROY07070
       ST-TUNE-LINE-EXIT.                                               ROY07080
           EXIT.                                                        ROY07090
       ARTIST-CLOSE.                                                    ROY07100
           ADD CARRY-OPEN EARN-QTR GIVING AVAILABLE.                    ROY07110
           ADD UNREC-OPEN ADV-QTR GIVING UNREC-CLOSE.                   ROY07120
           MOVE ZERO TO RECOUPED PAYABLE.                               ROY07130
           IF AVAILABLE GREATER THAN ZERO                               ROY07140
               AND UNREC-CLOSE GREATER THAN ZERO                        ROY07150
               IF AVAILABLE GREATER THAN UNREC-CLOSE                    ROY07160
                   MOVE UNREC-CLOSE TO RECOUPED                         ROY07170
               ELSE                                                     ROY07180
                   MOVE AVAILABLE TO RECOUPED.                          ROY07190
           SUBTRACT RECOUPED FROM AVAILABLE GIVING CARRY-CLOSE.         ROY07200
           SUBTRACT RECOUPED FROM UNREC-CLOSE.                          ROY07210
           IF CARRY-CLOSE GREATER THAN ZERO                             ROY07220
               AND CARRY-CLOSE NOT LESS THAN PARM-MIN-PAY               ROY07230
               MOVE CARRY-CLOSE TO PAYABLE                              ROY07240
               MOVE ZERO TO CARRY-CLOSE.                                ROY07250
           ADD EARN-QTR TO LIFE-EARN.                                   ROY07260
           ADD PAYABLE TO LIFE-PAID.                                    ROY07270
           MOVE SPACES TO STATEMENT-REC.                                ROY07280
           WRITE STATEMENT-REC AFTER ADVANCING 1.                       ROY07290
           MOVE :EARNINGS THIS QUARTER: TO STS-LABEL.                   ROY07300
           MOVE EARN-QTR TO STS-AMOUNT.                                 ROY07310
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 1.       ROY07320
           MOVE :BALANCE CARRIED FROM PRIOR QUARTER: TO STS-LABEL.      ROY07330
           MOVE CARRY-OPEN TO STS-AMOUNT.                               ROY07340
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 1.       ROY07350
           MOVE :UNRECOUPED ADVANCES BROUGHT FORWARD: TO STS-LABEL.     ROY07360
           MOVE UNREC-OPEN TO STS-AMOUNT.                               ROY07370
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 2.       ROY07380
           MOVE :ADVANCES PAID THIS QUARTER: TO STS-LABEL.              ROY07390
           MOVE ADV-QTR TO STS-AMOUNT.                                  ROY07400
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 1.       ROY07410
           MOVE :RECOUPED FROM EARNINGS: TO STS-LABEL.                  ROY07420
           MOVE RECOUPED TO STS-AMOUNT.                                 ROY07430
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 1.       ROY07440
           MOVE :UNRECOUPED ADVANCES CARRIED FORWARD: TO STS-LABEL.     ROY07450
           MOVE UNREC-CLOSE TO STS-AMOUNT.                              ROY07460
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 1.       ROY07470
           MOVE :AMOUNT PAYABLE THIS QUARTER: TO STS-LABEL.             ROY07480
           MOVE PAYABLE TO STS-AMOUNT.                                  ROY07490
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 2.       ROY07500
           MOVE :BALANCE CARRIED TO NEXT QUARTER: TO STS-LABEL.         ROY07510
           MOVE CARRY-CLOSE TO STS-AMOUNT.                              ROY07520
           WRITE STATEMENT-REC FROM ST-SUMMARY AFTER ADVANCING 1.       ROY07530
           MOVE CUR-ARTIST TO NB-ARTIST.                                ROY07540
           MOVE UNREC-CLOSE TO NB-UNRECOUPED.                           ROY07550
           MOVE CARRY-CLOSE TO NB-CARRY.                                ROY07560
           MOVE LIFE-EARN TO NB-LIFE-EARN.                              ROY07570
           MOVE LIFE-PAID TO NB-LIFE-PAID.                              ROY07580
           MOVE PARM-QUARTER TO NB-LAST-QTR.                            ROY07590
           WRITE BAL-NEW-REC.                                           ROY07600
           ADD EARN-QTR TO TOT-EARN.                                    ROY07610
           ADD RECOUPED TO TOT-RECOUP.                                  ROY07620
           ADD UNREC-CLOSE TO TOT-UNREC.                                ROY07630
           PERFORM RG-LINE THRU RG-LINE-EXIT.                           ROY07640
       ARTIST-CLOSE-EXIT.                                               ROY07650
           EXIT.                                                        ROY07660
       RG-LINE.                                                         ROY07670
           IF RG-LINE-CT GREATER THAN 50                                ROY07680
               PERFORM RG-HEADING THRU RG-HEADING-EXIT.                 ROY07690
           MOVE ZERO TO RGD-CHECK.                                      ROY07700
           MOVE CUR-ARTIST TO RGD-PAYEE.                                ROY07710
           MOVE EARN-QTR TO RGD-EARN.                                   ROY07720
           MOVE RECOUPED TO RGD-RECOUP.                                 ROY07730
           MOVE PAYABLE TO RGD-PAYABLE.                                 ROY07740
           MOVE UNREC-CLOSE TO RGD-UNREC.                               ROY07750
           MOVE SPACES TO RGD-NOTE.                                     ROY07760
           IF NEW-ARTIST-SW = :Y:                                       ROY07770
               MOVE :NEW ARTIST: TO RGD-NOTE.                           ROY07780
           IF PAYABLE = ZERO                                            ROY07790
               GO TO RG-LINE-PRINT.                                     ROY07800
           ADD PAYABLE TO TOT-PAYABLE.                                  ROY07810
           ADD 1 TO PAY-CT.                                             ROY07820
           IF PAYABLE GREATER THAN CHECK-LIMIT                          ROY07830
               MOVE :OVER CHECK LIMIT - HAND CHECK: TO RGD-NOTE         ROY07840
               ADD 1 TO HAND-CT                                         ROY07850
               GO TO RG-LINE-PRINT.                                     ROY07860
           MOVE NEXT-CHECK TO CHECK-NUMB RGD-CHECK.                     ROY07870
           MOVE PARM-CHK-MO TO CHECK-MONTH.                             ROY07880
           MOVE PARM-CHK-DA TO CHECK-DAY.                               ROY07890
           IF PARM-CHK-YR LESS THAN 50                                  ROY07900
               ADD 2000 PARM-CHK-YR GIVING CHECK-YEAR                   ROY07910
           ELSE                                                         ROY07920
               ADD 1900 PARM-CHK-YR GIVING CHECK-YEAR.                  ROY07930
           MOVE CUR-ARTIST TO PAYEE.                                    ROY07940
           MOVE PAYABLE TO CHECK-AMOUNT.                                ROY07950
           MOVE ZERO TO CHECK-BALANCE.                                  ROY07960
           MOVE PARM-CATEGORY TO CHECK-CATEGORY.                        ROY07970
           MOVE PARM-OPERATOR TO CHECK-OPERATOR.                        ROY07980
           MOVE PARM-ACCT TO CHECK-ACCT.                                ROY07990
           WRITE CHECK-REC.                                             ROY08000
           ADD 1 TO NEXT-CHECK CHECK-CT.                                ROY08010
           ADD PAYABLE TO TOT-CHECKS.                                   ROY08020
       RG-LINE-PRINT.                                                   ROY08030
           WRITE REGISTER-REC FROM RG-DETAIL AFTER ADVANCING 1.         ROY08040
           ADD 1 TO RG-LINE-CT.                                         ROY08050
       RG-LINE-EXIT.                                                    ROY08060
           EXIT.                                                        ROY08070
       RG-HEADING.                                                      ROY08080
           ADD 1 TO RG-PAGE-CT.                                         ROY08090
           MOVE RG-PAGE-CT TO RGH-PAGE.                                 ROY08100
           WRITE REGISTER-REC FROM RG-HEAD-1 AFTER ADVANCING 0 LINES.   ROY08110
           WRITE REGISTER-REC FROM RG-HEAD-2 AFTER ADVANCING 2.         ROY08120
           MOVE SPACES TO REGISTER-REC.                                 ROY08130
           WRITE REGISTER-REC AFTER ADVANCING 1.                        ROY08140
           MOVE 4 TO RG-LINE-CT.                                        ROY08150
       RG-HEADING-EXIT.                                                 ROY08160
           EXIT.                                                        ROY08170
       OUT-END.                                                         ROY08180
           IF RG-LINE-CT GREATER THAN 44                                ROY08190
               PERFORM RG-HEADING THRU RG-HEADING-EXIT.                 ROY08200
           MOVE SPACES TO RG-TOTAL.                                     ROY08210
           MOVE : ARTISTS WITH ACTIVITY: TO RGT-LABEL.                  ROY08220
           MOVE ARTIST-CT TO RGT-COUNT.                                 ROY08230
           MOVE TOT-EARN TO RGT-AMOUNT.                                 ROY08240
           WRITE REGISTER-REC FROM RG-TOTAL AFTER ADVANCING 3.          ROY08250
           MOVE : RECOUPED FROM EARNINGS: TO RGT-LABEL.                 ROY08260
           MOVE ZERO TO RGT-COUNT.                                      ROY08270
           MOVE TOT-RECOUP TO RGT-AMOUNT.                               ROY08280
           WRITE REGISTER-REC FROM RG-TOTAL AFTER ADVANCING 1.          ROY08290
           MOVE : TOTAL PAYABLE: TO RGT-LABEL.                          ROY08300
           MOVE PAY-CT TO RGT-COUNT.                                    ROY08310
           MOVE TOT-PAYABLE TO RGT-AMOUNT.                              ROY08320
           WRITE REGISTER-REC FROM RG-TOTAL AFTER ADVANCING 1.          ROY08330
           MOVE : CHECKS FOR CHECKBOOK: TO RGT-LABEL.                   ROY08340
           MOVE CHECK-CT TO RGT-COUNT.                                  ROY08350
           MOVE TOT-CHECKS TO RGT-AMOUNT.                               ROY08360
           WRITE REGISTER-REC FROM RG-TOTAL AFTER ADVANCING 1.          ROY08370
           SUBTRACT TOT-CHECKS FROM TOT-PAYABLE.                        ROY08380
           MOVE : HAND CHECKS: TO RGT-LABEL.                            ROY08390
           MOVE HAND-CT TO RGT-COUNT.                                   ROY08400
           MOVE TOT-PAYABLE TO RGT-AMOUNT.                              ROY08410
           WRITE REGISTER-REC FROM RG-TOTAL AFTER ADVANCING 1.          ROY08420
           MOVE : UNRECOUPED ADVANCES C/F: TO RGT-LABEL.                ROY08430
           MOVE ZERO TO RGT-COUNT.                                      ROY08440
           MOVE TOT-UNREC TO RGT-AMOUNT.                                ROY08450
           WRITE REGISTER-REC FROM RG-TOTAL AFTER ADVANCING 1.          ROY08460
           CLOSE BAL-OLD BAL-NEW ROY-CHECKS STATEMENT REGISTER.         ROY08470
           GO TO ROYALTY-OUT-EXIT.                                      ROY08480
       ROYALTY-OUT-EXIT.                                                ROY08490
           EXIT.                                                        ROY08500
       EXCEPT-PRINT.                                                    ROY08510
           IF EX-LINE-CT GREATER THAN 50                                ROY08520
               ADD 1 TO EX-PAGE-CT                                      ROY08530
               MOVE EX-PAGE-CT TO EXH-PAGE                              ROY08540
               WRITE EXCEPT-REC FROM EX-HEAD AFTER ADVANCING 0 LINES    ROY08550
               MOVE SPACES TO EXCEPT-REC                                ROY08560
               WRITE EXCEPT-REC AFTER ADVANCING 1                       ROY08570
               MOVE 2 TO EX-LINE-CT.                                    ROY08580
           WRITE EXCEPT-REC FROM EX-DETAIL AFTER ADVANCING 1.           ROY08590
           ADD 1 TO EX-LINE-CT EXCEPT-CT.                               ROY08600
       EXCEPT-PRINT-EXIT.                                               ROY08610
           EXIT.                                                        ROY08620
