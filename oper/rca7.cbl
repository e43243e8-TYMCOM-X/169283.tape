       IDENTIFICATION DIVISION.                                         CLR00010
       PROGRAM-ID. :BR2056:.                                            CLR00020
       INSTALLATION. RCA RECORD DIVISION.                               CLR00030
       REMARKS. WEEKLY SONG COPYRIGHT CLEARANCE RUN.  THE CLEARANCE     CLR00040
           FILE IS AN INDEXED FILE KEYED BY THE TUNE-INV SONG NUMBER    CLR00050
           AND HOLDS THE PUBLISHER, THE MECHANICAL LICENSE STATUS,      CLR00060
           THE LICENSE DATE AND THE RATE PER UNIT.  STATUS C IS         CLR00070
           CLEARED, P IS PENDING, D IS DENIED AND N IS NOT YET          CLR00080
           REQUESTED.  THE WEEK MAINTENANCE CARDS ARE APPLIED FIRST,    CLR00090
           CODE A TO ADD A SONG AND CODE C TO CHANGE ONE, WHERE A       CLR00100
           BLANK FIELD ON A CHANGE CARD LEAVES THE FIELD AS IT WAS.     CLR00110
           A SONG MAY NOT BE MADE CLEARED WITHOUT A LICENSE DATE.       CLR00120
           EVERY CARD IS LISTED ON THE MAINTENANCE REGISTER.  THEN      CLR00130
           SELECTION-INV IS READ IN FULL AND EVERY SELECTION WITH A     CLR00140
           RELEASE DATE OR A PROJECTED RELEASE DATE HAS EACH OF ITS     CLR00150
           TUNES LOOKED UP ON TUNE-INV.  ANY SONG NOT ON THE            CLR00160
           CLEARANCE FILE OR NOT CLEARED IS LISTED ON THE UNCLEARED     CLR00170
           SONG REPORT IN RELEASE DATE ORDER, OLDEST FIRST, SO THE      CLR00180
           SELECTIONS ALREADY OUT OR DUE OUT SOONEST COME AT THE TOP.   CLR00190
           THE RELEASE DATE IS THE MMYY REL-DATE SET BY BR2035; A       CLR00200
           SELECTION WITH ONLY A PROJECTED DATE IS MARKED P.            CLR00210
           THE CLEARANCE FILE IS CREATED BY THE :BR2056L: LOAD RUN.     CLR00215
       ENVIRONMENT DIVISION.                                            CLR00220
       CONFIGURATION SECTION.                                           CLR00230
       INPUT-OUTPUT SECTION.                                            CLR00240
       FILE-CONTROL.                                                    CLR00250
           SELECT PARM-FILE ASSIGN TO UT-2311-S-SYS101.                 CLR00260
           SELECT CLEAR-TRANS ASSIGN TO UT-2311-S-SYS102.               CLR00270
           SELECT CLEAR-FILE ASSIGN TO DA-2311-I-SYS040                 CLR00280
                             ACCESS MODE IS RANDOM                      CLR00290
                             NOMINAL KEY IS CLR-ACT-KEY                 CLR00300
                             RECORD KEY IS CLR-SONG-NUMBER.             CLR00310
           SELECT TUNE-INV   ASSIGN TO DA-2301-R-SYS010                 CLR00320
                             ACCESS MODE IS RANDOM                      CLR00330
                             NOMINAL KEY IS TUNE-ACT-KEY.               CLR00340
           SELECT SELECTION-INV ASSIGN TO DA-2302-R-SYS020              CLR00350
                             ACCESS IS SEQUENTIAL.                      CLR00360
           SELECT UNCLEAR-RPT ASSIGN TO UT-2311-S-SYS107.               CLR00370
           SELECT MAINT-RPT ASSIGN TO UT-2311-S-SYS108.                 CLR00380
           SELECT SORT-WORK ASSIGN TO UT-2311-S-SRT56.                  CLR00390
       DATA DIVISION.                                                   CLR00400
       FILE SECTION.                                                    CLR00410
       FD  PARM-FILE RECORDING F                                        CLR00420
                     RECORD CONTAINS 80 CHARACTERS                      CLR00430
                     LABEL RECORDS OMITTED                              CLR00440
                     DATA RECORD IS PARM-REC.                           CLR00450
       01  PARM-REC.                                                    CLR00460
           03 PARM-RUN-DATE.                                            CLR00470
              05 PARM-RUN-MO    PICTURE 99.                             CLR00480
              05 PARM-RUN-DA    PICTURE 99.                             CLR00490
              05 PARM-RUN-YR    PICTURE 99.                             CLR00500
           03 FILLER            PICTURE X[74].                          CLR00510
       FD  CLEAR-TRANS RECORDING F                                      CLR00520
                       RECORD CONTAINS 80 CHARACTERS                    CLR00530
                       LABEL RECORDS OMITTED                            CLR00540
                       DATA RECORD IS CT-REC.                           CLR00550
       01  CT-REC.                                                      CLR00560
           03 CT-CODE           PICTURE X.                              CLR00570
              88 CT-ADD         VALUE IS :A:.                           CLR00580
              88 CT-CHANGE      VALUE IS :C:.                           CLR00590
           03 CT-SONG-NUMBER    PICTURE X[9].                           CLR00600
           03 CT-PUBLISHER      PICTURE X[40].                          CLR00610
           03 CT-STATUS         PICTURE X.                              CLR00620
           03 CT-LIC-DATE       PICTURE X[6].                           CLR00630
           03 CT-LIC-DATE-N REDEFINES CT-LIC-DATE PICTURE 9[6].         CLR00640
           03 CT-RATE           PICTURE X[5].                           CLR00650
           03 CT-RATE-N REDEFINES CT-RATE PICTURE 9V9999.               CLR00660
           03 FILLER            PICTURE X[18].                          CLR00670
       FD  CLEAR-FILE RECORDING F                                       CLR00680
                      RECORD CONTAINS 80 CHARACTERS                     CLR00690
                      LABEL RECORDS STANDARD                            CLR00700
                      DATA RECORD IS CLR-REC.                           CLR00710
       01  CLR-REC.                                                     CLR00720
           03 CLR-SONG-NUMBER   PICTURE X[9].                           CLR00730
           03 CLR-PUBLISHER     PICTURE X[40].                          CLR00740
           03 CLR-STATUS        PICTURE X.                              CLR00750
              88 CLR-CLEARED    VALUE IS :C:.                           CLR00760
              88 CLR-VALID      VALUE IS :C: :P: :D: :N:.               CLR00770
           03 CLR-LIC-DATE      PICTURE 9[6].                           CLR00780
           03 CLR-RATE          PICTURE 9V9999.                         CLR00790
           03 FILLER            PICTURE X[19].                          CLR00800
       FD  TUNE-INV RECORDING F                                         CLR00810
                    RECORD CONTAINS 3179 CHARACTERS                     CLR00820
                    LABEL RECORDS STANDARD                              CLR00830
                    DATA RECORDS ARE TUNE-REC.                          CLR00840
       01  TUNE-REC.                                                    CLR00850
           03 REC-ID-1          PICTURE XXX.                            CLR00860
           03 TUNE-DETAIL OCCURS 8 TIMES.                               CLR00870
              05 TUNE-SERIAL    PICTURE X[8].                           CLR00880
              05 SONG-NUMBER    PICTURE X[9].                           CLR00890
              05 SONG-FLAG      PICTURE X.                              CLR00900
              05 TUNE-TITLE     PICTURE X[40].                          CLR00910
              05 ARTIST-NAME    PICTURE X[60].                          CLR00920
              05 STAT           PICTURE X.                              CLR00930
              05 DATE-AREA.                                             CLR00940
                 07 DATE-REC OCCURS 5 TIMES                             CLR00950
                                PICTURE 9[6] COMPUTATIONAL-3.           CLR00960
              05 TAKE           PICTURE XX.                             CLR00970
              05 R-TIME         PICTURE 9[4].                           CLR00980
              05 A-R-PROD       PICTURE X[20].                          CLR00990
              05 JOB-NO         PICTURE X[8].                           CLR01000
              05 CREDITS.                                               CLR01010
                 07 T-CHAR OCCURS 200 TIMES PICTURE X.                  CLR01020
              05 CONT-POINT     PICTURE 9[4].                           CLR01030
              05 SELCTN-POINT OCCURS 5 TIMES.                           CLR01040
                 07 SELP-REC    PICTURE 9[3].                           CLR01050
                 07 SELP-DET    PICTURE 9.                              CLR01060
       FD  SELECTION-INV RECORDING F                                    CLR01070
                  RECORD CONTAINS 4714 CHARACTERS                       CLR01080
                  LABEL RECORDS STANDARD                                CLR01090
                  DATA RECORDS ARE SEL-REC.                             CLR01100
       01  SEL-REC.                                                     CLR01110
           03 REC-ID-2          PICTURE X[3].                           CLR01120
           03 REC-DETAIL OCCURS 7 TIMES.                                CLR01130
            04 BLOCK-1.                                                 CLR01140
              05 SELCTN-NO      PICTURE X[10].                          CLR01150
              05 SOURCE-SEL     PICTURE X[10].                          CLR01160
              05 SELCTN-TITLE.                                          CLR01170
                 07 TITLE1      PICTURE X[60].                          CLR01180
                 07 TITLE2      PICTURE X[40].                          CLR01190
             05 NEW-SEL-FLAG  PICTURE X.                                CLR01200
             05 NO-BDS   PICTURE 9[4] COMPUTATIONAL-3.                  CLR01210
             05 PROJ-REL-DATE PICTURE 9[4].                             CLR01220
             05 PROJ-REL-AREA REDEFINES PROJ-REL-DATE.                  CLR01230
                 07 PROJ-REL-MON PICTURE 99.                            CLR01240
                 07 PROJ-REL-YR  PICTURE 99.                            CLR01250
              05 ART-NAME       PICTURE X[60].                          CLR01260
              05 REL-DATE       PICTURE 9[4].                           CLR01270
              05 REL-DATE-AREA REDEFINES REL-DATE.                      CLR01280
                 07 REL-MON     PICTURE 99.                             CLR01290
                 07 REL-YR      PICTURE 99.                             CLR01300
              05 REL-TYPE       PICTURE X.                              CLR01310
              05 PRODUCER       PICTURE X[20].                          CLR01320
              05 MAP.                                                   CLR01330
                 07 FILLER      PICTURE X[3].                           CLR01340
                 07 MEDIUM      PICTURE 9.                              CLR01350
              05 CLAS           PICTURE 9[4].                           CLR01360
              05 PRICE          PICTURE 99V99.                          CLR01370
              05 REV-NO         PICTURE 99.                             CLR01380
            04 BLOCK-2.                                                 CLR01390
              05 TUNE  OCCURS 34 TIMES.                                 CLR01400
                 07 POST        PICTURE 9[4] COMPUTATIONAL-3.           CLR01410
                 07 MASTER-NO.                                          CLR01420
                  09 TUNE-POINT PICTURE 9[4].                           CLR01430
                  09 FILLER     PICTURE 9999.                           CLR01440
                 07 GAP         PICTURE 99.                             CLR01450
              05 CONT-S-POINT   PICTURE 9[4].                           CLR01460
       FD  UNCLEAR-RPT RECORDING F                                      CLR01470
                       RECORD CONTAINS 132 CHARACTERS                   CLR01480
                       LABEL RECORDS OMITTED                            CLR01490
                       DATA RECORD IS UNCLEAR-REC.                      CLR01500
       01  UNCLEAR-REC          PICTURE X[132].                         CLR01510
       FD  MAINT-RPT RECORDING F                                        CLR01520
                     RECORD CONTAINS 132 CHARACTERS                     CLR01530
                     LABEL RECORDS OMITTED                              CLR01540
                     DATA RECORD IS MAINT-REC.                          CLR01550
       01  MAINT-REC            PICTURE X[132].                         CLR01560
       SD  SORT-WORK                                                    CLR01570
           RECORD CONTAINS 120 CHARACTERS                               CLR01580
           DATA RECORD IS SORT-WORK-REC.                                CLR01590
       01  SORT-WORK-REC.                                               CLR01600
           03 SW-REL-YEAR       PICTURE 9[4].                           CLR01610
           03 SW-REL-MON        PICTURE 99.                             CLR01620
           03 SW-SELCTN         PICTURE X[10].                          CLR01630
           03 SW-TS-SUB         PICTURE 99.                             CLR01640
           03 SW-PROJ-SW        PICTURE X.                              CLR01650
           03 SW-REL-TYPE       PICTURE X.                              CLR01660
           03 SW-SERIAL         PICTURE X[8].                           CLR01670
           03 SW-SONG           PICTURE X[9].                           CLR01680
           03 SW-TITLE          PICTURE X[40].                          CLR01690
           03 SW-PUBLISHER      PICTURE X[40].                          CLR01700
           03 SW-STATUS         PICTURE X.                              CLR01710
              88 SW-NOT-ON-FILE VALUE IS :*:.                           CLR01720
              88 SW-NO-SONG     VALUE IS :-:.                           CLR01730
           03 FILLER            PICTURE XX.                             CLR01740
       WORKING-STORAGE SECTION.                                         CLR01750
       77  TUNE-ACT-KEY         PICTURE S9[8] COMPUTATIONAL.            CLR01760
       77  CLR-ACT-KEY          PICTURE X[9].                           CLR01770
       77  SLOT-SUB             PICTURE 9 COMPUTATIONAL.                CLR01780
       77  TS-SUB               PICTURE 99 COMPUTATIONAL.               CLR01790
       77  TRANS-CT             PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01800
       77  ADD-CT               PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01810
       77  CHANGE-CT            PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01820
       77  REJECT-CT            PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01830
       77  SEL-CT               PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01840
       77  SONG-CT              PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01850
       77  UNCLEAR-CT           PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01860
       77  UNCLEAR-SEL-CT       PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLR01870
       77  SEL-UNCLEAR-SW       PICTURE X.                              CLR01880
       77  UC-LINE-CT           PICTURE 99 COMPUTATIONAL VALUE 99.      CLR01890
       77  MR-LINE-CT           PICTURE 99 COMPUTATIONAL VALUE 99.      CLR01900
       77  UC-PAGE-CT           PICTURE 9[4] VALUE ZERO.                CLR01910
       77  MR-PAGE-CT           PICTURE 9[4] VALUE ZERO.                CLR01920
       77  HOLD-SELCTN          PICTURE X[10].                          CLR01930
       77  HOLD-REL-MON         PICTURE 99.                             CLR01940
       77  HOLD-REL-YR          PICTURE 99.                             CLR01950
       77  HOLD-PROJ-SW         PICTURE X.                              CLR01960
       01  TP-CNV.                                                      CLR01970
           03 TP-REL            PICTURE 9[3].                           CLR01980
           03 TP-DET            PICTURE 9.                              CLR01990
       01  MR-HEAD-1.                                                   CLR02000
           03 FILLER  PICTURE X[20] VALUE :RCA RECORD DIVISION:.        CLR02010
           03 FILLER  PICTURE X[10] VALUE SPACES.                       CLR02020
           03 FILLER  PICTURE X[35] VALUE                               CLR02030
              :SONG CLEARANCE MAINTENANCE - WEEK :.                     CLR02040
           03 MRH-MO  PICTURE 99.                                       CLR02050
           03 FILLER  PICTURE X VALUE :/:.                              CLR02060
           03 MRH-DA  PICTURE 99.                                       CLR02070
           03 FILLER  PICTURE X VALUE :/:.                              CLR02080
           03 MRH-YR  PICTURE 99.                                       CLR02090
           03 FILLER  PICTURE X[10] VALUE SPACES.                       CLR02100
           03 FILLER  PICTURE X[5]  VALUE :PAGE :.                      CLR02110
           03 MRH-PAGE PICTURE ZZZ9.                                    CLR02120
       01  MR-HEAD-2.                                                   CLR02130
           03 FILLER  PICTURE X[53] VALUE                               CLR02140
              :C SONG NO.  PUBLISHER:.                                  CLR02150
           03 FILLER  PICTURE X[30] VALUE                               CLR02160
              :S  LIC DT  RATE    RESULT:.                              CLR02170
       01  MR-DETAIL.                                                   CLR02180
           03 MRD-CODE PICTURE X.                                       CLR02190
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02200
           03 MRD-SONG PICTURE X[9].                                    CLR02210
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02220
           03 MRD-PUBLISHER PICTURE X[40].                              CLR02230
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02240
           03 MRD-STATUS PICTURE X.                                     CLR02250
           03 FILLER  PICTURE XX VALUE SPACES.                          CLR02260
           03 MRD-LIC-DATE PICTURE X[6].                                CLR02270
           03 FILLER  PICTURE XX VALUE SPACES.                          CLR02280
           03 MRD-RATE PICTURE X[6].                                    CLR02290
           03 FILLER  PICTURE XX VALUE SPACES.                          CLR02300
           03 MRD-RESULT PICTURE X[30].                                 CLR02310
       01  UC-HEAD-1.                                                   CLR02320
           03 FILLER  PICTURE X[20] VALUE :RCA RECORD DIVISION:.        CLR02330
           03 FILLER  PICTURE X[10] VALUE SPACES.                       CLR02340
           03 FILLER  PICTURE X[35] VALUE                               CLR02350
              :UNCLEARED SONGS ON SELECTIONS - WK :.                    CLR02360
           03 UCH-MO  PICTURE 99.                                       CLR02370
           03 FILLER  PICTURE X VALUE :/:.                              CLR02380
           03 UCH-DA  PICTURE 99.                                       CLR02390
           03 FILLER  PICTURE X VALUE :/:.                              CLR02400
           03 UCH-YR  PICTURE 99.                                       CLR02410
           03 FILLER  PICTURE X[10] VALUE SPACES.                       CLR02420
           03 FILLER  PICTURE X[5]  VALUE :PAGE :.                      CLR02430
           03 UCH-PAGE PICTURE ZZZ9.                                    CLR02440
       01  UC-HEAD-2.                                                   CLR02450
           03 FILLER  PICTURE X[36] VALUE                               CLR02460
              :REL DATE  SELECTION  T SERIAL    :.                      CLR02470
           03 FILLER  PICTURE X[52] VALUE                               CLR02480
              :SONG NO.  TUNE TITLE:.                                   CLR02490
           03 FILLER  PICTURE X[36] VALUE                               CLR02500
              :PUBLISHER                     STATUS:.                   CLR02510
       01  UC-DETAIL.                                                   CLR02520
           03 UCD-REL-MON PICTURE 99.                                   CLR02530
           03 UCD-SLASH PICTURE X.                                      CLR02540
           03 UCD-REL-YR PICTURE 99.                                    CLR02550
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02560
           03 UCD-PROJ PICTURE X.                                       CLR02570
           03 FILLER  PICTURE XXX VALUE SPACES.                         CLR02580
           03 UCD-SELCTN PICTURE X[10].                                 CLR02590
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02600
           03 UCD-REL-TYPE PICTURE X.                                   CLR02610
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02620
           03 UCD-SERIAL PICTURE X[8].                                  CLR02630
           03 FILLER  PICTURE X[5] VALUE SPACES.                        CLR02640
           03 UCD-SONG PICTURE X[9].                                    CLR02650
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02660
           03 UCD-TITLE PICTURE X[40].                                  CLR02670
           03 FILLER  PICTURE XX VALUE SPACES.                          CLR02680
           03 UCD-PUBLISHER PICTURE X[29].                              CLR02690
           03 FILLER  PICTURE X VALUE SPACE.                            CLR02700
           03 UCD-STATUS PICTURE X[14].                                 CLR02710
       01  TOTAL-LINE.                                                  CLR02720
           03 TL-LABEL PICTURE X[40].                                   CLR02730
           03 TL-COUNT PICTURE ZZZZ9.                                   CLR02740
       PROCEDURE DIVISION.                                              CLR02750
       HOUSEKEEP.                                                       CLR02760
           OPEN INPUT PARM-FILE.                                        CLR02770
           READ PARM-FILE AT END                                        CLR02780
               DISPLAY :BR2056 PARM CARD MISSING: UPON CONSOLE          CLR02790
               STOP RUN.                                                CLR02800
           CLOSE PARM-FILE.                                             CLR02810
           MOVE PARM-RUN-MO TO MRH-MO UCH-MO.                           CLR02820
           MOVE PARM-RUN-DA TO MRH-DA UCH-DA.                           CLR02830
           MOVE PARM-RUN-YR TO MRH-YR UCH-YR.                           CLR02840
           OPEN I-O CLEAR-FILE.                                         CLR02850
           OPEN INPUT CLEAR-TRANS.                                      CLR02860
           OPEN OUTPUT MAINT-RPT.                                       CLR02870
       MAINT-READ.                                                      CLR02880
           READ CLEAR-TRANS AT END GO TO MAINT-DONE.                    CLR02890
           ADD 1 TO TRANS-CT.                                           CLR02900
           PERFORM MAINT-ONE THRU MAINT-ONE-EXIT.                       CLR02910
           GO TO MAINT-READ.                                            CLR02920
       MAINT-DONE.                                                      CLR02930
           CLOSE CLEAR-TRANS.                                           CLR02940
           MOVE SPACES TO MAINT-REC.                                    CLR02950
           WRITE MAINT-REC AFTER ADVANCING 1.                           CLR02960
           MOVE :MAINTENANCE CARDS READ: TO TL-LABEL.                   CLR02970
           MOVE TRANS-CT TO TL-COUNT.                                   CLR02980
           WRITE MAINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.           CLR02990
           MOVE :SONGS ADDED: TO TL-LABEL.                              CLR03000
           MOVE ADD-CT TO TL-COUNT.                                     CLR03010
           WRITE MAINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.           CLR03020
           MOVE :SONGS CHANGED: TO TL-LABEL.                            CLR03030
           MOVE CHANGE-CT TO TL-COUNT.                                  CLR03040
           WRITE MAINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.           CLR03050
           MOVE :CARDS REJECTED: TO TL-LABEL.                           CLR03060
           MOVE REJECT-CT TO TL-COUNT.                                  CLR03070
           WRITE MAINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.           CLR03080
           CLOSE MAINT-RPT.                                             CLR03090
           OPEN OUTPUT UNCLEAR-RPT.                                     CLR03100
           SORT SORT-WORK                                               CLR03110
               ON ASCENDING KEY SW-REL-YEAR SW-REL-MON SW-SELCTN        CLR03120
                                SW-TS-SUB                               CLR03130
               INPUT PROCEDURE IS SCAN-SELECTIONS THRU SCAN-EXIT        CLR03140
               OUTPUT PROCEDURE IS UNCLEAR-OUT THRU UNCLEAR-OUT-EXIT.   CLR03150
           CLOSE UNCLEAR-RPT CLEAR-FILE.                                CLR03160
           DISPLAY :BR2056 CLEARANCE RUN COMPLETE: UPON CONSOLE.        CLR03170
           DISPLAY :BR2056 CARDS : TRANS-CT : REJECTED : REJECT-CT      CLR03180
               : UNCLEARED SONGS : UNCLEAR-CT UPON CONSOLE.             CLR03190
           STOP RUN.                                                    CLR03200
       MAINT-ONE.                                                       CLR03210
           MOVE SPACES TO MR-DETAIL.                                    CLR03220
           MOVE CT-CODE TO MRD-CODE.                                    CLR03230
           MOVE CT-SONG-NUMBER TO MRD-SONG.                             CLR03240
           MOVE CT-PUBLISHER TO MRD-PUBLISHER.                          CLR03250
           MOVE CT-STATUS TO MRD-STATUS.                                CLR03260
           MOVE CT-LIC-DATE TO MRD-LIC-DATE.                            CLR03270
           MOVE CT-RATE TO MRD-RATE.                                    CLR03280
           IF CT-SONG-NUMBER = SPACES                                   CLR03290
               MOVE :NO SONG NUMBER - REJECTED: TO MRD-RESULT           CLR03300
               GO TO MAINT-REJECT.                                      CLR03310
           IF CT-LIC-DATE NOT = SPACES AND CT-LIC-DATE-N NOT NUMERIC    CLR03320
               MOVE :LICENSE DATE NOT NUMERIC: TO MRD-RESULT            CLR03330
               GO TO MAINT-REJECT.                                      CLR03340
           IF CT-RATE NOT = SPACES AND CT-RATE-N NOT NUMERIC            CLR03350
               MOVE :RATE NOT NUMERIC: TO MRD-RESULT                    CLR03360
               GO TO MAINT-REJECT.                                      CLR03370
           MOVE CT-SONG-NUMBER TO CLR-ACT-KEY.                          CLR03380
           IF CT-ADD GO TO MAINT-ADD.                                   CLR03390
           IF CT-CHANGE GO TO MAINT-CHANGE.                             CLR03400
           MOVE :INVALID CARD CODE - REJECTED: TO MRD-RESULT.           CLR03410
           GO TO MAINT-REJECT.                                          CLR03420
       MAINT-ADD.                                                       CLR03430
           MOVE SPACES TO CLR-REC.                                      CLR03440
           MOVE CT-SONG-NUMBER TO CLR-SONG-NUMBER.                      CLR03450
           MOVE CT-PUBLISHER TO CLR-PUBLISHER.                          CLR03460
           MOVE CT-STATUS TO CLR-STATUS.                                CLR03470
           IF CT-STATUS = SPACE                                         CLR03480
               MOVE :N: TO CLR-STATUS.                                  CLR03490
           MOVE ZERO TO CLR-LIC-DATE CLR-RATE.                          CLR03500
           IF CT-LIC-DATE NOT = SPACES                                  CLR03510
               MOVE CT-LIC-DATE-N TO CLR-LIC-DATE.                      CLR03520
           IF CT-RATE NOT = SPACES                                      CLR03530
               MOVE CT-RATE-N TO CLR-RATE.                              CLR03540
           PERFORM MAINT-EDIT THRU MAINT-EDIT-EXIT.                     CLR03550
           IF MRD-RESULT NOT = SPACES GO TO MAINT-REJECT.               CLR03560
           WRITE CLR-REC INVALID KEY                                    CLR03570
               MOVE :SONG ALREADY ON FILE: TO MRD-RESULT                CLR03580
               GO TO MAINT-REJECT.                                      CLR03590
           ADD 1 TO ADD-CT.                                             CLR03600
           MOVE :ADDED: TO MRD-RESULT.                                  CLR03610
           GO TO MAINT-PRINT.                                           CLR03620
       MAINT-CHANGE.                                                    CLR03630
           READ CLEAR-FILE INVALID KEY                                  CLR03640
               MOVE :SONG NOT ON FILE: TO MRD-RESULT                    CLR03650
               GO TO MAINT-REJECT.                                      CLR03660
           IF CT-PUBLISHER NOT = SPACES                                 CLR03670
               MOVE CT-PUBLISHER TO CLR-PUBLISHER.                      CLR03680
           IF CT-STATUS NOT = SPACE                                     CLR03690
               MOVE CT-STATUS TO CLR-STATUS.                            CLR03700
           IF CT-LIC-DATE NOT = SPACES                                  CLR03710
               MOVE CT-LIC-DATE-N TO CLR-LIC-DATE.                      CLR03720
           IF CT-RATE NOT = SPACES                                      CLR03730
               MOVE CT-RATE-N TO CLR-RATE.                              CLR03740
           PERFORM MAINT-EDIT THRU MAINT-EDIT-EXIT.                     CLR03750
           IF MRD-RESULT NOT = SPACES GO TO MAINT-REJECT.               CLR03760
           REWRITE CLR-REC INVALID KEY                                  CLR03770
               MOVE :REWRITE FAILED: TO MRD-RESULT                      CLR03780
               GO TO MAINT-REJECT.                                      CLR03790
           ADD 1 TO CHANGE-CT.                                          CLR03800
           MOVE :CHANGED: TO MRD-RESULT.                                CLR03810
           GO TO MAINT-PRINT.                                           CLR03820
       MAINT-REJECT.                                                    CLR03830
           ADD 1 TO REJECT-CT.                                          CLR03840
       MAINT-PRINT.                                                     CLR03850
           IF MR-LINE-CT GREATER THAN 50                                CLR03860
               PERFORM MR-HEADING THRU MR-HEADING-EXIT.                 CLR03870
           WRITE MAINT-REC FROM MR-DETAIL AFTER ADVANCING 1.            CLR03880
           ADD 1 TO MR-LINE-CT.                                         CLR03890
       MAINT-ONE-EXIT.                                                  CLR03900
           EXIT.                                                        CLR03910
       MAINT-EDIT.                                                      CLR03920
           IF NOT CLR-VALID                                             CLR03930
               MOVE :STATUS MUST BE C P D OR N: TO MRD-RESULT           CLR03940
               GO TO MAINT-EDIT-EXIT.                                   CLR03950
           IF CLR-CLEARED AND CLR-LIC-DATE = ZERO                       CLR03960
               MOVE :CLEARED WITH NO LICENSE DATE: TO MRD-RESULT.       CLR03970
       MAINT-EDIT-EXIT.                                                 CLR03980
           EXIT.                                                        CLR03990
       MR-HEADING.                                                      CLR04000
           ADD 1 TO MR-PAGE-CT.                                         CLR04010
           MOVE MR-PAGE-CT TO MRH-PAGE.                                 CLR04020
           WRITE MAINT-REC FROM MR-HEAD-1 AFTER ADVANCING 0 LINES.      CLR04030
           WRITE MAINT-REC FROM MR-HEAD-2 AFTER ADVANCING 2.            CLR04040
           MOVE SPACES TO MAINT-REC.                                    CLR04050
           WRITE MAINT-REC AFTER ADVANCING 1.                           CLR04060
           MOVE 4 TO MR-LINE-CT.                                        CLR04070
       MR-HEADING-EXIT.                                                 CLR04080
           EXIT.                                                        CLR04090
       SCAN-SELECTIONS.                                                 CLR04100
           OPEN INPUT SELECTION-INV TUNE-INV.                           CLR04110
       SEL-READ.                                                        CLR04120
           READ SELECTION-INV AT END GO TO SEL-DONE.                    CLR04130
           IF REC-ID-2 NOT = :S01: GO TO SEL-READ.                      CLR04140
           PERFORM SEL-ONE-SLOT THRU SEL-ONE-SLOT-EXIT                  CLR04150
               VARYING SLOT-SUB FROM 1 BY 1                             CLR04160
               UNTIL SLOT-SUB GREATER THAN 7.                           CLR04170
           GO TO SEL-READ.                                              CLR04180
       SEL-DONE.                                                        CLR04190
           CLOSE SELECTION-INV TUNE-INV.                                CLR04200
           GO TO SCAN-EXIT.                                             CLR04210
       SEL-ONE-SLOT.                                                    CLR04220
           IF SELCTN-NO [SLOT-SUB] = SPACES                             CLR04230
               GO TO SEL-ONE-SLOT-EXIT.                                 CLR04240
           IF REL-DATE [SLOT-SUB] NOT NUMERIC                           CLR04250
               MOVE ZERO TO REL-DATE [SLOT-SUB].                        CLR04260
           IF PROJ-REL-DATE [SLOT-SUB] NOT NUMERIC                      CLR04270
               MOVE ZERO TO PROJ-REL-DATE [SLOT-SUB].                   CLR04280
           IF REL-DATE [SLOT-SUB] GREATER THAN ZERO                     CLR04290
               MOVE REL-MON [SLOT-SUB] TO HOLD-REL-MON                  CLR04300
               MOVE REL-YR [SLOT-SUB] TO HOLD-REL-YR                    CLR04310
               MOVE SPACE TO HOLD-PROJ-SW                               CLR04320
               GO TO SEL-SCHEDULED.                                     CLR04330
           IF PROJ-REL-DATE [SLOT-SUB] GREATER THAN ZERO                CLR04340
               MOVE PROJ-REL-MON [SLOT-SUB] TO HOLD-REL-MON             CLR04350
               MOVE PROJ-REL-YR [SLOT-SUB] TO HOLD-REL-YR               CLR04360
               MOVE :P: TO HOLD-PROJ-SW                                 CLR04370
               GO TO SEL-SCHEDULED.                                     CLR04380
           GO TO SEL-ONE-SLOT-EXIT.                                     CLR04390
       SEL-SCHEDULED.                                                   CLR04400
           ADD 1 TO SEL-CT.                                             CLR04410
           MOVE :N: TO SEL-UNCLEAR-SW.                                  CLR04420
           PERFORM CHECK-TUNE THRU CHECK-TUNE-EXIT                      CLR04430
               VARYING TS-SUB FROM 1 BY 1                               CLR04440
               UNTIL TS-SUB GREATER THAN 34.                            CLR04450
           IF SEL-UNCLEAR-SW = :Y:                                      CLR04460
               ADD 1 TO UNCLEAR-SEL-CT.                                 CLR04470
       SEL-ONE-SLOT-EXIT.                                               CLR04480
           EXIT.                                                        CLR04490
       CHECK-TUNE.                                                      CLR04500
           IF MASTER-NO [SLOT-SUB, TS-SUB] NOT NUMERIC                  CLR04510
               GO TO CHECK-TUNE-EXIT.                                   CLR04520
           IF TUNE-POINT [SLOT-SUB, TS-SUB] NOT GREATER THAN ZERO       CLR04530
               GO TO CHECK-TUNE-EXIT.                                   CLR04540
           MOVE TUNE-POINT [SLOT-SUB, TS-SUB] TO TP-CNV.                CLR04550
           IF TP-DET = ZERO OR TP-DET GREATER THAN 8                    CLR04560
               GO TO CHECK-TUNE-EXIT.                                   CLR04570
           MOVE TP-REL TO TUNE-ACT-KEY.                                 CLR04580
           READ TUNE-INV INVALID KEY GO TO CHECK-TUNE-EXIT.             CLR04590
           IF REC-ID-1 NOT = :T01: GO TO CHECK-TUNE-EXIT.               CLR04600
           ADD 1 TO SONG-CT.                                            CLR04610
           MOVE SPACES TO SORT-WORK-REC.                                CLR04620
           IF SONG-NUMBER [TP-DET] = SPACES                             CLR04630
               MOVE :-: TO SW-STATUS                                    CLR04640
               GO TO CHECK-TUNE-RELEASE.                                CLR04650
           MOVE SONG-NUMBER [TP-DET] TO CLR-ACT-KEY.                    CLR04660
           READ CLEAR-FILE INVALID KEY                                  CLR04670
               MOVE :*: TO SW-STATUS                                    CLR04680
               GO TO CHECK-TUNE-RELEASE.                                CLR04690
           IF CLR-CLEARED GO TO CHECK-TUNE-EXIT.                        CLR04700
           MOVE CLR-STATUS TO SW-STATUS.                                CLR04710
           MOVE CLR-PUBLISHER TO SW-PUBLISHER.                          CLR04720
       CHECK-TUNE-RELEASE.                                              CLR04730
           MOVE HOLD-REL-MON TO SW-REL-MON.                             CLR04740
           IF HOLD-REL-YR LESS THAN 50                                  CLR04750
               ADD 2000 HOLD-REL-YR GIVING SW-REL-YEAR                  CLR04760
           ELSE                                                         CLR04770
               ADD 1900 HOLD-REL-YR GIVING SW-REL-YEAR.                 CLR04780
           MOVE SELCTN-NO [SLOT-SUB] TO SW-SELCTN.                      CLR04790
           MOVE TS-SUB TO SW-TS-SUB.                                    CLR04800
           MOVE HOLD-PROJ-SW TO SW-PROJ-SW.                             CLR04810
           MOVE REL-TYPE [SLOT-SUB] TO SW-REL-TYPE.                     CLR04820
           MOVE TUNE-SERIAL [TP-DET] TO SW-SERIAL.                      CLR04830
           MOVE SONG-NUMBER [TP-DET] TO SW-SONG.                        CLR04840
           MOVE TUNE-TITLE [TP-DET] TO SW-TITLE.                        CLR04850
           RELEASE SORT-WORK-REC.                                       CLR04860
           ADD 1 TO UNCLEAR-CT.                                         CLR04870
           MOVE :Y: TO SEL-UNCLEAR-SW.                                  CLR04880
       CHECK-TUNE-EXIT.                                                 CLR04890
           EXIT.                                                        CLR04900
       SCAN-EXIT.                                                       CLR04910
           EXIT.                                                        CLR04920
       UNCLEAR-OUT.                                                     CLR04930
           MOVE SPACES TO HOLD-SELCTN.                                  CLR04940
       OUT-LOOP.                                                        CLR04950
           RETURN SORT-WORK AT END GO TO OUT-END.                       CLR04960
           IF UC-LINE-CT GREATER THAN 50                                CLR04970
               PERFORM UC-HEADING THRU UC-HEADING-EXIT.                 CLR04980
           IF SW-SELCTN NOT = HOLD-SELCTN                               CLR04990
               AND UC-LINE-CT GREATER THAN 4                            CLR05000
               MOVE SPACES TO UNCLEAR-REC                               CLR05010
               WRITE UNCLEAR-REC AFTER ADVANCING 1                      CLR05020
               ADD 1 TO UC-LINE-CT.                                     CLR05030
           MOVE SW-SELCTN TO HOLD-SELCTN.                               CLR05040
           MOVE SW-REL-MON TO UCD-REL-MON.                              CLR05050
           MOVE :/: TO UCD-SLASH.                                       CLR05060
           MOVE SW-REL-YEAR TO UCD-REL-YR.                              CLR05070
           MOVE SW-PROJ-SW TO UCD-PROJ.                                 CLR05080
           MOVE SW-SELCTN TO UCD-SELCTN.                                CLR05090
           MOVE SW-REL-TYPE TO UCD-REL-TYPE.                            CLR05100
           MOVE SW-SERIAL TO UCD-SERIAL.                                CLR05110
           MOVE SW-SONG TO UCD-SONG.                                    CLR05120
           MOVE SW-TITLE TO UCD-TITLE.                                  CLR05130
           MOVE SW-PUBLISHER TO UCD-PUBLISHER.                          CLR05140
           MOVE :UNKNOWN STATUS: TO UCD-STATUS.                         CLR05150
           IF SW-STATUS = :P:                                           CLR05160
               MOVE :PENDING: TO UCD-STATUS.                            CLR05170
           IF SW-STATUS = :D:                                           CLR05180
               MOVE :DENIED: TO UCD-STATUS.                             CLR05190
           IF SW-STATUS = :N:                                           CLR05200
               MOVE :NOT REQUESTED: TO UCD-STATUS.                      CLR05210
           IF SW-NOT-ON-FILE                                            CLR05220
               MOVE :NOT ON FILE: TO UCD-STATUS.                        CLR05230
           IF SW-NO-SONG                                                CLR05240
               MOVE :NO SONG NUMBER: TO UCD-STATUS.                     CLR05250
           WRITE UNCLEAR-REC FROM UC-DETAIL AFTER ADVANCING 1.          CLR05260
           ADD 1 TO UC-LINE-CT.                                         CLR05270
           GO TO OUT-LOOP.                                              CLR05280
       OUT-END.                                                         CLR05290
           IF UC-PAGE-CT = ZERO                                         CLR05300
               PERFORM UC-HEADING THRU UC-HEADING-EXIT                  CLR05310
               MOVE :NO UNCLEARED SONGS ON SCHEDULED SELECTIONS:        CLR05320
                   TO UNCLEAR-REC                                       CLR05330
               WRITE UNCLEAR-REC AFTER ADVANCING 1.                     CLR05340
           MOVE SPACES TO UNCLEAR-REC.                                  CLR05350
           WRITE UNCLEAR-REC AFTER ADVANCING 2.                         CLR05360
           MOVE :SCHEDULED OR RELEASED SELECTIONS: TO TL-LABEL.         CLR05370
           MOVE SEL-CT TO TL-COUNT.                                     CLR05380
           WRITE UNCLEAR-REC FROM TOTAL-LINE AFTER ADVANCING 1.         CLR05390
           MOVE :TUNES CHECKED: TO TL-LABEL.                            CLR05400
           MOVE SONG-CT TO TL-COUNT.                                    CLR05410
           WRITE UNCLEAR-REC FROM TOTAL-LINE AFTER ADVANCING 1.         CLR05420
           MOVE :SELECTIONS WITH UNCLEARED SONGS: TO TL-LABEL.          CLR05430
           MOVE UNCLEAR-SEL-CT TO TL-COUNT.                             CLR05440
           WRITE UNCLEAR-REC FROM TOTAL-LINE AFTER ADVANCING 1.         CLR05450
           MOVE :UNCLEARED SONGS LISTED: TO TL-LABEL.                   CLR05460
           MOVE UNCLEAR-CT TO TL-COUNT.                                 CLR05470
           WRITE UNCLEAR-REC FROM TOTAL-LINE AFTER ADVANCING 1.         CLR05480
           GO TO UNCLEAR-OUT-EXIT.                                      CLR05490
       UC-HEADING.                                                      CLR05500
           ADD 1 TO UC-PAGE-CT.                                         CLR05510
           MOVE UC-PAGE-CT TO UCH-PAGE.                                 CLR05520
           WRITE UNCLEAR-REC FROM UC-HEAD-1 AFTER ADVANCING 0 LINES.    CLR05530
           WRITE UNCLEAR-REC FROM UC-HEAD-2 AFTER ADVANCING 2.          CLR05540
           MOVE SPACES TO UNCLEAR-REC.                                  CLR05550
           WRITE UNCLEAR-REC AFTER ADVANCING 1.                         CLR05560
           MOVE 4 TO UC-LINE-CT.                                        CLR05570
       UC-HEADING-EXIT.                                                 CLR05580
           EXIT.                                                        CLR05590
       UNCLEAR-OUT-EXIT.                                                CLR05600
           EXIT.                                                        CLR05610
