       IDENTIFICATION DIVISION.                                         CLL00010
       PROGRAM-ID. :BR2056L:.                                           CLL00020
       INSTALLATION. RCA RECORD DIVISION.                               CLL00030
       REMARKS. LOADS THE SONG CLEARANCE FILE FOR :BR2056:.  THE        CLL00040
           CLEARANCE FILE IS AN INDEXED FILE KEYED BY THE TUNE-INV      CLL00050
           SONG NUMBER, SO IT IS CREATED HERE IN SONG NUMBER ORDER      CLL00060
           BEFORE THE FIRST WEEKLY RUN, OR REBUILT FROM A FULL DECK     CLL00070
           IF IT IS LOST.  THE LOAD DECK IS CODE A CARDS IN THE SAME    CLL00080
           FORMAT AS THE WEEKLY MAINTENANCE CARDS.  THE CARDS ARE       CLL00090
           EDITED THE WAY :BR2056: EDITS AN ADD, SORTED ON THE SONG     CLL00100
           NUMBER AND WRITTEN TO THE FILE IN KEY SEQUENCE.  A BLANK     CLL00110
           STATUS LOADS AS N.  A SECOND CARD FOR THE SAME SONG IS       CLL00120
           REJECTED.  EVERY CARD IS LISTED ON THE LOAD REGISTER.        CLL00130
           THE RUN OPENS THE FILE OUTPUT - ANY EXISTING CLEARANCE       CLL00140
           FILE IS REPLACED.                                            CLL00150
       ENVIRONMENT DIVISION.                                            CLL00160
       CONFIGURATION SECTION.                                           CLL00170
       INPUT-OUTPUT SECTION.                                            CLL00180
       FILE-CONTROL.                                                    CLL00190
           SELECT PARM-FILE ASSIGN TO UT-2311-S-SYS101.                 CLL00200
           SELECT CLEAR-TRANS ASSIGN TO UT-2311-S-SYS102.               CLL00210
           SELECT CLEAR-FILE ASSIGN TO DA-2311-I-SYS040                 CLL00220
                             ACCESS MODE IS SEQUENTIAL                  CLL00230
                             RECORD KEY IS CLR-SONG-NUMBER.             CLL00240
           SELECT LOAD-RPT ASSIGN TO UT-2311-S-SYS108.                  CLL00250
           SELECT SORT-WORK ASSIGN TO UT-2311-S-SRT57.                  CLL00260
       DATA DIVISION.                                                   CLL00270
       FILE SECTION.                                                    CLL00280
       FD  PARM-FILE RECORDING F                                        CLL00290
                     RECORD CONTAINS 80 CHARACTERS                      CLL00300
                     LABEL RECORDS OMITTED                              CLL00310
                     DATA RECORD IS PARM-REC.                           CLL00320
       01  PARM-REC.                                                    CLL00330
           03 PARM-RUN-DATE.                                            CLL00340
              05 PARM-RUN-MO    PICTURE 99.                             CLL00350
              05 PARM-RUN-DA    PICTURE 99.                             CLL00360
              05 PARM-RUN-YR    PICTURE 99.                             CLL00370
           03 FILLER            PICTURE X[74].                          CLL00380
       FD  CLEAR-TRANS RECORDING F                                      CLL00390
                       RECORD CONTAINS 80 CHARACTERS                    CLL00400
                       LABEL RECORDS OMITTED                            CLL00410
                       DATA RECORD IS CT-REC.                           CLL00420
       01  CT-REC.                                                      CLL00430
           03 CT-CODE           PICTURE X.                              CLL00440
              88 CT-ADD         VALUE IS :A:.                           CLL00450
           03 CT-SONG-NUMBER    PICTURE X[9].                           CLL00460
           03 CT-PUBLISHER      PICTURE X[40].                          CLL00470
           03 CT-STATUS         PICTURE X.                              CLL00480
              88 CT-CLEARED     VALUE IS :C:.                           CLL00490
              88 CT-VALID       VALUE IS :C: :P: :D: :N:.               CLL00500
           03 CT-LIC-DATE       PICTURE X[6].                           CLL00510
           03 CT-LIC-DATE-N REDEFINES CT-LIC-DATE PICTURE 9[6].         CLL00520
           03 CT-RATE           PICTURE X[5].                           CLL00530
           03 CT-RATE-N REDEFINES CT-RATE PICTURE 9V9999.               CLL00540
           03 FILLER            PICTURE X[18].                          CLL00550
       FD  CLEAR-FILE RECORDING F                                       CLL00560
                      RECORD CONTAINS 80 CHARACTERS                     CLL00570
                      LABEL RECORDS STANDARD                            CLL00580
                      DATA RECORD IS CLR-REC.                           CLL00590
       01  CLR-REC.                                                     CLL00600
           03 CLR-SONG-NUMBER   PICTURE X[9].                           CLL00610
           03 CLR-PUBLISHER     PICTURE X[40].                          CLL00620
           03 CLR-STATUS        PICTURE X.                              CLL00630
           03 CLR-LIC-DATE      PICTURE 9[6].                           CLL00640
           03 CLR-RATE          PICTURE 9V9999.                         CLL00650
           03 FILLER            PICTURE X[19].                          CLL00660
       FD  LOAD-RPT RECORDING F                                         CLL00670
                    RECORD CONTAINS 132 CHARACTERS                      CLL00680
                    LABEL RECORDS OMITTED                               CLL00690
                    DATA RECORD IS LOAD-REC.                            CLL00700
       01  LOAD-REC             PICTURE X[132].                         CLL00710
       SD  SORT-WORK                                                    CLL00720
           RECORD CONTAINS 80 CHARACTERS                                CLL00730
           DATA RECORD IS SORT-WORK-REC.                                CLL00740
       01  SORT-WORK-REC.                                               CLL00750
           03 SW-CODE           PICTURE X.                              CLL00760
           03 SW-SONG-NUMBER    PICTURE X[9].                           CLL00770
           03 SW-PUBLISHER      PICTURE X[40].                          CLL00780
           03 SW-STATUS         PICTURE X.                              CLL00790
           03 SW-LIC-DATE       PICTURE X[6].                           CLL00800
           03 SW-LIC-DATE-N REDEFINES SW-LIC-DATE PICTURE 9[6].         CLL00810
           03 SW-RATE           PICTURE X[5].                           CLL00820
           03 SW-RATE-N REDEFINES SW-RATE PICTURE 9V9999.               CLL00830
           03 FILLER            PICTURE X[18].                          CLL00840
       WORKING-STORAGE SECTION.                                         CLL00850
       77  TRANS-CT             PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLL00860
       77  LOAD-CT              PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLL00870
       77  REJECT-CT            PICTURE 9[5] COMPUTATIONAL VALUE ZERO.  CLL00880
       77  LR-LINE-CT           PICTURE 99 COMPUTATIONAL VALUE 99.      CLL00890
       77  LR-PAGE-CT           PICTURE 9[4] VALUE ZERO.                CLL00900
       77  HOLD-SONG            PICTURE X[9].                           CLL00910
       01  LR-HEAD-1.                                                   CLL00920
           03 FILLER  PICTURE X[20] VALUE :RCA RECORD DIVISION:.        CLL00930
           03 FILLER  PICTURE X[10] VALUE SPACES.                       CLL00940
           03 FILLER  PICTURE X[35] VALUE                               CLL00950
              :SONG CLEARANCE FILE LOAD - DATE   :.                     CLL00960
           03 LRH-MO  PICTURE 99.                                       CLL00970
           03 FILLER  PICTURE X VALUE :/:.                              CLL00980
           03 LRH-DA  PICTURE 99.                                       CLL00990
           03 FILLER  PICTURE X VALUE :/:.                              CLL01000
           03 LRH-YR  PICTURE 99.                                       CLL01010
           03 FILLER  PICTURE X[10] VALUE SPACES.                       CLL01020
           03 FILLER  PICTURE X[5]  VALUE :PAGE :.                      CLL01030
           03 LRH-PAGE PICTURE ZZZ9.                                    CLL01040
       01  LR-HEAD-2.                                                   CLL01050
           03 FILLER  PICTURE X[53] VALUE                               CLL01060
              :C SONG NO.  PUBLISHER:.                                  CLL01070
           03 FILLER  PICTURE X[30] VALUE                               CLL01080
              :S  LIC DT  RATE    RESULT:.                              CLL01090
       01  LR-DETAIL.                                                   CLL01100
           03 LRD-CODE PICTURE X.                                       CLL01110
           03 FILLER  PICTURE X VALUE SPACE.                            CLL01120
           03 LRD-SONG PICTURE X[9].                                    CLL01130
           03 FILLER  PICTURE X VALUE SPACE.                            CLL01140
           03 LRD-PUBLISHER PICTURE X[40].                              CLL01150
           03 FILLER  PICTURE X VALUE SPACE.                            CLL01160
           03 LRD-STATUS PICTURE X.                                     CLL01170
           03 FILLER  PICTURE XX VALUE SPACES.                          CLL01180
           03 LRD-LIC-DATE PICTURE X[6].                                CLL01190
           03 FILLER  PICTURE XX VALUE SPACES.                          CLL01200
           03 LRD-RATE PICTURE X[6].                                    CLL01210
           03 FILLER  PICTURE XX VALUE SPACES.                          CLL01220
           03 LRD-RESULT PICTURE X[30].                                 CLL01230
       01  TOTAL-LINE.                                                  CLL01240
           03 TL-LABEL PICTURE X[40].                                   CLL01250
           03 TL-COUNT PICTURE ZZZZ9.                                   CLL01260
       PROCEDURE DIVISION.                                              CLL01270
       HOUSEKEEP.                                                       CLL01280
           OPEN INPUT PARM-FILE.                                        CLL01290
           READ PARM-FILE AT END                                        CLL01300
               DISPLAY :BR2056L PARM CARD MISSING: UPON CONSOLE         CLL01310
               STOP RUN.                                                CLL01320
           CLOSE PARM-FILE.                                             CLL01330
           MOVE PARM-RUN-MO TO LRH-MO.                                  CLL01340
           MOVE PARM-RUN-DA TO LRH-DA.                                  CLL01350
           MOVE PARM-RUN-YR TO LRH-YR.                                  CLL01360
           OPEN OUTPUT LOAD-RPT.                                        CLL01370
           SORT SORT-WORK                                               CLL01380
               ON ASCENDING KEY SW-SONG-NUMBER                          CLL01390
               INPUT PROCEDURE IS EDIT-CARDS THRU EDIT-EXIT             CLL01400
               OUTPUT PROCEDURE IS LOAD-OUT THRU LOAD-OUT-EXIT.         CLL01410
           MOVE SPACES TO LOAD-REC.                                     CLL01420
           WRITE LOAD-REC AFTER ADVANCING 1.                            CLL01430
           MOVE :LOAD CARDS READ: TO TL-LABEL.                          CLL01440
           MOVE TRANS-CT TO TL-COUNT.                                   CLL01450
           WRITE LOAD-REC FROM TOTAL-LINE AFTER ADVANCING 1.            CLL01460
           MOVE :SONGS LOADED: TO TL-LABEL.                             CLL01470
           MOVE LOAD-CT TO TL-COUNT.                                    CLL01480
           WRITE LOAD-REC FROM TOTAL-LINE AFTER ADVANCING 1.            CLL01490
           MOVE :CARDS REJECTED: TO TL-LABEL.                           CLL01500
           MOVE REJECT-CT TO TL-COUNT.                                  CLL01510
           WRITE LOAD-REC FROM TOTAL-LINE AFTER ADVANCING 1.            CLL01520
           CLOSE LOAD-RPT.                                              CLL01530
           DISPLAY :BR2056L CLEARANCE FILE LOADED: UPON CONSOLE.        CLL01540
           DISPLAY :BR2056L CARDS : TRANS-CT : LOADED : LOAD-CT         CLL01550
               : REJECTED : REJECT-CT UPON CONSOLE.                     CLL01560
           STOP RUN.                                                    CLL01570
       EDIT-CARDS.                                                      CLL01580
           OPEN INPUT CLEAR-TRANS.                                      CLL01590
       EDIT-READ.                                                       CLL01600
           READ CLEAR-TRANS AT END GO TO EDIT-DONE.                     CLL01610
           ADD 1 TO TRANS-CT.                                           CLL01620
           PERFORM EDIT-ONE THRU EDIT-ONE-EXIT.                         CLL01630
           GO TO EDIT-READ.                                             CLL01640
       EDIT-DONE.                                                       CLL01650
           CLOSE CLEAR-TRANS.                                           CLL01660
           GO TO EDIT-EXIT.                                             CLL01670
       EDIT-ONE.                                                        CLL01680
           MOVE SPACES TO LR-DETAIL.                                    CLL01690
           MOVE CT-CODE TO LRD-CODE.                                    CLL01700
           MOVE CT-SONG-NUMBER TO LRD-SONG.                             CLL01710
           MOVE CT-PUBLISHER TO LRD-PUBLISHER.                          CLL01720
           MOVE CT-STATUS TO LRD-STATUS.                                CLL01730
           MOVE CT-LIC-DATE TO LRD-LIC-DATE.                            CLL01740
           MOVE CT-RATE TO LRD-RATE.                                    CLL01750
           IF NOT CT-ADD                                                CLL01760
               MOVE :LOAD TAKES CODE A ONLY: TO LRD-RESULT              CLL01770
               GO TO EDIT-REJECT.                                       CLL01780
           IF CT-SONG-NUMBER = SPACES                                   CLL01790
               MOVE :NO SONG NUMBER - REJECTED: TO LRD-RESULT           CLL01800
               GO TO EDIT-REJECT.                                       CLL01810
           IF CT-LIC-DATE NOT = SPACES AND CT-LIC-DATE-N NOT NUMERIC    CLL01820
               MOVE :LICENSE DATE NOT NUMERIC: TO LRD-RESULT            CLL01830
               GO TO EDIT-REJECT.                                       CLL01840
           IF CT-RATE NOT = SPACES AND CT-RATE-N NOT NUMERIC            CLL01850
               MOVE :RATE NOT NUMERIC: TO LRD-RESULT                    CLL01860
               GO TO EDIT-REJECT.                                       CLL01870
           IF CT-STATUS = SPACE                                         CLL01880
               MOVE :N: TO CT-STATUS.                                   CLL01890
           IF NOT CT-VALID                                              CLL01900
               MOVE :STATUS MUST BE C P D OR N: TO LRD-RESULT           CLL01910
               GO TO EDIT-REJECT.                                       CLL01920
           IF CT-CLEARED AND CT-LIC-DATE = SPACES                       CLL01930
               MOVE :CLEARED WITH NO LICENSE DATE: TO LRD-RESULT        CLL01940
               GO TO EDIT-REJECT.                                       CLL01950
           IF CT-CLEARED AND CT-LIC-DATE-N = ZERO                       CLL01960
               MOVE :CLEARED WITH NO LICENSE DATE: TO LRD-RESULT        CLL01970
               GO TO EDIT-REJECT.                                       CLL01980
           MOVE CT-REC TO SORT-WORK-REC.                                CLL01990
           RELEASE SORT-WORK-REC.                                       CLL02000
           GO TO EDIT-ONE-EXIT.                                         CLL02010
       EDIT-REJECT.                                                     CLL02020
           ADD 1 TO REJECT-CT.                                          CLL02030
           PERFORM LR-PRINT THRU LR-PRINT-EXIT.                         CLL02040
       EDIT-ONE-EXIT.                                                   CLL02050
           EXIT.                                                        CLL02060
       EDIT-EXIT.                                                       CLL02070
           EXIT.                                                        CLL02080
       LOAD-OUT.                                                        CLL02090
           OPEN OUTPUT CLEAR-FILE.                                      CLL02100
           MOVE SPACES TO HOLD-SONG.                                    CLL02110
       LOAD-LOOP.                                                       CLL02120
           RETURN SORT-WORK AT END GO TO LOAD-END.                      CLL02130
           MOVE SPACES TO LR-DETAIL.                                    CLL02140
           MOVE SW-CODE TO LRD-CODE.                                    CLL02150
           MOVE SW-SONG-NUMBER TO LRD-SONG.                             CLL02160
           MOVE SW-PUBLISHER TO LRD-PUBLISHER.                          CLL02170
           MOVE SW-STATUS TO LRD-STATUS.                                CLL02180
           MOVE SW-LIC-DATE TO LRD-LIC-DATE.                            CLL02190
           MOVE SW-RATE TO LRD-RATE.                                    CLL02200
           IF SW-SONG-NUMBER = HOLD-SONG                                CLL02210
               MOVE :DUPLICATE SONG - REJECTED: TO LRD-RESULT           CLL02220
               ADD 1 TO REJECT-CT                                       CLL02230
               GO TO LOAD-PRINT.                                        CLL02240
           MOVE SW-SONG-NUMBER TO HOLD-SONG.                            CLL02250
           MOVE SPACES TO CLR-REC.                                      CLL02260
           MOVE SW-SONG-NUMBER TO CLR-SONG-NUMBER.                      CLL02270
           MOVE SW-PUBLISHER TO CLR-PUBLISHER.                          CLL02280
           MOVE SW-STATUS TO CLR-STATUS.                                CLL02290
           MOVE ZERO TO CLR-LIC-DATE CLR-RATE.                          CLL02300
           IF SW-LIC-DATE NOT = SPACES                                  CLL02310
               MOVE SW-LIC-DATE-N TO CLR-LIC-DATE.                      CLL02320
           IF SW-RATE NOT = SPACES                                      CLL02330
               MOVE SW-RATE-N TO CLR-RATE.                              CLL02340
           WRITE CLR-REC INVALID KEY                                    CLL02350
               MOVE :KEY OUT OF SEQUENCE - REJECTED: TO LRD-RESULT      CLL02360
               ADD 1 TO REJECT-CT                                       CLL02370
               GO TO LOAD-PRINT.                                        CLL02380
           ADD 1 TO LOAD-CT.                                            CLL02390
           MOVE :LOADED: TO LRD-RESULT.                                 CLL02400
       LOAD-PRINT.                                                      CLL02410
           PERFORM LR-PRINT THRU LR-PRINT-EXIT.                         CLL02420
           GO TO LOAD-LOOP.                                             CLL02430
       LOAD-END.                                                        CLL02440
           CLOSE CLEAR-FILE.                                            CLL02450
       LOAD-OUT-EXIT.                                                   CLL02460
           EXIT.                                                        CLL02470
       LR-PRINT.                                                        CLL02480
           IF LR-LINE-CT GREATER THAN 50                                CLL02490
               PERFORM LR-HEADING THRU LR-HEADING-EXIT.                 CLL02500
           WRITE LOAD-REC FROM LR-DETAIL AFTER ADVANCING 1.             CLL02510
           ADD 1 TO LR-LINE-CT.                                         CLL02520
       LR-PRINT-EXIT.                                                   CLL02530
           EXIT.                                                        CLL02540
       LR-HEADING.                                                      CLL02550
           ADD 1 TO LR-PAGE-CT.                                         CLL02560
           MOVE LR-PAGE-CT TO LRH-PAGE.                                 CLL02570
           WRITE LOAD-REC FROM LR-HEAD-1 AFTER ADVANCING 0 LINES.       CLL02580
           WRITE LOAD-REC FROM LR-HEAD-2 AFTER ADVANCING 2.             CLL02590
           MOVE SPACES TO LOAD-REC.                                     CLL02600
           WRITE LOAD-REC AFTER ADVANCING 1.                            CLL02610
           MOVE 4 TO LR-LINE-CT.                                        CLL02620
       LR-HEADING-EXIT.                                                 CLL02630
           EXIT.                                                        CLL02640
