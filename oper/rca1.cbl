           SELECT INDEX-SRT ASSIGN TO UT-2311-S-SORTOUT.                LIS00180
           SELECT CONI-FILE ASSIGN TO UT-2311-S-SYS035.                 LIS00190
           SELECT JRNL-FILE ASSIGN TO UT-2311-S-SYS105.                 LIS0019A
           SELECT CLEAR-FILE ASSIGN TO DA-2311-I-SYS040                 LIS0019B
                             ACCESS MODE IS RANDOM                      LIS0019C
                             NOMINAL KEY IS CLR-ACT-KEY                 LIS0019D
                             RECORD KEY IS CLR-SONG-NUMBER.             LIS0019E
                                                                        LIS00200
       DATA DIVISION.                                                   LIS00210
       FILE SECTION.                                                    LIS00220
           03 R2-CONT           PICTURE X.                              LIS02430
           03 R2-FROM           PICTURE X[10].                          LIS02440
                                                                        LIS02450
       FD  CLEAR-FILE RECORDING F                                       LIS0245A
                 RECORD CONTAINS 80 CHARACTERS                          LIS0245B
                 LABEL RECORDS STANDARD                                 LIS0245C
                 DATA RECORD IS CLR-REC.                                LIS0245D
                                                                        LIS0245E
       01  CLR-REC.                                                     LIS0245F
           03 CLR-SONG-NUMBER   PICTURE X[9].                           LIS0245G
           03 CLR-PUBLISHER     PICTURE X[40].                          LIS0245H
           03 CLR-STATUS        PICTURE X.                              LIS0245I
              88 CLR-CLEARED    VALUE IS :C:.                           LIS0245J
           03 CLR-LIC-DATE      PICTURE 9[6].                           LIS0245K
           03 CLR-RATE          PICTURE 9V9999.                         LIS0245L
           03 FILLER            PICTURE X[19].                          LIS0245M
                                                                        LIS0245N
       WORKING-STORAGE SECTION.                                         LIS02460
           77 N                 PICTURE 9999 VALUE 0.                   LIS02470
           77  CNT-HOLD        PICTURE 999  VALUE 0.                    LIS02480
           77 SEL-ACT-KEY       PICTURE S9[8] COMPUTATIONAL.            LIS02610
           01 JRN-TUNE-SAVE     PICTURE X[3179].                        LIS0261A
           01 JRN-SEL-SAVE      PICTURE X[4714].                        LIS0261B
           01 CLR-TUNE-SAVE     PICTURE X[3179].                        LIS0261C
           01 CLR-TP-CNV.                                               LIS0261D
              03 CLR-REL        PICTURE 9[3].                           LIS0261E
              03 CLR-DET        PICTURE 9.                              LIS0261F
           77 CLR-KEY-SAVE      PICTURE S9[8] COMPUTATIONAL.            LIS0261G
           77 CLR-ACT-KEY       PICTURE X[9] VALUE SPACES.              LIS0261H
           77 CLR-SUB           PICTURE 99 VALUE 0.                     LIS0261I
           77 CLR-WARN-CT       PICTURE 9[6] VALUE ZEROS.               LIS0261J
           77 CS-SW             PICTURE 9 VALUE 0.                      LIS02620
           77 NEW-SER           PICTURE X[8] VALUE SPACES.              LIS02630
           77 T-UPDATE          PICTURE 9      VALUE 0.                 LIS02640
           OPEN I-O SELECTION-INV.                                      LIS06280
           OPEN INPUT TRANS-FILE.                                       LIS06290
           OPEN OUTPUT LIST-NOTCE.                                      LIS06300
           OPEN INPUT CLEAR-FILE.                                       LIS0630A
           MOVE 0 TO TUNE-ACT-KEY, SEL-ACT-KEY, H-MED.                  LIS06310
           READ TUNE-INV INVALID KEY GO TO HSK-ERR.                     LIS06320
           PERFORM JRN-SAVE-TUNE.                                       LIS0000J
       CHANGE-MAKER.                                                    LIS16360
           MOVE SEL-SELCTN TO SELCTN-NO-C.                              LIS16370
           PERFORM DUP-CHANGE-CHECK THRU DUP-CHANGE-CHECK-EXIT.         LIS16371
           IF NOT ALREADY-CHANGED                                       LIS16372
               PERFORM CLEAR-CHECK THRU CLEAR-CHECK-EXIT.               LIS16373
           MOVE SELCTN-TITLE [DETS] TO SELCTN-TITLE-C.                  LIS16380
           MOVE ART-NAME [DETS] TO ARTIST-NAME-C.                       LIS16390
           MOVE DT TO CURR-DATE-C.                                      LIS16400
           CLOSE JRNL-FILE.                                             LIS1671A
           DISPLAY :BEFORE IMAGES JOURNALED : JRN-WRITE-CT              LIS1671B
               UPON CONSOLE.                                            LIS1671C
           CLOSE CLEAR-FILE.                                            LIS1671D
           DISPLAY :UNCLEARED SONG WARNINGS : CLR-WARN-CT               LIS1671E
               UPON CONSOLE.                                            LIS1671F
           CLOSE SELECTION-INV.                                         LIS16720
           CLOSE CHANGES.                                               LIS16730
           STOP RUN.                                                    LIS16740
           MOVE JRN-SEL-SAVE TO JRN-IMAGE.                              LIS1715Q
           WRITE JRN-REC.                                               LIS1715R
           ADD 1 TO JRN-WRITE-CT.                                       LIS1715S
       CLEAR-CHECK.                                                     LIS1716A
           IF REL-DATE [DETS] EQUAL TO 0 GO TO CLEAR-CHECK-EXIT.        LIS1716B
           MOVE TUNE-REC TO CLR-TUNE-SAVE.                              LIS1716C
           MOVE TUNE-ACT-KEY TO CLR-KEY-SAVE.                           LIS1716D
           MOVE 0 TO CLR-SUB.                                           LIS1716E
       CLEAR-CHECK-LOOP.                                                LIS1716F
           ADD 1 TO CLR-SUB.                                            LIS1716G
           IF CLR-SUB GREATER THAN 34 GO TO CLEAR-CHECK-RESTORE.        LIS1716H
           IF TUNE-POINT [DETS, CLR-SUB] EQUAL TO 0                     LIS1716I
               GO TO CLEAR-CHECK-LOOP.                                  LIS1716J
           MOVE TUNE-POINT [DETS, CLR-SUB] TO CLR-TP-CNV.               LIS1716K
           IF CLR-DET EQUAL TO 0 OR CLR-DET GREATER THAN 8              LIS1716L
               GO TO CLEAR-CHECK-LOOP.                                  LIS1716M
           MOVE CLR-REL TO TUNE-ACT-KEY.                                LIS1716N
           READ TUNE-INV INVALID KEY GO TO CLEAR-CHECK-LOOP.            LIS1716O
           MOVE SONG-NUMBER [CLR-DET] TO CLR-ACT-KEY.                   LIS1716P
           READ CLEAR-FILE INVALID KEY GO TO CLEAR-CHECK-WARN.          LIS1716Q
           IF CLR-CLEARED GO TO CLEAR-CHECK-LOOP.                       LIS1716R
       CLEAR-CHECK-WARN.                                                LIS1716S
           ADD 1 TO CLR-WARN-CT.                                        LIS1716T
           DISPLAY :*** WARNING - : SEL-SELCTN : SONG :                 LIS1716U
               SONG-NUMBER [CLR-DET] : NOT CLEARED ***: UPON CONSOLE.   LIS1716V
           GO TO CLEAR-CHECK-LOOP.                                      LIS1716W
       CLEAR-CHECK-RESTORE.                                             LIS1716X
           MOVE CLR-KEY-SAVE TO TUNE-ACT-KEY.                           LIS1716Y
           MOVE CLR-TUNE-SAVE TO TUNE-REC.                              LIS1716Z
       CLEAR-CHECK-EXIT.  EXIT.                                         LIS1717A
