000240                     ALL PROCESSED TRANSACTIONS ARE TAGGED        CE681526
000250     WITH A 1 AND REWRITTEN.   TOTALS ARE WRITTEN ON TAPE         CE681526
000260     FOR PRINTING IN FOLLOWING PROGRAM.                           CE681526
000261     A VENDOR LOT OR SERIAL NUMBER ON A PROCESSED 26 OR 31        CE681526
000262     CARD IS WRITTEN WITH THE CAT NO, JOB OR CHARGE NUMBER        CE681526
000263     AND QUANTITY TO THE LOT ISSUE FILE FOR LOT TRACING.          CE681526
000270                                                                  CE681526
000280                                                                  CE681526
000290 ENVIRONMENT DIVISION.                                            CE681526
000461     SELECT  SHORTFILE  ASSIGN TO ^SYS035^ DIRECT-ACCESS 2314.    CE681526
000462     SELECT  SHORTNEW   ASSIGN TO ^SYS036^ DIRECT-ACCESS 2314.    CE681526
000470         RESERVE NO ALTERNATE AREA.                               CE681526
000471     SELECT  LOTFILE    ASSIGN TO ^SYS037^ DIRECT-ACCESS 2314.    CE681526
000472     SELECT  LOTNEW     ASSIGN TO ^SYS038^ DIRECT-ACCESS 2314.    CE681526
000480                                                                  CE681526
000490 DATA DIVISION.                                                   CE681526
000500 FILE SECTION.                                                    CE681526
000510                                                                  CE681526
000520 FD TRANSFILE                                                     CE681526
000530     RECORDING MODE IS F                                          CE681526
000540     RECORD CONTAINS 91 CHARACTERS                                CE681526
000550     BLOCK CONTAINS 4 RECORDS                                     CE681526
000560     LABEL RECORDS ARE STANDARD                                   CE681526
000570     DATA RECORDS ARE  TRAN-26                                    CE681526
000840             05  TM-YR       PICTURE XX.                          CE681526
000850             05  TM-DAY      PICTURE XXX.                         CE681526
000860         03  PROC-TAG        PICTURE X.                           CE681526
000861         03  T26-LOT-NO      PICTURE X]10[.                       CE681526
000870                                                                  CE681526
000880 01  TRAN-31.                                                     CE681526
000890         03  FILLER          PICTURE X]13[.                       CE681526
001090         03  T31-U-COMM      PICTURE XXXX.                                
001100         03  T31-BATCH       PICTURE X.                           CE681526
001110         03  FILLER          PICTURE X]6[.                        CE681526
001111         03  T31-LOT-NO      PICTURE X]10[.                       CE681526
001120                                                                  CE681526
001130                                                                  CE681526
001140                                                                  CE681526
001160         03  FILLER          PICTURE X]13[.                       CE681526
001170         03  MDATE-CARD      PICTURE X]5[.                        CE681526
001180         03  MDATE-RED REDEFINES MDATE-CARD  PICTURE 9]5[.        CE681526
001190         03  FILLER          PICTURE X]73[.                       CE681526
001200                                                                  CE681526
001210 01  TRAN-33.                                                     CE681526
001220         03  FILLER          PICTURE X]13[.                       CE681526
001420         03  T33-UNPL        PICTURE X.                           CE681526
001430         03  T33-ISS-QTY     PICTURE S9]7[.                       CE681526
001440         03  T33-U-COMM      PICTURE XXXX.                                
001450         03  FILLER          PICTURE X]16[.                               
001460                                                                  CE681526
001470                                                                  CE681526
001471 01  TRAN-24.                                                     CE681526
001472         03  FILLER          PICTURE X]13[.                       CE681526
001473         03  T24-COUNT-QTY   PICTURE S9]7[.                       CE681526
001474         03  FILLER          PICTURE X]71[.                       CE681526
001480 FD  OTHERFILE                                                    CE681526
001490     RECORDING MODE IS F                                          CE681526
001500     RECORD CONTAINS 94 CHARACTERS                                CE681526
00201E     DATA RECORD IS OPEN-SHORT-NEW.                               CE681526
00201F 01  OPEN-SHORT-NEW      PICTURE X]89[.                           CE681526
00201G                                                                  CE681526
00201H FD  LOTFILE                                                      CE681526
00201I     RECORDING MODE IS F                                          CE681526
00201J     RECORD CONTAINS 50 CHARACTERS                                CE681526
00201K     LABEL RECORDS ARE STANDARD                                   CE681526
00201L     DATA RECORD IS LOT-ISSUE-OLD.                                CE681526
00201M 01  LOT-ISSUE-OLD       PICTURE X]50[.                           CE681526
00201N FD  LOTNEW                                                       CE681526
00201O     RECORDING MODE IS F                                          CE681526
00201P     RECORD CONTAINS 50 CHARACTERS                                CE681526
00201Q     LABEL RECORDS ARE STANDARD                                   CE681526
00201R     DATA RECORD IS LOT-ISSUE-NEW.                                CE681526
00201S 01  LOT-ISSUE-NEW       PICTURE X]50[.                           CE681526
002020 WORKING-STORAGE SECTION.                                         CE681526
002030                                                                  CE681526
002040 77  TURN-ON                 PICTURE X   VALUE ^1^.               CE681526
00231C     02  FILLER          PICTURE X]6[  VALUE ^ OPEN ^.            CE681526
00231D     02  AL-OPEN         PICTURE ZZZZZZ9-.                        CE681526
00231E     02  AL-FULL-MSG     PICTURE X]14[.                           CE681526
00231F 01  LOT-ISSUE-REC.                                               CE681526
00231G         03  LI-LOT-NO       PICTURE X]10[.                       CE681526
00231H         03  LI-CARD-CODE    PICTURE XX.                          CE681526
00231I         03  LI-CAT-NO       PICTURE X]10[.                       CE681526
00231J         03  LI-JOB          PICTURE X]8[.                        CE681526
00231K         03  LI-REQ          PICTURE X]6[.                        CE681526
00231L         03  LI-ISS-QTY      PICTURE S9]7[.                       CE681526
00231M         03  LI-DATE         PICTURE X]5[.                        CE681526
00231N         03  FILLER          PICTURE XX.                          CE681526
002320 01  SAVE-FIELD.                                                  CE681526
002330     02  SAVE-FLD-NO         PICTURE XXX.                         CE681526
002340     02  SAVE-FLD-NO-RED REDEFINES SAVE-FLD-NO PICTURE 999.       CE681526
004680             CARDFILE  OTHERFILE  I-O CKPFILE.                    CE681526
004681     OPEN INPUT SHORTFILE  OUTPUT SHORTNEW.                       CE681526
004682     PERFORM LOAD-OPEN-SHORTS THRU LOAD-OPEN-SHORTS-EXIT.         CE681526
004683     OPEN INPUT LOTFILE  OUTPUT LOTNEW.                           CE681526
004684     PERFORM COPY-LOT-ISSUES THRU COPY-LOT-ISSUES-EXIT.           CE681526
004690                                                                  CE681526
004700     READ CKPFILE  AT END GO TO MMM-CKP-FIRST-RUN.                CE681526
004710     IF CKP-FLAG EQUAL ^1^                                        CE681526
006160     ADD  T26-ISS-QTY TO PR-I26-ON-HAND.                          CE681526
006170     ADD 1 TO PR-I26-REC-CT.                                      CE681526
006180     MULTIPLY -1 BY T26-ISS-QTY.                                  CE681526
006181     PERFORM LOT-ISSUE-ROUTINE THRU LOT-ISSUE-EXIT.               CE681526
006190     MOVE CARD-CODE TO D-CARD.                                    CE681526
006200     MOVE EDIT-CAT TO D-CAT.                                      CE681526
006210     MOVE T26-WO TO D-CHRG-NO.                                    CE681526
007910     MOVE REVERSE-ISS-QTY TO D-ON-HAND.                           CE681526
007920     MOVE SHORT-QTY TO D-ALLOC.                                   CE681526
007930     PERFORM PRINT-REPORT.                                        CE681526
007931     PERFORM LOT-ISSUE-ROUTINE THRU LOT-ISSUE-EXIT.               CE681526
007940     PERFORM REWRITE-TRANS.                                       CE681526
007950     GO TO READ-A-TRANS.                                          CE681526
007960                                                                  CE681526
011678     PERFORM VAR-LIST-ROUTINE THRU VAR-LIST-EXIT.                 CE681526
011679     PERFORM WRITE-OPEN-SHORTS THRU WRITE-OPEN-EXIT.              CE681526
011680     CLOSE  TRANSFILE  PRINTFILE CARDFILE  OTHERFILE              CE681526
011690         TAPEFILE SHORTFILE SHORTNEW  CKPFILE                     CE681526
011691         LOTFILE  LOTNEW.                                         CE681526
011700     ENTER LINKAGE.                                               CE681526
011710     CALL ^BMPCLOSE^  USING PM-WORK.                              CE681526
011720     ENTER COBOL.                                                 CE681526
012820     WRITE OPEN-SHORT-NEW.                                        CE681526
012830     GO TO WRITE-OPEN-LOOP.                                       CE681526
012840 WRITE-OPEN-EXIT.  EXIT.                                          CE681526
012850 COPY-LOT-ISSUES.                                                 CE681526
012860     READ LOTFILE AT END GO TO COPY-LOT-ISSUES-EXIT.              CE681526
012870     MOVE LOT-ISSUE-OLD TO LOT-ISSUE-NEW.                         CE681526
012880     WRITE LOT-ISSUE-NEW.                                         CE681526
012890     GO TO COPY-LOT-ISSUES.                                       CE681526
012900 COPY-LOT-ISSUES-EXIT.  EXIT.                                     CE681526
012910 LOT-ISSUE-ROUTINE.                                               CE681526
012920     MOVE SPACES TO LOT-ISSUE-REC.                                CE681526
012930     MOVE CARD-CODE TO LI-CARD-CODE.                              CE681526
012940     MOVE CAT-NO TO LI-CAT-NO.                                    CE681526
012950     MOVE MDATE TO LI-DATE.                                       CE681526
012960     IF CARD-CODE NOT EQUAL TO ^26^  GO TO LOT-ISSUE-31.          CE681526
012970     IF T26-LOT-NO EQUAL TO SPACES  GO TO LOT-ISSUE-EXIT.         CE681526
012980     MOVE T26-LOT-NO TO LI-LOT-NO.                                CE681526
012990     MOVE T26-WO TO LI-JOB.                                       CE681526
013000     MOVE T26-ISS-QTY TO LI-ISS-QTY.                              CE681526
013010     GO TO LOT-ISSUE-WRITE.                                       CE681526
013020 LOT-ISSUE-31.                                                    CE681526
013030     IF T31-LOT-NO EQUAL TO SPACES  GO TO LOT-ISSUE-EXIT.         CE681526
013040     MOVE T31-LOT-NO TO LI-LOT-NO.                                CE681526
013050     IF T31-CODE EQUAL TO ^7^                                     CE681526
013060         MOVE T31-CDS TO LI-JOB  ELSE                             CE681526
013070         MOVE T31-CHRG TO LI-JOB.                                 CE681526
013080     MOVE T31-REQ TO LI-REQ.                                      CE681526
013090     MOVE T31-ISS-QTY TO LI-ISS-QTY.                              CE681526
013100 LOT-ISSUE-WRITE.                                                 CE681526
013110     MOVE LOT-ISSUE-REC TO LOT-ISSUE-NEW.                         CE681526
013120     WRITE LOT-ISSUE-NEW.                                         CE681526
013140 LOT-ISSUE-EXIT.  EXIT.                                           CE681526
    ZhXm
