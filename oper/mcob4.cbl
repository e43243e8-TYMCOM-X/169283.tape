000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MIRB-4.
000030 REMARKS. AGENT LOSS RATIO FROM MIRB-1 LOSS EXTRACT AND PREMIUM.
000040 ENVIRONMENT DIVISION.
000050 CONFIGURATION SECTION.
000060 SOURCE-COMPUTER. H-200.
000070 OBJECT-COMPUTER. H-200.
000080 INPUT-OUTPUT SECTION.
000090 FILE-CONTROL.
000100     SELECT LDEXT, ASSIGN TO DSK, RECORDING MODE ASCII.
000110     SELECT PREM-FILE, ASSIGN TO DSK, RECORDING MODE ASCII.
000120     SELECT OPTIONAL AGTLOSS, ASSIGN TO DSK,
000130         RECORDING MODE ASCII.
000140     SELECT AGTLOSSN, ASSIGN TO DSK, RECORDING MODE ASCII.
000150     SELECT AGT-RPT, ASSIGN TO DSK, RECORDING MODE ASCII.
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD  LDEXT, VALUE OF IDENTIFICATION IS "LDEXT DAT".
000190 01  LD-REC.
000200     02  FILLER PICTURE X(8).
000210     02  LD-CLAIM PICTURE X(7).
000220     02  LD-AGT PICTURE 99.
000230     02  FILLER PICTURE XX.
000240     02  LD-ISS-MO PICTURE XX.
000250     02  LD-ISS-YR PICTURE XX.
000260     02  LD-ACC-MO PICTURE XX.
000270     02  LD-ACC-YR PICTURE 99.
000280     02  LD-COV PICTURE 99.
000290     02  FILLER PICTURE X(8).
000300     02  LD-ST PICTURE 99.
000310     02  FILLER PICTURE X(19).
000320     02  LD-INDEM PICTURE S9(5)V99.
000330     02  LD-EXP PICTURE S999.
000340     02  LD-EXP-X REDEFINES LD-EXP PICTURE XXX.
000350     02  FILLER PICTURE X(6).
000360     02  LD-POL PICTURE X(6).
000370     02  FILLER PICTURE X(11).
000380     02  LD-CNP PICTURE X.
000390     02  LD-ADD PICTURE X.
000400     02  FILLER PICTURE X(7).
000410 FD  PREM-FILE, VALUE OF IDENTIFICATION IS "PREM  DAT".
000420 01  PREM-REC.
000430     02  PR-AGT PICTURE 99.
000440     02  PR-ST PICTURE 99.
000450     02  PR-COV PICTURE 99.
000460     02  PR-YR PICTURE 9(4).
000470     02  PR-WRIT PICTURE S9(9)V99.
000480     02  PR-EARN PICTURE S9(9)V99.
000490     02  PR-EXPOS PICTURE 9(7)V9.
000500     02  FILLER PICTURE X(40).
000510 FD  AGTLOSS, VALUE OF IDENTIFICATION IS "AGTLSSDAT".
000520 01  AGTLOSS-REC.
000530     02  AL-TYPE PICTURE X.
000540     02  AL-AGT PICTURE 99.
000550     02  AL-YR PICTURE 9(4).
000560     02  AL-INC PICTURE S9(9)V99.
000570     02  AL-CLM PICTURE 9(5).
000580     02  FILLER PICTURE X(17).
000590 01  AGTLOSS-HDR.
000600     02  FILLER PICTURE X.
000610     02  AL-LAST-POST PICTURE X(6).
000620     02  FILLER PICTURE X(33).
000630 FD  AGTLOSSN, VALUE OF IDENTIFICATION IS "AGTLSSNEW".
000640 01  AGTLOSSN-REC PICTURE X(40).
000650 FD  AGT-RPT, VALUE OF IDENTIFICATION IS "AGTLOSRPT".
000660 01  AGT-RPT-REC PICTURE X(132).
000670 WORKING-STORAGE SECTION.
000680 77  READ-CT PICTURE 9(5) VALUE 0.
000690 77  SKIP-CT PICTURE 9(5) VALUE 0.
000700 77  PREM-CT PICTURE 9(5) VALUE 0.
000710 77  PREM-REJ-CT PICTURE 9(5) VALUE 0.
000720 77  FLAG-CT PICTURE 999 VALUE 0.
000730 77  AGT-SUB PICTURE 999 VALUE 0.
000740 77  YR-SUB PICTURE 9 VALUE 0.
000750 77  AGT-NO PICTURE 99 VALUE 0.
000760 77  LN-YR PICTURE 9(4) VALUE 0.
000770 77  HIST-EOF PICTURE 9 VALUE 0.
000780 77  EVAL-YR PICTURE 9(4) VALUE 0.
000790 77  LO-YR PICTURE 9(4) VALUE 0.
000800 77  LR-LIMIT PICTURE 999 VALUE 0.
000810 77  POST-INC PICTURE S9(9)V99 VALUE 0.
000820 77  LN-WRIT PICTURE S9(11)V99 VALUE 0.
000830 77  LN-EARN PICTURE S9(11)V99 VALUE 0.
000840 77  LN-INC PICTURE S9(11)V99 VALUE 0.
000850 77  LN-CLM PICTURE 9(7) VALUE 0.
000860 77  LN-EXPOS PICTURE 9(9)V9 VALUE 0.
000870 77  LN-RATIO PICTURE S9(5)V9 VALUE 0.
000880 77  LN-FREQ PICTURE 9(5)V99 VALUE 0.
000890 77  BAL-CT PICTURE 9(5) VALUE 0.
000900 77  BAL-AMT PICTURE S9(8)V99 VALUE 0.
000910 77  BAL-SKIP-AMT PICTURE S9(8)V99 VALUE 0.
000920 01  CTL-CARD.
000930     02  TC-MO PICTURE 99.
000940     02  TC-YR PICTURE 99.
000950     02  TC-LR PICTURE XXX.
000960     02  TC-LR-9 REDEFINES TC-LR PICTURE 999.
000970     02  TC-FLAG PICTURE X.
000980     02  FILLER PICTURE X(72).
000990 01  THIS-POST.
001000     02  TP-YR PICTURE 9(4).
001010     02  TP-MO PICTURE 99.
001020 01  HDR-LOSS.
001030     02  FILLER PICTURE X VALUE "H".
001040     02  HL-POST PICTURE X(6).
001050     02  FILLER PICTURE X(33) VALUE SPACES.
001060 01  OUT-LOSS.
001070     02  FILLER PICTURE X VALUE "L".
001080     02  OL-AGT PICTURE 99.
001090     02  OL-YR PICTURE 9(4).
001100     02  OL-INC PICTURE S9(9)V99.
001110     02  OL-CLM PICTURE 9(5).
001120     02  FILLER PICTURE X(17) VALUE SPACES.
001130 01  AGT-TABLE.
001140     02  AGT-ENTRY OCCURS 100 TIMES.
001150         03  AT-ANY PICTURE 9.
001160         03  AT-MO-CT PICTURE 9(5).
001170         03  AT-MO-AMT PICTURE S9(8)V99.
001180         03  AT-MO-INC PICTURE S9(9)V99.
001190         03  AT-MO-CLM PICTURE 9(5).
001200         03  AT-MO-DONE PICTURE 9.
001210         03  AT-YR OCCURS 4 TIMES.
001220             04  AT-WRIT PICTURE S9(9)V99.
001230             04  AT-EARN PICTURE S9(9)V99.
001240             04  AT-EXPOS PICTURE 9(7)V9.
001250             04  AT-INC PICTURE S9(9)V99.
001260             04  AT-CLM PICTURE 9(5).
001270 01  TOT-TABLE.
001280     02  TOT-YR OCCURS 4 TIMES.
001290         03  TT-WRIT PICTURE S9(11)V99.
001300         03  TT-EARN PICTURE S9(11)V99.
001310         03  TT-EXPOS PICTURE 9(9)V9.
001320         03  TT-INC PICTURE S9(11)V99.
001330         03  TT-CLM PICTURE 9(7).
001340 01  AGT-SUM.
001350     02  AS-WRIT PICTURE S9(11)V99.
001360     02  AS-EARN PICTURE S9(11)V99.
001370     02  AS-EXPOS PICTURE 9(9)V9.
001380     02  AS-INC PICTURE S9(11)V99.
001390     02  AS-CLM PICTURE 9(7).
001400 01  RPT-HEAD-1.
001410     02  FILLER PICTURE X(20) VALUE SPACES.
001420     02  FILLER PICTURE X(30) VALUE
001430         "MIRB-4 AGENT LOSS RATIO".
001440     02  FILLER PICTURE X(8) VALUE "MONTH   ".
001450     02  RH-MO PICTURE 99.
001460     02  FILLER PICTURE X VALUE "/".
001470     02  RH-YR PICTURE 9(4).
001480     02  FILLER PICTURE X(18) VALUE "   REVIEW OVER   ".
001490     02  RH-LR PICTURE ZZ9.
001500     02  FILLER PICTURE X VALUE "%".
001510 01  RPT-HEAD-2.
001520     02  FILLER PICTURE X(24) VALUE
001530         " AGT  YEAR      WRITTEN ".
001540     02  FILLER PICTURE X(24) VALUE
001550         "        EARNED    INCURR".
001560     02  FILLER PICTURE X(24) VALUE
001570         "ED  LOSS RATIO  CLAIMS  ".
001580     02  FILLER PICTURE X(24) VALUE
001590         " EXPOSURE   FREQ        ".
001600 01  RPT-LINE.
001610     02  FILLER PICTURE X.
001620     02  RL-AGT PICTURE XX.
001630     02  FILLER PICTURE XX.
001640     02  RL-YR PICTURE X(6).
001650     02  RL-WRIT PICTURE ZZZ,ZZZ,ZZ9-.
001660     02  FILLER PICTURE XX.
001670     02  RL-EARN PICTURE ZZZ,ZZZ,ZZ9-.
001680     02  FILLER PICTURE XX.
001690     02  RL-INC PICTURE ZZZ,ZZZ,ZZ9-.
001700     02  FILLER PICTURE XXX.
001710     02  RL-RATIO PICTURE ZZZZ9.9-.
001720     02  FILLER PICTURE XX.
001730     02  RL-CLM PICTURE ZZZZZZ9.
001740     02  FILLER PICTURE XX.
001750     02  RL-EXPOS PICTURE ZZZZZZZ9.
001760     02  FILLER PICTURE XX.
001770     02  RL-FREQ PICTURE ZZZZ9.99.
001780     02  FILLER PICTURE XX.
001790     02  RL-FLAG PICTURE X(16).
001800 01  BAL-HEAD.
001810     02  FILLER PICTURE X(20) VALUE SPACES.
001820     02  FILLER PICTURE X(40) VALUE
001830         "MONTH EXTRACT - TIES TO MIRB-1 BAL REG".
001840 01  BAL-LINE.
001850     02  BL-LABEL PICTURE X(18).
001860     02  BL-AGT PICTURE XX.
001870     02  FILLER PICTURE X(6) VALUE SPACES.
001880     02  BL-CT PICTURE ZZZZ9.
001890     02  FILLER PICTURE XX VALUE SPACES.
001900     02  BL-AMT PICTURE ZZZZZZZ9.99-.
001910 01  REV-LINE.
001920     02  FILLER PICTURE X(14) VALUE " UW REVIEW AGT".
001930     02  RV-AGT PICTURE ZZ9.
001940     02  FILLER PICTURE X(14) VALUE "  4 YR RATIO  ".
001950     02  RV-RATIO PICTURE ZZZZ9.9-.
001960 01  AGT-TOT-LINE.
001970     02  FILLER PICTURE X(14) VALUE " EXTRACT READ ".
001980     02  AG-READ PICTURE ZZZZ9.
001990     02  FILLER PICTURE X(10) VALUE "  SKIPPED ".
002000     02  AG-SKIP PICTURE ZZZZ9.
002010     02  FILLER PICTURE X(10) VALUE "  PREMIUM ".
002020     02  AG-PREM PICTURE ZZZZ9.
002030     02  FILLER PICTURE X(11) VALUE "  REJECTED ".
002040     02  AG-REJ PICTURE ZZZZ9.
002050     02  FILLER PICTURE X(10) VALUE "  FLAGGED ".
002060     02  AG-FLAG PICTURE ZZ9.
002070 PROCEDURE DIVISION.
002080 HSEKEEP.
002090     ACCEPT CTL-CARD.
002100     IF TC-FLAG IS NOT EQUAL TO "*" OR TC-MO IS NOT NUMERIC
002110         OR TC-YR IS NOT NUMERIC
002120         DISPLAY "MIRB-4 CK CONST CARD" STOP RUN.
002130     IF TC-MO IS LESS THAN 01 OR TC-MO IS GREATER THAN 12
002140         DISPLAY "MIRB-4 CK CONST CARD" STOP RUN.
002150     IF TC-LR IS NOT EQUAL TO SPACES AND TC-LR-9 IS NOT NUMERIC
002160         DISPLAY "MIRB-4 CK CONST CARD" STOP RUN.
002170     IF TC-LR IS EQUAL TO SPACES MOVE 065 TO LR-LIMIT
002180         ELSE MOVE TC-LR-9 TO LR-LIMIT.
002190     IF TC-YR IS LESS THAN 50 COMPUTE EVAL-YR = 2000 + TC-YR
002200         ELSE COMPUTE EVAL-YR = 1900 + TC-YR.
002210     COMPUTE LO-YR = EVAL-YR - 3.
002220     MOVE EVAL-YR TO TP-YR RH-YR.
002230     MOVE TC-MO TO TP-MO RH-MO.
002240     MOVE LR-LIMIT TO RH-LR.
002250     MOVE ZEROS TO AGT-TABLE TOT-TABLE.
002260     OPEN INPUT LDEXT AGTLOSS PREM-FILE.
002270     OPEN OUTPUT AGTLOSSN AGT-RPT.
002280     READ AGTLOSS AT END MOVE 1 TO HIST-EOF GO TO HIST-HEAD-OK.
002290     IF AL-TYPE IS NOT EQUAL TO "H" GO TO HIST-HEAD-OK.
002300     IF AL-LAST-POST IS NOT LESS THAN THIS-POST
002310         DISPLAY "MIRB-4 MONTH ALREADY POSTED " AL-LAST-POST
002320         CLOSE LDEXT AGTLOSS PREM-FILE AGTLOSSN AGT-RPT
002330         STOP RUN.
002340 HIST-HEAD-OK.
002350     MOVE THIS-POST TO HL-POST.
002360     WRITE AGTLOSSN-REC FROM HDR-LOSS.
002370 LOAD-MONTH.
002380     READ LDEXT AT END GO TO LOAD-HIST.
002390     ADD 1 TO READ-CT.
002400     IF LD-AGT IS NOT NUMERIC AND LD-INDEM IS NUMERIC
002410         ADD LD-INDEM TO BAL-SKIP-AMT.
002420     IF LD-AGT IS NOT NUMERIC
002430         ADD 1 TO SKIP-CT GO TO LOAD-MONTH.
002440     COMPUTE AGT-SUB = LD-AGT + 1.
002450     ADD 1 TO AT-MO-CT (AGT-SUB).
002460     IF LD-INDEM IS NUMERIC ADD LD-INDEM TO AT-MO-AMT (AGT-SUB).
002470     MOVE 0 TO POST-INC.
002480     IF LD-ADD IS NOT EQUAL TO "1" AND LD-CNP IS NOT EQUAL
002490         TO "1" AND LD-INDEM IS NUMERIC
002500         MOVE LD-INDEM TO POST-INC.
002510     IF POST-INC IS NOT EQUAL TO 0 ADD 1 TO AT-MO-CLM (AGT-SUB).
002520     IF LD-EXP-X IS NOT EQUAL TO SPACES AND LD-EXP IS NUMERIC
002530         ADD LD-EXP TO POST-INC.
002540     ADD POST-INC TO AT-MO-INC (AGT-SUB).
002550     GO TO LOAD-MONTH.
002560 LOAD-HIST.
002570     CLOSE LDEXT.
002580     IF HIST-EOF IS EQUAL TO 1 GO TO HIST-DONE.
002590     IF AL-TYPE IS NOT EQUAL TO "H" GO TO HIST-POST.
002600 HIST-READ.
002610     READ AGTLOSS AT END GO TO HIST-DONE.
002620 HIST-POST.
002630     IF AL-AGT IS NOT NUMERIC GO TO HIST-READ.
002640     COMPUTE AGT-SUB = AL-AGT + 1.
002650     IF AL-YR IS NOT EQUAL TO EVAL-YR GO TO HIST-COPY.
002660     ADD AT-MO-INC (AGT-SUB) TO AL-INC.
002670     ADD AT-MO-CLM (AGT-SUB) TO AL-CLM.
002680     MOVE 1 TO AT-MO-DONE (AGT-SUB).
002690 HIST-COPY.
002700     WRITE AGTLOSSN-REC FROM AGTLOSS-REC.
002710     IF AL-YR IS LESS THAN LO-YR OR AL-YR IS GREATER THAN EVAL-YR
002720         GO TO HIST-READ.
002730     COMPUTE YR-SUB = AL-YR - LO-YR + 1.
002740     ADD AL-INC TO AT-INC (AGT-SUB, YR-SUB).
002750     ADD AL-CLM TO AT-CLM (AGT-SUB, YR-SUB).
002760     MOVE 1 TO AT-ANY (AGT-SUB).
002770     GO TO HIST-READ.
002780 HIST-DONE.
002790     CLOSE AGTLOSS.
002800     PERFORM HIST-NEW THRU HIST-NEW-X
002810         VARYING AGT-SUB FROM 1 BY 1
002820         UNTIL AGT-SUB IS GREATER THAN 100.
002830     CLOSE AGTLOSSN.
002840 LOAD-PREM.
002850     READ PREM-FILE AT END GO TO PRINT-START.
002860     IF PR-AGT IS NOT NUMERIC OR PR-YR IS NOT NUMERIC
002870         OR PR-WRIT IS NOT NUMERIC OR PR-EARN IS NOT NUMERIC
002880         OR PR-EXPOS IS NOT NUMERIC
002890         ADD 1 TO PREM-REJ-CT GO TO LOAD-PREM.
002900     ADD 1 TO PREM-CT.
002910     IF PR-YR IS LESS THAN LO-YR OR PR-YR IS GREATER THAN EVAL-YR
002920         GO TO LOAD-PREM.
002930     COMPUTE AGT-SUB = PR-AGT + 1.
002940     COMPUTE YR-SUB = PR-YR - LO-YR + 1.
002950     ADD PR-WRIT TO AT-WRIT (AGT-SUB, YR-SUB).
002960     ADD PR-EARN TO AT-EARN (AGT-SUB, YR-SUB).
002970     ADD PR-EXPOS TO AT-EXPOS (AGT-SUB, YR-SUB).
002980     MOVE 1 TO AT-ANY (AGT-SUB).
002990     GO TO LOAD-PREM.
003000 PRINT-START.
003010     CLOSE PREM-FILE.
003020     WRITE AGT-RPT-REC FROM RPT-HEAD-1 AFTER ADVANCING 3.
003030     WRITE AGT-RPT-REC FROM RPT-HEAD-2 AFTER ADVANCING 2.
003040     PERFORM AGT-PRINT THRU AGT-PRINT-X
003050         VARYING AGT-SUB FROM 1 BY 1
003060         UNTIL AGT-SUB IS GREATER THAN 100.
003070     MOVE ZEROS TO AGT-SUM.
003080     PERFORM TOT-PRINT THRU TOT-PRINT-X
003090         VARYING YR-SUB FROM 1 BY 1
003100         UNTIL YR-SUB IS GREATER THAN 4.
003110     MOVE SPACES TO RPT-LINE.
003120     MOVE "4 YR  " TO RL-YR.
003130     PERFORM SUM-LINE THRU SUM-LINE-X.
003140     WRITE AGT-RPT-REC FROM RPT-LINE AFTER ADVANCING 1.
003150     IF FLAG-CT IS EQUAL TO 0 GO TO BAL-START.
003160     MOVE SPACES TO AGT-RPT-REC.
003170     WRITE AGT-RPT-REC AFTER ADVANCING 1.
003180     PERFORM REV-PRINT THRU REV-PRINT-X
003190         VARYING AGT-SUB FROM 1 BY 1
003200         UNTIL AGT-SUB IS GREATER THAN 100.
003210 BAL-START.
003220     WRITE AGT-RPT-REC FROM BAL-HEAD AFTER ADVANCING 3.
003230     PERFORM BAL-PRINT THRU BAL-PRINT-X
003240         VARYING AGT-SUB FROM 1 BY 1
003250         UNTIL AGT-SUB IS GREATER THAN 100.
003260     IF SKIP-CT IS EQUAL TO 0 GO TO BAL-TOTAL.
003270     MOVE SPACES TO BAL-LINE.
003280     MOVE " AGT NOT NUMERIC  " TO BL-LABEL.
003290     MOVE SKIP-CT TO BL-CT.
003300     MOVE BAL-SKIP-AMT TO BL-AMT.
003310     WRITE AGT-RPT-REC FROM BAL-LINE AFTER ADVANCING 1.
003320     ADD SKIP-CT TO BAL-CT.
003330     ADD BAL-SKIP-AMT TO BAL-AMT.
003340 BAL-TOTAL.
003350     MOVE SPACES TO BAL-LINE.
003360     MOVE " EXTRACT TOTAL    " TO BL-LABEL.
003370     MOVE BAL-CT TO BL-CT.
003380     MOVE BAL-AMT TO BL-AMT.
003390     WRITE AGT-RPT-REC FROM BAL-LINE AFTER ADVANCING 2.
003400     MOVE READ-CT TO AG-READ.
003410     MOVE SKIP-CT TO AG-SKIP.
003420     MOVE PREM-CT TO AG-PREM.
003430     MOVE PREM-REJ-CT TO AG-REJ.
003440     MOVE FLAG-CT TO AG-FLAG.
003450     WRITE AGT-RPT-REC FROM AGT-TOT-LINE AFTER ADVANCING 3.
003460     CLOSE AGT-RPT.
003470     IF FLAG-CT IS GREATER THAN 0 DISPLAY
003480         "MIRB-4 AGENTS FOR UW REVIEW " FLAG-CT.
003490     DISPLAY "MIRB-4 COMPLETE - EXTRACT RECORDS " BAL-CT.
003500     STOP RUN.
003510 HIST-NEW.
003520     IF AT-MO-DONE (AGT-SUB) IS EQUAL TO 1 GO TO HIST-NEW-X.
003530     IF AT-MO-INC (AGT-SUB) IS EQUAL TO 0
003540         AND AT-MO-CLM (AGT-SUB) IS EQUAL TO 0 GO TO HIST-NEW-X.
003550     COMPUTE OL-AGT = AGT-SUB - 1.
003560     MOVE EVAL-YR TO OL-YR.
003570     MOVE AT-MO-INC (AGT-SUB) TO OL-INC.
003580     MOVE AT-MO-CLM (AGT-SUB) TO OL-CLM.
003590     WRITE AGTLOSSN-REC FROM OUT-LOSS.
003600     ADD AT-MO-INC (AGT-SUB) TO AT-INC (AGT-SUB, 4).
003610     ADD AT-MO-CLM (AGT-SUB) TO AT-CLM (AGT-SUB, 4).
003620     MOVE 1 TO AT-ANY (AGT-SUB).
003630 HIST-NEW-X.
003640     EXIT.
003650 AGT-PRINT.
003660     IF AT-ANY (AGT-SUB) IS EQUAL TO 0 GO TO AGT-PRINT-X.
003670     MOVE ZEROS TO AGT-SUM.
003680     PERFORM YR-PRINT THRU YR-PRINT-X
003690         VARYING YR-SUB FROM 1 BY 1
003700         UNTIL YR-SUB IS GREATER THAN 4.
003710     MOVE SPACES TO RPT-LINE.
003720     MOVE "4 YR  " TO RL-YR.
003730     PERFORM SUM-LINE THRU SUM-LINE-X.
003740     IF AS-EARN IS EQUAL TO 0 AND AS-INC IS GREATER THAN 0
003750         MOVE "** NO PREMIUM" TO RL-FLAG
003760         ADD 1 TO FLAG-CT
003770         MOVE 9 TO AT-ANY (AGT-SUB)
003780         GO TO AGT-PRINT-TOT.
003790     IF AS-EARN IS GREATER THAN 0
003800         AND LN-RATIO IS GREATER THAN LR-LIMIT
003810         MOVE "** UW REVIEW" TO RL-FLAG
003820         ADD 1 TO FLAG-CT
003830         MOVE 9 TO AT-ANY (AGT-SUB).
003840 AGT-PRINT-TOT.
003850     WRITE AGT-RPT-REC FROM RPT-LINE AFTER ADVANCING 1.
003860     MOVE SPACES TO AGT-RPT-REC.
003870     WRITE AGT-RPT-REC AFTER ADVANCING 1.
003880 AGT-PRINT-X.
003890     EXIT.
003900 YR-PRINT.
003910     MOVE SPACES TO RPT-LINE.
003920     COMPUTE AGT-NO = AGT-SUB - 1.
003930     IF YR-SUB IS EQUAL TO 1 MOVE AGT-NO TO RL-AGT.
003940     COMPUTE LN-YR = LO-YR + YR-SUB - 1.
003950     MOVE LN-YR TO RL-YR.
003960     MOVE AT-WRIT (AGT-SUB, YR-SUB) TO LN-WRIT.
003970     MOVE AT-EARN (AGT-SUB, YR-SUB) TO LN-EARN.
003980     MOVE AT-INC (AGT-SUB, YR-SUB) TO LN-INC.
003990     MOVE AT-CLM (AGT-SUB, YR-SUB) TO LN-CLM.
004000     MOVE AT-EXPOS (AGT-SUB, YR-SUB) TO LN-EXPOS.
004010     PERFORM LINE-CALC THRU LINE-CALC-X.
004020     WRITE AGT-RPT-REC FROM RPT-LINE AFTER ADVANCING 1.
004030     ADD LN-WRIT TO AS-WRIT TT-WRIT (YR-SUB).
004040     ADD LN-EARN TO AS-EARN TT-EARN (YR-SUB).
004050     ADD LN-INC TO AS-INC TT-INC (YR-SUB).
004060     ADD LN-CLM TO AS-CLM TT-CLM (YR-SUB).
004070     ADD LN-EXPOS TO AS-EXPOS TT-EXPOS (YR-SUB).
004080 YR-PRINT-X.
004090     EXIT.
004100 TOT-PRINT.
004110     MOVE SPACES TO RPT-LINE.
004120     IF YR-SUB IS EQUAL TO 1 MOVE "**" TO RL-AGT.
004130     COMPUTE LN-YR = LO-YR + YR-SUB - 1.
004140     MOVE LN-YR TO RL-YR.
004150     MOVE TT-WRIT (YR-SUB) TO LN-WRIT.
004160     MOVE TT-EARN (YR-SUB) TO LN-EARN.
004170     MOVE TT-INC (YR-SUB) TO LN-INC.
004180     MOVE TT-CLM (YR-SUB) TO LN-CLM.
004190     MOVE TT-EXPOS (YR-SUB) TO LN-EXPOS.
004200     PERFORM LINE-CALC THRU LINE-CALC-X.
004210     WRITE AGT-RPT-REC FROM RPT-LINE AFTER ADVANCING 1.
004220     ADD LN-WRIT TO AS-WRIT.
004230     ADD LN-EARN TO AS-EARN.
004240     ADD LN-INC TO AS-INC.
004250     ADD LN-CLM TO AS-CLM.
004260     ADD LN-EXPOS TO AS-EXPOS.
004270 TOT-PRINT-X.
004280     EXIT.
004290 SUM-LINE.
004300     MOVE AS-WRIT TO LN-WRIT.
004310     MOVE AS-EARN TO LN-EARN.
004320     MOVE AS-INC TO LN-INC.
004330     MOVE AS-CLM TO LN-CLM.
004340     MOVE AS-EXPOS TO LN-EXPOS.
004350     PERFORM LINE-CALC THRU LINE-CALC-X.
004360 SUM-LINE-X.
004370     EXIT.
004380 LINE-CALC.
004390     MOVE LN-WRIT TO RL-WRIT.
004400     MOVE LN-EARN TO RL-EARN.
004410     MOVE LN-INC TO RL-INC.
004420     MOVE LN-CLM TO RL-CLM.
004430     MOVE LN-EXPOS TO RL-EXPOS.
004440     MOVE 0 TO LN-RATIO LN-FREQ.
004450     IF LN-EARN IS GREATER THAN 0
004460         COMPUTE LN-RATIO ROUNDED = LN-INC * 100 / LN-EARN
004470             ON SIZE ERROR MOVE 99999.9 TO LN-RATIO.
004480     IF LN-EXPOS IS GREATER THAN 0
004490         COMPUTE LN-FREQ ROUNDED = LN-CLM * 100 / LN-EXPOS
004500             ON SIZE ERROR MOVE 99999.99 TO LN-FREQ.
004510     MOVE LN-RATIO TO RL-RATIO.
004520     MOVE LN-FREQ TO RL-FREQ.
004530 LINE-CALC-X.
004540     EXIT.
004550 REV-PRINT.
004560     IF AT-ANY (AGT-SUB) IS NOT EQUAL TO 9 GO TO REV-PRINT-X.
004570     MOVE ZEROS TO AGT-SUM.
004580     PERFORM REV-SUM THRU REV-SUM-X
004590         VARYING YR-SUB FROM 1 BY 1
004600         UNTIL YR-SUB IS GREATER THAN 4.
004610     COMPUTE RV-AGT = AGT-SUB - 1.
004620     MOVE 0 TO LN-RATIO.
004630     IF AS-EARN IS GREATER THAN 0
004640         COMPUTE LN-RATIO ROUNDED = AS-INC * 100 / AS-EARN
004650             ON SIZE ERROR MOVE 99999.9 TO LN-RATIO.
004660     MOVE LN-RATIO TO RV-RATIO.
004670     WRITE AGT-RPT-REC FROM REV-LINE AFTER ADVANCING 1.
004680 REV-PRINT-X.
004690     EXIT.
004700 REV-SUM.
004710     ADD AT-EARN (AGT-SUB, YR-SUB) TO AS-EARN.
004720     ADD AT-INC (AGT-SUB, YR-SUB) TO AS-INC.
004730 REV-SUM-X.
004740     EXIT.
004750 BAL-PRINT.
004760     IF AT-MO-CT (AGT-SUB) IS EQUAL TO 0 GO TO BAL-PRINT-X.
004770     MOVE SPACES TO BAL-LINE.
004780     MOVE " BY AGT           " TO BL-LABEL.
004790     COMPUTE AGT-NO = AGT-SUB - 1.
004800     MOVE AGT-NO TO BL-AGT.
004810     MOVE AT-MO-CT (AGT-SUB) TO BL-CT.
004820     MOVE AT-MO-AMT (AGT-SUB) TO BL-AMT.
004830     WRITE AGT-RPT-REC FROM BAL-LINE AFTER ADVANCING 1.
004840     ADD AT-MO-CT (AGT-SUB) TO BAL-CT.
004850     ADD AT-MO-AMT (AGT-SUB) TO BAL-AMT.
004860 BAL-PRINT-X.
004870     EXIT.
