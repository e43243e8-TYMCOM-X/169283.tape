000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MIRB-3.
000030 REMARKS. LOSS DEVELOPMENT TRIANGLES FROM MIRB-1 LOSS EXTRACT.
000040 ENVIRONMENT DIVISION.
000050 CONFIGURATION SECTION.
000060 SOURCE-COMPUTER. H-200.
000070 OBJECT-COMPUTER. H-200.
000080 INPUT-OUTPUT SECTION.
000090 FILE-CONTROL.
000100     SELECT LDEXT, ASSIGN TO DSK, RECORDING MODE ASCII.
000110     SELECT OPTIONAL TRIHIST, ASSIGN TO DSK,
000120         RECORDING MODE ASCII.
000130     SELECT TRIHISTN, ASSIGN TO DSK, RECORDING MODE ASCII.
000140     SELECT TRIDATA, ASSIGN TO DSK, RECORDING MODE ASCII.
000150     SELECT TRI-RPT, ASSIGN TO DSK, RECORDING MODE ASCII.
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD  LDEXT, VALUE OF IDENTIFICATION IS "LDEXT DAT".
000190 01  LD-REC.
000200     02  FILLER PICTURE X(8).
000210     02  LD-CLAIM PICTURE X(7).
000220     02  LD-AGT PICTURE XX.
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
000350     02  FILLER PICTURE X(23).
000360     02  LD-CNP PICTURE X.
000370     02  LD-ADD PICTURE X.
000380     02  FILLER PICTURE X(7).
000390 FD  TRIHIST, VALUE OF IDENTIFICATION IS "TRIHSTDAT".
000400 01  TRIHIST-REC.
000410     02  TH-TYPE PICTURE X.
000420     02  TH-KEY.
000430         03  TH-COV PICTURE 99.
000440         03  TH-ST PICTURE 99.
000450         03  TH-AY PICTURE 9(4).
000460         03  TH-AGE PICTURE 99.
000470     02  TH-INDEM PICTURE S9(9)V99.
000480     02  TH-EXP PICTURE S9(9)V99.
000490     02  TH-CT PICTURE 9(5).
000500     02  FILLER PICTURE X(12).
000510 01  TRIHIST-HDR.
000520     02  FILLER PICTURE X.
000530     02  TH-LAST-POST PICTURE X(6).
000540     02  FILLER PICTURE X(43).
000550 FD  TRIHISTN, VALUE OF IDENTIFICATION IS "TRIHSTNEW".
000560 01  TRIHISTN-REC PICTURE X(50).
000570 FD  TRIDATA, VALUE OF IDENTIFICATION IS "TRIANGDAT".
000580 01  TRIDATA-REC PICTURE X(80).
000590 FD  TRI-RPT, VALUE OF IDENTIFICATION IS "LOSDEVRPT".
000600 01  TRI-RPT-REC PICTURE X(132).
000610 WORKING-STORAGE SECTION.
000620 77  READ-CT PICTURE 9(5) VALUE 0.
000630 77  POST-CT PICTURE 9(5) VALUE 0.
000640 77  SKIP-CT PICTURE 9(5) VALUE 0.
000660 77  CELL-CT PICTURE 9(5) VALUE 0.
000670 77  MT-CT PICTURE 9(4) VALUE 0.
000680 77  MT-SUB PICTURE 9(4) VALUE 0.
000690 77  SH-SUB PICTURE 9(4) VALUE 0.
000700 77  SH-TO PICTURE 9(4) VALUE 0.
000710 77  FIRST-SW PICTURE 9 VALUE 1.
000720 77  ST-IN-COV PICTURE 999 VALUE 0.
000730 77  SAVE-COV PICTURE 99 VALUE 0.
000740 77  SAVE-ST PICTURE 99 VALUE 0.
000750 77  EVAL-YR PICTURE 9(4) VALUE 0.
000760 77  LO-AY PICTURE 9(4) VALUE 0.
000770 77  AY-YR PICTURE 9(4) VALUE 0.
000780 77  DEV-AGE PICTURE S9(4) VALUE 0.
000790 77  ROW-SUB PICTURE 99 VALUE 0.
000800 77  AGE-SUB PICTURE 99 VALUE 0.
000810 77  PRV-AGE PICTURE 99 VALUE 0.
000820 77  NXT-AGE PICTURE 99 VALUE 0.
000830 77  LIM-AGE PICTURE 99 VALUE 0.
000840 77  SET-SUB PICTURE 9 VALUE 0.
000850 77  FACTOR PICTURE S9(3)V9(4) VALUE 0.
000860 77  POST-INDEM PICTURE S9(9)V99 VALUE 0.
000870 77  POST-EXP PICTURE S9(9)V99 VALUE 0.
000880 01  TRI-CARD.
000890     02  TC-MO PICTURE 99.
000900     02  TC-YR PICTURE 99.
000910     02  TC-FLAG PICTURE X.
000920     02  FILLER PICTURE X(75).
000930 01  THIS-POST.
000940     02  TP-YR PICTURE 9(4).
000950     02  TP-MO PICTURE 99.
000960 01  WK-KEY.
000970     02  WK-COV PICTURE 99.
000980     02  WK-ST PICTURE 99.
000990     02  WK-AY PICTURE 9(4).
001000     02  WK-AGE PICTURE 99.
001010 01  TBL-KEY PICTURE X(10).
001020 01  OUT-CELL.
001030     02  OC-TYPE PICTURE X.
001040     02  OC-KEY.
001050         03  OC-COV PICTURE 99.
001060         03  OC-ST PICTURE 99.
001070         03  OC-AY PICTURE 9(4).
001080         03  OC-AGE PICTURE 99.
001090     02  OC-INDEM PICTURE S9(9)V99.
001100     02  OC-EXP PICTURE S9(9)V99.
001110     02  OC-CT PICTURE 9(5).
001120     02  FILLER PICTURE X(12) VALUE SPACES.
001130 01  HDR-CELL.
001140     02  FILLER PICTURE X VALUE "H".
001150     02  HC-POST PICTURE X(6).
001160     02  FILLER PICTURE X(43) VALUE SPACES.
001170 01  MONTH-TABLE.
001180     02  MT-ENTRY OCCURS 2000 TIMES.
001190         03  MT-KEY PICTURE X(10).
001200         03  MT-INDEM PICTURE S9(9)V99.
001210         03  MT-EXP PICTURE S9(9)V99.
001220         03  MT-CLM PICTURE 9(5).
001230 01  TRI-TABLE.
001240     02  TRI-SET OCCURS 4 TIMES.
001250         03  TRI-ROW OCCURS 10 TIMES.
001260             04  TRI-AMT PICTURE S9(9)V99 OCCURS 10 TIMES.
001270 01  CUM-TABLE.
001280     02  CUM-ROW OCCURS 10 TIMES.
001290         03  CUM-AMT PICTURE S9(11)V99 OCCURS 10 TIMES.
001300 01  WTD-TABLE.
001310     02  WTD-ENTRY OCCURS 10 TIMES.
001320         03  WTD-NUM PICTURE S9(11)V99.
001330         03  WTD-DEN PICTURE S9(11)V99.
001340 01  TD-REC.
001350     02  TD-TYPE PICTURE X.
001360     02  TD-KIND PICTURE X.
001370     02  TD-COV PICTURE 99.
001380     02  TD-ST PICTURE XX.
001390     02  TD-EVAL-YR PICTURE 9(4).
001400     02  TD-EVAL-MO PICTURE 99.
001410     02  TD-AY PICTURE 9(4).
001420     02  TD-AGE PICTURE 99.
001430     02  TD-INC PICTURE S9(9)V99.
001440     02  TD-CUM PICTURE S9(9)V99.
001450     02  TD-FACTOR PICTURE S9(3)V9(4).
001460     02  FILLER PICTURE X(33) VALUE SPACES.
001470 01  RPT-HEAD-1.
001480     02  FILLER PICTURE X(20) VALUE SPACES.
001490     02  FILLER PICTURE X(30) VALUE
001500         "MIRB-3 LOSS DEVELOPMENT".
001510     02  FILLER PICTURE X(10) VALUE "EVALUATED ".
001520     02  RH-MO PICTURE 99.
001530     02  FILLER PICTURE X VALUE "/".
001540     02  RH-YR PICTURE 9(4).
001550 01  RPT-HEAD-2.
001560     02  FILLER PICTURE X(10) VALUE " COVERAGE ".
001570     02  RH-COV PICTURE 99.
001580     02  FILLER PICTURE XXX VALUE SPACES.
001590     02  RH-AREA.
001600         03  RH-ST-WORD PICTURE X(6).
001610         03  RH-ST-NO PICTURE 99.
001620         03  FILLER PICTURE XX.
001630     02  FILLER PICTURE X(5) VALUE SPACES.
001640     02  RH-KIND PICTURE X(20).
001650 01  RPT-HEAD-3.
001660     02  FILLER PICTURE X(20) VALUE
001670         " ACC YR           12".
001680     02  FILLER PICTURE X(24) VALUE
001690         "          24          36".
001700     02  FILLER PICTURE X(24) VALUE
001710         "          48          60".
001720     02  FILLER PICTURE X(24) VALUE
001730         "          72          84".
001740     02  FILLER PICTURE X(24) VALUE
001750         "          96         108".
001760     02  FILLER PICTURE X(12) VALUE
001770         "         120".
001780 01  FAC-HEAD.
001790     02  FILLER PICTURE X(20) VALUE
001800         " FACTORS       12-24".
001810     02  FILLER PICTURE X(24) VALUE
001820         "       24-36       36-48".
001830     02  FILLER PICTURE X(24) VALUE
001840         "       48-60       60-72".
001850     02  FILLER PICTURE X(24) VALUE
001860         "       72-84       84-96".
001870     02  FILLER PICTURE X(24) VALUE
001880         "      96-108     108-120".
001890 01  TRI-LINE.
001900     02  TL-LABEL PICTURE X(8).
001910     02  TL-CELL OCCURS 10 TIMES.
001920         03  FILLER PICTURE X.
001930         03  TL-AMT PICTURE ZZ,ZZZ,ZZ9-.
001940 01  FAC-LINE.
001950     02  FL-LABEL PICTURE X(8).
001960     02  FL-CELL OCCURS 9 TIMES.
001970         03  FILLER PICTURE X(5).
001980         03  FL-FAC PICTURE ZZ9.999-.
001990 01  TRI-TOT-LINE.
002000     02  FILLER PICTURE X(14) VALUE " EXTRACT READ ".
002010     02  TT-READ PICTURE ZZZZ9.
002020     02  FILLER PICTURE X(9) VALUE "  POSTED ".
002030     02  TT-POST PICTURE ZZZZ9.
002040     02  FILLER PICTURE X(10) VALUE "  SKIPPED ".
002050     02  TT-SKIP PICTURE ZZZZ9.
002060     02  FILLER PICTURE X(9) VALUE "  CELLS  ".
002070     02  TT-CELL PICTURE ZZZZ9.
002080 PROCEDURE DIVISION.
002090 HSEKEEP.
002100     ACCEPT TRI-CARD.
002110     IF TC-FLAG IS NOT EQUAL TO "*" OR TC-MO IS NOT NUMERIC
002120         OR TC-YR IS NOT NUMERIC
002130         DISPLAY "MIRB-3 CK CONST CARD" STOP RUN.
002140     IF TC-MO IS LESS THAN 01 OR TC-MO IS GREATER THAN 12
002150         DISPLAY "MIRB-3 CK CONST CARD" STOP RUN.
002160     IF TC-YR IS LESS THAN 50 COMPUTE EVAL-YR = 2000 + TC-YR
002170         ELSE COMPUTE EVAL-YR = 1900 + TC-YR.
002180     COMPUTE LO-AY = EVAL-YR - 9.
002190     MOVE EVAL-YR TO TP-YR RH-YR TD-EVAL-YR.
002200     MOVE TC-MO TO TP-MO RH-MO TD-EVAL-MO.
002210     OPEN INPUT LDEXT TRIHIST.
002230     PERFORM HIST-READ THRU HIST-READ-X.
002240     IF TH-TYPE IS NOT EQUAL TO "H" GO TO HIST-HEAD-OK.
002250     IF TH-LAST-POST IS NOT LESS THAN THIS-POST
002260         DISPLAY "MIRB-3 MONTH ALREADY POSTED " TH-LAST-POST
002270         CLOSE LDEXT TRIHIST
002280         STOP RUN.
002290     PERFORM HIST-READ THRU HIST-READ-X.
002300 HIST-HEAD-OK.
002310     MOVE THIS-POST TO HC-POST.
002330 LOAD-MONTH.
002340     READ LDEXT AT END GO TO MERGE-START.
002350     ADD 1 TO READ-CT.
002360     IF LD-COV IS NOT NUMERIC OR LD-ST IS NOT NUMERIC
002370         OR LD-ACC-YR IS NOT NUMERIC
002380         ADD 1 TO SKIP-CT GO TO LOAD-MONTH.
002390     MOVE 0 TO POST-INDEM POST-EXP.
002400     IF LD-ADD IS NOT EQUAL TO "1" AND LD-CNP IS NOT EQUAL
002410         TO "1" AND LD-INDEM IS NUMERIC
002420         MOVE LD-INDEM TO POST-INDEM.
002430     IF LD-EXP-X IS NOT EQUAL TO SPACES AND LD-EXP IS NUMERIC
002440         MOVE LD-EXP TO POST-EXP.
002450     IF POST-INDEM IS EQUAL TO 0 AND POST-EXP IS EQUAL TO 0
002460         ADD 1 TO SKIP-CT GO TO LOAD-MONTH.
002470     IF LD-ACC-YR IS LESS THAN 50 COMPUTE AY-YR = 2000 + LD-ACC-YR
002480         ELSE COMPUTE AY-YR = 1900 + LD-ACC-YR.
002490     COMPUTE DEV-AGE = EVAL-YR - AY-YR + 1.
002500     IF DEV-AGE IS LESS THAN 1
002510         ADD 1 TO SKIP-CT GO TO LOAD-MONTH.
002520     IF DEV-AGE IS GREATER THAN 10 MOVE 10 TO DEV-AGE.
002530     MOVE LD-COV TO WK-COV.
002540     MOVE LD-ST TO WK-ST.
002550     MOVE AY-YR TO WK-AY.
002560     MOVE DEV-AGE TO WK-AGE.
002570     PERFORM POST-ENTRY THRU POST-ENTRY-X.
002580     GO TO LOAD-MONTH.
002590 MERGE-START.
002600     CLOSE LDEXT.
002603     OPEN OUTPUT TRIHISTN TRIDATA TRI-RPT.
002606     WRITE TRIHISTN-REC FROM HDR-CELL.
002610     MOVE 1 TO MT-SUB.
002620     PERFORM SET-TBL-KEY THRU SET-TBL-KEY-X.
002630 MERGE-LOOP.
002640     IF TH-KEY IS EQUAL TO HIGH-VALUES
002650         AND TBL-KEY IS EQUAL TO HIGH-VALUES GO TO MERGE-DONE.
002660     IF TH-KEY IS GREATER THAN TBL-KEY GO TO MERGE-NEW.
002670     MOVE TRIHIST-REC TO OUT-CELL.
002680     IF TH-KEY IS LESS THAN TBL-KEY GO TO MERGE-OLD.
002690     ADD MT-INDEM (MT-SUB) TO OC-INDEM.
002700     ADD MT-EXP (MT-SUB) TO OC-EXP.
002710     ADD MT-CLM (MT-SUB) TO OC-CT.
002720     ADD 1 TO MT-SUB.
002730     PERFORM SET-TBL-KEY THRU SET-TBL-KEY-X.
002740 MERGE-OLD.
002750     PERFORM CELL-OUT THRU CELL-OUT-X.
002760     PERFORM HIST-READ THRU HIST-READ-X.
002770     GO TO MERGE-LOOP.
002780 MERGE-NEW.
002790     MOVE "C" TO OC-TYPE.
002800     MOVE MT-KEY (MT-SUB) TO OC-KEY.
002810     MOVE MT-INDEM (MT-SUB) TO OC-INDEM.
002820     MOVE MT-EXP (MT-SUB) TO OC-EXP.
002830     MOVE MT-CLM (MT-SUB) TO OC-CT.
002840     PERFORM CELL-OUT THRU CELL-OUT-X.
002850     ADD 1 TO MT-SUB.
002860     PERFORM SET-TBL-KEY THRU SET-TBL-KEY-X.
002870     GO TO MERGE-LOOP.
002880 MERGE-DONE.
002890     IF FIRST-SW IS EQUAL TO 0
002900         PERFORM STATE-BREAK THRU STATE-BREAK-X
002910         PERFORM COV-BREAK THRU COV-BREAK-X.
002920     MOVE READ-CT TO TT-READ.
002930     MOVE POST-CT TO TT-POST.
002940     MOVE SKIP-CT TO TT-SKIP.
002950     MOVE CELL-CT TO TT-CELL.
002960     WRITE TRI-RPT-REC FROM TRI-TOT-LINE AFTER ADVANCING 3.
002970     CLOSE TRIHIST TRIHISTN TRIDATA TRI-RPT.
003000     DISPLAY "MIRB-3 COMPLETE - POSTED " POST-CT.
003010     STOP RUN.
003020 HIST-READ.
003030     READ TRIHIST AT END MOVE SPACE TO TH-TYPE
003040         MOVE HIGH-VALUES TO TH-KEY.
003050 HIST-READ-X.
003060     EXIT.
003070 SET-TBL-KEY.
003080     IF MT-SUB IS GREATER THAN MT-CT MOVE HIGH-VALUES TO TBL-KEY
003090         ELSE MOVE MT-KEY (MT-SUB) TO TBL-KEY.
003100 SET-TBL-KEY-X.
003110     EXIT.
003120 POST-ENTRY.
003130     MOVE 1 TO MT-SUB.
003140 POST-SCAN.
003150     IF MT-SUB IS GREATER THAN MT-CT GO TO POST-INSERT.
003160     IF MT-KEY (MT-SUB) IS EQUAL TO WK-KEY GO TO POST-ADD.
003170     IF MT-KEY (MT-SUB) IS GREATER THAN WK-KEY GO TO POST-INSERT.
003180     ADD 1 TO MT-SUB.
003190     GO TO POST-SCAN.
003200 POST-INSERT.
003210     IF MT-CT IS EQUAL TO 2000
003220         DISPLAY "MIRB-3 MONTH TABLE FULL - RUN REFUSED"
003223         CLOSE LDEXT TRIHIST
003226         STOP RUN.
003230     IF MT-SUB IS NOT GREATER THAN MT-CT
003240         PERFORM POST-SHIFT THRU POST-SHIFT-X
003250             VARYING SH-SUB FROM MT-CT BY -1
003260             UNTIL SH-SUB IS LESS THAN MT-SUB.
003270     ADD 1 TO MT-CT.
003280     MOVE WK-KEY TO MT-KEY (MT-SUB).
003290     MOVE ZEROS TO MT-INDEM (MT-SUB) MT-EXP (MT-SUB)
003300         MT-CLM (MT-SUB).
003310 POST-ADD.
003320     ADD POST-INDEM TO MT-INDEM (MT-SUB).
003330     ADD POST-EXP TO MT-EXP (MT-SUB).
003340     ADD 1 TO MT-CLM (MT-SUB).
003350     ADD 1 TO POST-CT.
003360 POST-ENTRY-X.
003370     EXIT.
003380 POST-SHIFT.
003390     COMPUTE SH-TO = SH-SUB + 1.
003400     MOVE MT-ENTRY (SH-SUB) TO MT-ENTRY (SH-TO).
003410 POST-SHIFT-X.
003420     EXIT.
003430 CELL-OUT.
003440     WRITE TRIHISTN-REC FROM OUT-CELL.
003450     ADD 1 TO CELL-CT.
003460     IF FIRST-SW IS EQUAL TO 0 GO TO CELL-BREAK.
003470     MOVE 0 TO FIRST-SW.
003480     MOVE ZEROS TO TRI-TABLE.
003490     GO TO CELL-NEW-COV.
003500 CELL-BREAK.
003510     IF OC-COV IS EQUAL TO SAVE-COV GO TO CELL-ST.
003520     PERFORM STATE-BREAK THRU STATE-BREAK-X.
003530     PERFORM COV-BREAK THRU COV-BREAK-X.
003540 CELL-NEW-COV.
003550     MOVE OC-COV TO SAVE-COV.
003560     MOVE OC-ST TO SAVE-ST.
003570     MOVE 1 TO ST-IN-COV.
003580     GO TO CELL-ACCUM.
003590 CELL-ST.
003600     IF OC-ST IS EQUAL TO SAVE-ST GO TO CELL-ACCUM.
003610     PERFORM STATE-BREAK THRU STATE-BREAK-X.
003620     MOVE OC-ST TO SAVE-ST.
003630     ADD 1 TO ST-IN-COV.
003640 CELL-ACCUM.
003650     IF OC-AY IS LESS THAN LO-AY OR OC-AY IS GREATER THAN EVAL-YR
003660         GO TO CELL-OUT-X.
003670     COMPUTE ROW-SUB = OC-AY - LO-AY + 1.
003680     MOVE OC-AGE TO AGE-SUB.
003690     ADD OC-INDEM TO TRI-AMT (1, ROW-SUB, AGE-SUB)
003700         TRI-AMT (3, ROW-SUB, AGE-SUB).
003710     ADD OC-EXP TO TRI-AMT (2, ROW-SUB, AGE-SUB)
003720         TRI-AMT (4, ROW-SUB, AGE-SUB).
003730 CELL-OUT-X.
003740     EXIT.
003750 STATE-BREAK.
003760     MOVE SAVE-COV TO RH-COV TD-COV.
003770     MOVE SPACES TO RH-AREA.
003780     MOVE "STATE " TO RH-ST-WORD.
003790     MOVE SAVE-ST TO RH-ST-NO TD-ST.
003800     MOVE 1 TO SET-SUB.
003810     PERFORM PRINT-TRI THRU PRINT-TRI-X.
003820     MOVE 2 TO SET-SUB.
003830     PERFORM PRINT-TRI THRU PRINT-TRI-X.
003840     MOVE ZEROS TO TRI-SET (1) TRI-SET (2).
003850 STATE-BREAK-X.
003860     EXIT.
003870 COV-BREAK.
003880     IF ST-IN-COV IS LESS THAN 2 GO TO COV-BREAK-CLR.
003890     MOVE SAVE-COV TO RH-COV TD-COV.
003900     MOVE "ALL STATES" TO RH-AREA.
003910     MOVE "**" TO TD-ST.
003920     MOVE 3 TO SET-SUB.
003930     PERFORM PRINT-TRI THRU PRINT-TRI-X.
003940     MOVE 4 TO SET-SUB.
003950     PERFORM PRINT-TRI THRU PRINT-TRI-X.
003960 COV-BREAK-CLR.
003970     MOVE ZEROS TO TRI-SET (3) TRI-SET (4).
003980 COV-BREAK-X.
003990     EXIT.
004000 PRINT-TRI.
004010     IF SET-SUB IS EQUAL TO 1 OR SET-SUB IS EQUAL TO 3
004020         MOVE "PAID INDEMNITY" TO RH-KIND MOVE "I" TO TD-KIND
004030         ELSE MOVE "PAID EXPENSE" TO RH-KIND MOVE "E" TO TD-KIND.
004040     WRITE TRI-RPT-REC FROM RPT-HEAD-1 AFTER ADVANCING 3.
004050     WRITE TRI-RPT-REC FROM RPT-HEAD-2 AFTER ADVANCING 1.
004060     WRITE TRI-RPT-REC FROM RPT-HEAD-3 AFTER ADVANCING 2.
004070     MOVE ZEROS TO CUM-TABLE WTD-TABLE.
004080     PERFORM TRI-ROW-PRT THRU TRI-ROW-PRT-X
004090         VARYING ROW-SUB FROM 1 BY 1
004100         UNTIL ROW-SUB IS GREATER THAN 10.
004110     WRITE TRI-RPT-REC FROM FAC-HEAD AFTER ADVANCING 2.
004120     PERFORM FAC-ROW-PRT THRU FAC-ROW-PRT-X
004130         VARYING ROW-SUB FROM 1 BY 1
004140         UNTIL ROW-SUB IS GREATER THAN 9.
004150     MOVE SPACES TO FAC-LINE.
004160     MOVE " WTD AVG" TO FL-LABEL.
004170     MOVE 0 TO TD-AY TD-INC TD-CUM.
004180     MOVE "F" TO TD-TYPE.
004190     PERFORM WTD-CELL THRU WTD-CELL-X
004200         VARYING AGE-SUB FROM 1 BY 1
004210         UNTIL AGE-SUB IS GREATER THAN 9.
004220     WRITE TRI-RPT-REC FROM FAC-LINE AFTER ADVANCING 2.
004230 PRINT-TRI-X.
004240     EXIT.
004250 TRI-ROW-PRT.
004260     COMPUTE LIM-AGE = 11 - ROW-SUB.
004270     COMPUTE AY-YR = LO-AY + ROW-SUB - 1.
004280     MOVE SPACES TO TRI-LINE.
004290     MOVE AY-YR TO TD-AY.
004300     MOVE AY-YR TO TL-LABEL.
004310     MOVE "C" TO TD-TYPE.
004320     MOVE 0 TO TD-FACTOR.
004330     PERFORM TRI-CELL-PRT THRU TRI-CELL-PRT-X
004340         VARYING AGE-SUB FROM 1 BY 1
004350         UNTIL AGE-SUB IS GREATER THAN LIM-AGE.
004360     WRITE TRI-RPT-REC FROM TRI-LINE AFTER ADVANCING 1.
004370 TRI-ROW-PRT-X.
004380     EXIT.
004390 TRI-CELL-PRT.
004400     IF AGE-SUB IS EQUAL TO 1
004410         MOVE TRI-AMT (SET-SUB, ROW-SUB, 1)
004420             TO CUM-AMT (ROW-SUB, 1)
004430         GO TO TRI-CELL-SHOW.
004440     COMPUTE PRV-AGE = AGE-SUB - 1.
004450     COMPUTE CUM-AMT (ROW-SUB, AGE-SUB) =
004460         CUM-AMT (ROW-SUB, PRV-AGE)
004470         + TRI-AMT (SET-SUB, ROW-SUB, AGE-SUB).
004480 TRI-CELL-SHOW.
004490     MOVE CUM-AMT (ROW-SUB, AGE-SUB) TO TL-AMT (AGE-SUB) TD-CUM.
004500     MOVE TRI-AMT (SET-SUB, ROW-SUB, AGE-SUB) TO TD-INC.
004510     MOVE AGE-SUB TO TD-AGE.
004520     WRITE TRIDATA-REC FROM TD-REC.
004530 TRI-CELL-PRT-X.
004540     EXIT.
004550 FAC-ROW-PRT.
004560     COMPUTE LIM-AGE = 10 - ROW-SUB.
004570     COMPUTE AY-YR = LO-AY + ROW-SUB - 1.
004580     MOVE SPACES TO FAC-LINE.
004590     MOVE AY-YR TO FL-LABEL.
004600     PERFORM FAC-CELL THRU FAC-CELL-X
004610         VARYING AGE-SUB FROM 1 BY 1
004620         UNTIL AGE-SUB IS GREATER THAN LIM-AGE.
004630     WRITE TRI-RPT-REC FROM FAC-LINE AFTER ADVANCING 1.
004640 FAC-ROW-PRT-X.
004650     EXIT.
004660 FAC-CELL.
004670     IF CUM-AMT (ROW-SUB, AGE-SUB) IS EQUAL TO 0 GO TO FAC-CELL-X.
004680     COMPUTE NXT-AGE = AGE-SUB + 1.
004690     COMPUTE FACTOR ROUNDED = CUM-AMT (ROW-SUB, NXT-AGE)
004700         / CUM-AMT (ROW-SUB, AGE-SUB)
004710         ON SIZE ERROR MOVE 0 TO FACTOR.
004720     MOVE FACTOR TO FL-FAC (AGE-SUB).
004730     ADD CUM-AMT (ROW-SUB, NXT-AGE) TO WTD-NUM (AGE-SUB).
004740     ADD CUM-AMT (ROW-SUB, AGE-SUB) TO WTD-DEN (AGE-SUB).
004750 FAC-CELL-X.
004760     EXIT.
004770 WTD-CELL.
004780     IF WTD-DEN (AGE-SUB) IS EQUAL TO 0 GO TO WTD-CELL-X.
004790     COMPUTE FACTOR ROUNDED =
004800         WTD-NUM (AGE-SUB) / WTD-DEN (AGE-SUB)
004810         ON SIZE ERROR MOVE 0 TO FACTOR.
004820     MOVE FACTOR TO FL-FAC (AGE-SUB) TD-FACTOR.
004830     MOVE AGE-SUB TO TD-AGE.
004840     WRITE TRIDATA-REC FROM TD-REC.
004850 WTD-CELL-X.
004860     EXIT.
