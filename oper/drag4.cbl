001116     SELECT OPTIONAL DISTBAL ASSIGN TO DSK RECORDING MODE IS ASCII.          SALESUMB
001117     SELECT STATE-TBL ASSIGN TO DSK RECORDING MODE IS ASCII.      SALESUMB
001118     SELECT TAXREG ASSIGN TO DSK RECORDING MODE IS ASCII.         SALESUMB
001119     SELECT SMXREF ASSIGN TO DSK RECORDING MODE IS ASCII.         SALESUMB
00111A     SELECT ACTFILE ASSIGN TO DSK RECORDING MODE IS ASCII.        SALESUMB
00111B     SELECT ACTCTL ASSIGN TO DSK RECORDING MODE IS ASCII.         SALESUMB
00111C     SELECT CUSMST ASSIGN TO DSK RECORDING MODE IS ASCII.         SALESUMB
00111D     SELECT CUSEXC ASSIGN TO DSK RECORDING MODE IS ASCII.         SALESUMB
002010 DATA DIVISION.                                                   SALESUMB
002020 FILE SECTION.                                                    SALESUMB
002030 FD  INVOIC   VALUE OF IDENTIFICATION IS "INVOIC   ".             SALESUMB
006366       05 FILLER             PICTURE XX.                          SALESUMB
006370 FD  TAXREG   VALUE OF IDENTIFICATION IS "SALESTAXRG".            SALESUMB
006371 01  TAXREG-REC              PICTURE X(90).                       SALESUMB
006372 FD  SMXREF   VALUE OF IDENTIFICATION IS "SMXREFDAT".             SALESUMB
006373 01  SMXREF-REC.                                                  SALESUMB
006374       05 XR-SMANS-CODE      PICTURE X.                           SALESUMB
006375       05 XR-ACT-NUMB        PICTURE 9(4).                        SALESUMB
006376       05 FILLER             PICTURE X(75).                       SALESUMB
006377 FD  ACTFILE   VALUE OF IDENTIFICATION IS "ACTFILE  ".            SALESUMB
006378 01  ACT-REC.                                                     SALESUMB
006379       05 ACT-NUMB           PICTURE 9(4).                        SALESUMB
00637A       05 FILLER             PICTURE X(2).                        SALESUMB
00637B       05 ACT-S-AMT          PICTURE S9(5).                       SALESUMB
00637C FD  ACTCTL   VALUE OF IDENTIFICATION IS "ACTCTLDAT".             SALESUMB
00637D 01  ACTCTL-REC.                                                  SALESUMB
00637E       05 CTL-DIST-NO        PICTURE XX.                          SALESUMB
00637F       05 CTL-S-AMT          PICTURE S9(7).                       SALESUMB
00637G FD  CUSMST   VALUE OF IDENTIFICATION IS "CUSMSTDAT".             SALESUMB
00637H 01  CUSMST-REC.                                                  SALESUMB
00637I       05 CM-CUST-NO         PICTURE X(5).                        SALESUMB
00637J       05 CM-STATUS          PICTURE X.                           SALESUMB
00637K       05 CM-NAME            PICTURE X(30).                       SALESUMB
00637L       05 CM-BILL-TO         PICTURE X(61).                       SALESUMB
00637M       05 CM-SHIP-TO         PICTURE X(61).                       SALESUMB
00637N       05 FILLER             PICTURE X(42).                       SALESUMB
00637O FD  CUSEXC   VALUE OF IDENTIFICATION IS "CUSEXCDAT".             SALESUMB
00637P 01  CUSEXC-REC.                                                  SALESUMB
00637Q       05 CX-PROGRAM         PICTURE X(9).                        SALESUMB
00637R       05 CX-CUST-NO         PICTURE X(5).                        SALESUMB
00637S       05 CX-REF-TYPE        PICTURE X(8).                        SALESUMB
00637T       05 CX-REF-NO          PICTURE X(12).                       SALESUMB
00637U       05 CX-DATE            PICTURE 9(6).                        SALESUMB
007010 WORKING-STORAGE SECTION.                                         SALESUMB
007015   77 I                     PICTURE S99 COMPUTATIONAL.            SALESUMB
007040   77 PAGE-CTR          PICTURE S99 VALUE 1 USAGE COMPUTATIONAL.  SALESUMB
01029O       05 TRL-SALES          PICTURE ZZZZ,ZZ9.99-.                SALESUMB
01029P       05 FILLER             PICTURE X(15) VALUE '  TAX COLLECTED'.SALESUMB
01029Q       05 TRL-TAX            PICTURE ZZZ,ZZ9.99-.                 SALESUMB
01029R   77 XR-CT                 PICTURE S99 VALUE 0 COMPUTATIONAL.    SALESUMB
01029S   77 XR-SUB                PICTURE S99 VALUE 0 COMPUTATIONAL.    SALESUMB
01029T   77 XR-FOUND              PICTURE S99 VALUE 0 COMPUTATIONAL.    SALESUMB
01029U   77 CTL-CT                PICTURE S99 VALUE 0 COMPUTATIONAL.    SALESUMB
01029V   77 CTL-SUB               PICTURE S99 VALUE 0 COMPUTATIONAL.    SALESUMB
01029W   77 ACT-DOLLARS         PICTURE S9(8) VALUE 0 COMPUTATIONAL.    SALESUMB
01029X   77 ACT-REMAIN          PICTURE S9(8) VALUE 0 COMPUTATIONAL.    SALESUMB
01029Y 01  SMX-TABLE.                                                   SALESUMB
01029Z       05 SMX-ENTRY OCCURS 30 TIMES.                              SALESUMB
0102A0         10 SMX-CODE           PICTURE X.                         SALESUMB
0102A1         10 SMX-NUMB           PICTURE 9(4).                      SALESUMB
0102A2 01  ACT-NUMB-HOLD.                                               SALESUMB
0102A3       05 ANH-DIST-NO        PICTURE XX.                          SALESUMB
0102A4       05 ANH-MAN-NO         PICTURE XX.                          SALESUMB
0102A5 01  CTL-TABLE.                                                   SALESUMB
0102A6       05 CTL-ENTRY OCCURS 50 TIMES.                              SALESUMB
0102A7         10 CT-DIST-NO         PICTURE XX.                        SALESUMB
0102A8         10 CT-S-AMT           PICTURE S9(7) COMPUTATIONAL.       SALESUMB
0102A9   77 CUS-CT                PICTURE S999 VALUE 0 COMPUTATIONAL.   SALESUMB
0102B0   77 CUS-SUB               PICTURE S999 VALUE 0 COMPUTATIONAL.   SALESUMB
0102B1   77 CUS-FOUND             PICTURE S999 VALUE 0 COMPUTATIONAL.   SALESUMB
0102B2   77 CUS-KEY               PICTURE X(5) VALUE SPACES.            SALESUMB
0102B3   77 SOLD-TO-INV           PICTURE 9(5) VALUE 0.                 SALESUMB
0102B4 01  CUS-TABLE.                                                   SALESUMB
0102B5       05 CUS-ENTRY OCCURS 500 TIMES.                             SALESUMB
0102B6         10 CUS-NO             PICTURE X(5).                      SALESUMB
0102B7         10 CUS-NAME           PICTURE X(30).                     SALESUMB
0102B8         10 CUS-BILL-TO        PICTURE X(61).                     SALESUMB
0102B9         10 CUS-SHIP-TO        PICTURE X(61).                     SALESUMB
0102C0 01  SOLD-TO-LINE-1.                                              SALESUMB
0102C1       05 FILLER             PICTURE X(6)  VALUE SPACES.          SALESUMB
0102C2       05 FILLER             PICTURE X(9)  VALUE 'SOLD TO  '.     SALESUMB
0102C3       05 STL-NAME           PICTURE X(30).                       SALESUMB
0102C4       05 FILLER             PICTURE X(6)  VALUE SPACES.          SALESUMB
0102C5       05 FILLER             PICTURE X(9)  VALUE 'SHIP TO  '.     SALESUMB
0102C6       05 STL-SHIP-NAME      PICTURE X(30).                       SALESUMB
0102C7 01  SOLD-TO-LINE-2.                                              SALESUMB
0102C8       05 FILLER             PICTURE X(15) VALUE SPACES.          SALESUMB
0102C9       05 STL-BILL-STREET    PICTURE X(30).                       SALESUMB
0102D0       05 FILLER             PICTURE X(15) VALUE SPACES.          SALESUMB
0102D1       05 STL-SHIP-STREET    PICTURE X(30).                       SALESUMB
0102D2 01  SOLD-TO-LINE-3.                                              SALESUMB
0102D3       05 FILLER             PICTURE X(15) VALUE SPACES.          SALESUMB
0102D4       05 STL-BILL-PLACE     PICTURE X(33).                       SALESUMB
0102D5       05 FILLER             PICTURE X(12) VALUE SPACES.          SALESUMB
0102D6       05 STL-SHIP-PLACE     PICTURE X(33).                       SALESUMB
0102D7 01  ADDR-WORK.                                                   SALESUMB
0102D8       05 AW-STREET          PICTURE X(30).                       SALESUMB
0102D9       05 AW-CITY            PICTURE X(20).                       SALESUMB
0102E0       05 AW-STATE           PICTURE XX.                          SALESUMB
0102E1       05 AW-ZIP             PICTURE X(9).                        SALESUMB
0102E2 01  PLACE-WORK.                                                  SALESUMB
0102E3       05 PW-CITY            PICTURE X(20).                       SALESUMB
0102E4       05 FILLER             PICTURE X VALUE SPACE.               SALESUMB
0102E5       05 PW-STATE           PICTURE XX.                          SALESUMB
0102E6       05 FILLER             PICTURE X VALUE SPACE.               SALESUMB
0102E7       05 PW-ZIP             PICTURE X(9).                        SALESUMB
0102E8 01  CXD-DATE.                                                    SALESUMB
0102E9       05 CXD-YR             PICTURE XX.                          SALESUMB
0102F0       05 CXD-MO             PICTURE XX.                          SALESUMB
0102F1       05 CXD-DA             PICTURE XX.                          SALESUMB
010276 01  SMAN-COMM-TABLE.                                             SALESUMB
010278       05 SMAN-ENTRY OCCURS 30 TIMES.                             SALESUMB
010280         10 SC-CODE             PICTURE X.                        SALESUMB
01056B     GO TO LOAD-ONE-STATE.                                        SALESUMB
01056C   CLOSE-STATE-TBL.                                               SALESUMB
01056D     CLOSE STATE-TBL.                                             SALESUMB
01056E   LOAD-SMAN-XREF.                                                SALESUMB
01056F     OPEN INPUT SMXREF.                                           SALESUMB
01056G   LOAD-ONE-XREF.                                                 SALESUMB
01056H     READ SMXREF, AT END GO TO CLOSE-SMXREF.                      SALESUMB
01056I     IF XR-CT NOT LESS THAN 30 GO TO CLOSE-SMXREF.                SALESUMB
01056J     ADD 1 TO XR-CT.                                              SALESUMB
01056K     MOVE XR-SMANS-CODE TO SMX-CODE (XR-CT).                      SALESUMB
01056L     MOVE XR-ACT-NUMB TO SMX-NUMB (XR-CT).                        SALESUMB
01056M     GO TO LOAD-ONE-XREF.                                         SALESUMB
01056N   CLOSE-SMXREF.                                                  SALESUMB
01056O     CLOSE SMXREF.                                                SALESUMB
0105T1     OPEN INPUT CUSMST.                                           SALESUMB
0105T2   LOAD-ONE-CUSTOMER.                                             SALESUMB
0105T3     READ CUSMST, AT END CLOSE CUSMST, GO TO GET-DIST-ID-ARRAY.   SALESUMB
0105T4     IF CUS-CT NOT LESS THAN 500                                  SALESUMB
0105T5         DISPLAY 'ERROR    CUSTOMER MASTER GT 500 ENTRIES',       SALESUMB
0105T6         CLOSE CUSMST, STOP RUN.                                  SALESUMB
0105T7     ADD 1 TO CUS-CT.                                             SALESUMB
0105T8     MOVE CM-CUST-NO TO CUS-NO (CUS-CT).                          SALESUMB
0105T9     MOVE CM-NAME TO CUS-NAME (CUS-CT).                           SALESUMB
0105U0     MOVE CM-BILL-TO TO CUS-BILL-TO (CUS-CT).                     SALESUMB
0105U1     MOVE CM-SHIP-TO TO CUS-SHIP-TO (CUS-CT).                     SALESUMB
0105U2     GO TO LOAD-ONE-CUSTOMER.                                     SALESUMB
010570   GET-DIST-ID-ARRAY.                                             SALESUMB
010580     OPEN INPUT DIST.                                             SALESUMB
010590       MOVE ZERO TO I.                                            SALESUMB
011020   PREP-FOR-REPORT-BAL.                                           SALESUMB
011030     OPEN INPUT INVOIC, OUTPUT CURR,                              SALESUMB
011040          REPT, HOLDRPT.                                          SALESUMB
011041     OPEN EXTEND CUSEXC.                                          SALESUMB
011050     READ INVOIC, AT END GO TO QUIT.                              SALESUMB
011060     MOVE DATE-OF-REPORT TO REPT-DATE.                            SALESUMB
011080   WRITE-HEADINGS.                                                SALESUMB
013196     PERFORM ACCUM-SALES-TAX THRU ACCUM-SALES-TAX-EXIT.           SALESUMB
013200     IF LINE-CTR GREATER THAN 52 PERFORM WRITE-HEADINGS.          SALESUMB
013210   SET-UP-PRINT-REC.                                              SALESUMB
013211     IF INV-NO IN C-T-REC NOT EQUAL TO SOLD-TO-INV                SALESUMB
013212         PERFORM PRINT-SOLD-TO THRU PRINT-SOLD-TO-EXIT.           SALESUMB
013215       MOVE SPACES TO BAL-TRANS-OUT.                              SALESUMB
013220     MOVE SMANS-CODE IN C-T-REC TO SMANS-CODE IN BAL-TRANS-OUT.   SALESUMB
014010     MOVE DIST-NO IN C-T-REC TO DIST-NO IN BAL-TRANS-OUT.         SALESUMB
015116         PRINT-COMMISSION-SUMMARY-EXIT.                           SALESUMB
015117     PERFORM PRINT-TAX-REGISTER THRU                              SALESUMB
015118         PRINT-TAX-REGISTER-EXIT.                                 SALESUMB
015119     PERFORM WRITE-ACTIVITY-EXTRACT THRU                          SALESUMB
01511A         WRITE-ACTIVITY-EXTRACT-EXIT.                             SALESUMB
015120   QUIT.                                                          SALESUMB
015130     CLOSE REPT, CURR, INVOIC, HOLDRPT.                           SALESUMB
015131     CLOSE CUSEXC.                                                SALESUMB
015140     STOP RUN.                                                    SALESUMB
015150   DATA-TEST.                                                     SALESUMB
015160     EXAMINE DATA-CHK REPLACING ALL ' ' BY '0'.                   SALESUMB
01655X     WRITE TAXREG-REC FROM TAX-REG-LINE AFTER ADVANCING 1 LINES.  SALESUMB
01655Y     GO TO PRINT-TAX-LOOP.                                        SALESUMB
01655Z   PRINT-TAX-REGISTER-EXIT.  EXIT.                                SALESUMB
016560   WRITE-ACTIVITY-EXTRACT.                                        SALESUMB
016561     OPEN OUTPUT ACTFILE, ACTCTL.                                 SALESUMB
016562     MOVE ZERO TO CTL-CT.  MOVE ZERO TO SX.                       SALESUMB
016563   EXTRACT-SMAN-LOOP.                                             SALESUMB
016564     ADD 1 TO SX.                                                 SALESUMB
016565     IF SX GREATER THAN SMAN-TOTAL GO TO WRITE-CONTROL-TOTALS.    SALESUMB
016566     COMPUTE ACT-DOLLARS ROUNDED = SC-NET-SALE (SX).              SALESUMB
016567     MOVE ZERO TO XR-FOUND.  MOVE ZERO TO XR-SUB.                 SALESUMB
016568   SCAN-SMAN-XREF.                                                SALESUMB
016569     ADD 1 TO XR-SUB.                                             SALESUMB
01656A     IF XR-SUB GREATER THAN XR-CT GO TO SMAN-XREF-DONE.           SALESUMB
01656B     IF SMX-CODE (XR-SUB) EQUAL TO SC-CODE (SX)                   SALESUMB
01656C         MOVE XR-SUB TO XR-FOUND, GO TO SMAN-XREF-DONE.           SALESUMB
01656D     GO TO SCAN-SMAN-XREF.                                        SALESUMB
01656E   SMAN-XREF-DONE.                                                SALESUMB
01656F     IF XR-FOUND EQUAL TO ZERO                                    SALESUMB
01656G         DISPLAY 'ERROR    SMAN ' SC-CODE (SX) ' NOT ON SMXREF'   SALESUMB
01656H         MOVE '**' TO ANH-DIST-NO, GO TO ACCUM-CONTROL-TOTAL.     SALESUMB
01656I     MOVE SMX-NUMB (XR-FOUND) TO ACT-NUMB-HOLD.                   SALESUMB
01656J     MOVE ACT-DOLLARS TO ACT-REMAIN.                              SALESUMB
01656K   WRITE-ACT-CHUNK.                                               SALESUMB
01656L     MOVE SPACES TO ACT-REC.                                      SALESUMB
01656M     MOVE SMX-NUMB (XR-FOUND) TO ACT-NUMB.                        SALESUMB
01656N     IF ACT-REMAIN GREATER THAN 99999 MOVE 99999 TO ACT-S-AMT,    SALESUMB
01656O       ELSE IF ACT-REMAIN LESS THAN -99999 MOVE -99999 TO         SALESUMB
01656P         ACT-S-AMT, ELSE MOVE ACT-REMAIN TO ACT-S-AMT.            SALESUMB
01656Q     WRITE ACT-REC.                                               SALESUMB
01656R     SUBTRACT ACT-S-AMT FROM ACT-REMAIN.                          SALESUMB
01656S     IF ACT-REMAIN NOT EQUAL TO ZERO GO TO WRITE-ACT-CHUNK.       SALESUMB
01656T   ACCUM-CONTROL-TOTAL.                                           SALESUMB
01656U     MOVE ZERO TO CTL-SUB.                                        SALESUMB
01656V   SCAN-CONTROL-DIST.                                             SALESUMB
01656W     ADD 1 TO CTL-SUB.                                            SALESUMB
01656X     IF CTL-SUB GREATER THAN CTL-CT GO TO NEW-CONTROL-DIST.       SALESUMB
01656Y     IF CT-DIST-NO (CTL-SUB) EQUAL TO ANH-DIST-NO                 SALESUMB
01656Z         GO TO ADD-CONTROL-DIST.                                  SALESUMB
016570     GO TO SCAN-CONTROL-DIST.                                     SALESUMB
016571   NEW-CONTROL-DIST.                                              SALESUMB
016572     IF CTL-CT NOT LESS THAN 50                                   SALESUMB
016573         DISPLAY 'ERROR    DIST GT 50 CONTROL ENTRIES'            SALESUMB
016574         GO TO EXTRACT-SMAN-LOOP.                                 SALESUMB
016575     ADD 1 TO CTL-CT.  MOVE CTL-CT TO CTL-SUB.                    SALESUMB
016576     MOVE ANH-DIST-NO TO CT-DIST-NO (CTL-SUB).                    SALESUMB
016577     MOVE ZERO TO CT-S-AMT (CTL-SUB).                             SALESUMB
016578   ADD-CONTROL-DIST.                                              SALESUMB
016579     ADD ACT-DOLLARS TO CT-S-AMT (CTL-SUB).                       SALESUMB
01657A     GO TO EXTRACT-SMAN-LOOP.                                     SALESUMB
01657B   WRITE-CONTROL-TOTALS.                                          SALESUMB
01657C     MOVE ZERO TO CTL-SUB.                                        SALESUMB
01657D   WRITE-CONTROL-LOOP.                                            SALESUMB
01657E     ADD 1 TO CTL-SUB.                                            SALESUMB
01657F     IF CTL-SUB GREATER THAN CTL-CT                               SALESUMB
01657G         CLOSE ACTFILE, ACTCTL,                                   SALESUMB
01657H         GO TO WRITE-ACTIVITY-EXTRACT-EXIT.                       SALESUMB
01657I     MOVE CT-DIST-NO (CTL-SUB) TO CTL-DIST-NO.                    SALESUMB
01657J     MOVE CT-S-AMT (CTL-SUB) TO CTL-S-AMT.                        SALESUMB
01657K     WRITE ACTCTL-REC.                                            SALESUMB
01657L     GO TO WRITE-CONTROL-LOOP.                                    SALESUMB
01657M   WRITE-ACTIVITY-EXTRACT-EXIT.  EXIT.                            SALESUMB
01657N   PRINT-SOLD-TO.                                                 SALESUMB
01657O     MOVE INV-NO IN C-T-REC TO SOLD-TO-INV.                       SALESUMB
01657P     MOVE DIST-NO IN C-T-REC TO CUS-KEY.                          SALESUMB
01657Q     MOVE ZERO TO CUS-FOUND.  MOVE ZERO TO CUS-SUB.               SALESUMB
01657R   SCAN-CUSTOMER-MASTER.                                          SALESUMB
01657S     ADD 1 TO CUS-SUB.                                            SALESUMB
01657T     IF CUS-SUB GREATER THAN CUS-CT GO TO CUSTOMER-MASTER-DONE.   SALESUMB
01657U     IF CUS-NO (CUS-SUB) EQUAL TO CUS-KEY                         SALESUMB
01657V         MOVE CUS-SUB TO CUS-FOUND, GO TO CUSTOMER-MASTER-DONE.   SALESUMB
01657W     GO TO SCAN-CUSTOMER-MASTER.                                  SALESUMB
01657X   CUSTOMER-MASTER-DONE.                                          SALESUMB
01657Y     IF CUS-FOUND NOT EQUAL TO ZERO GO TO BUILD-SOLD-TO.          SALESUMB
01657Z     MOVE 'SALESU' TO CX-PROGRAM.                                 SALESUMB
016580     MOVE CUS-KEY TO CX-CUST-NO.                                  SALESUMB
016581     MOVE 'INVOICE' TO CX-REF-TYPE.                               SALESUMB
016582     MOVE INV-NO IN C-T-REC TO CX-REF-NO.                         SALESUMB
016583     MOVE YR IN C-T-REC TO CXD-YR.  MOVE MO IN C-T-REC TO CXD-MO. SALESUMB
016584     MOVE DAY IN C-T-REC TO CXD-DA.  MOVE CXD-DATE TO CX-DATE.    SALESUMB
016585     WRITE CUSEXC-REC.                                            SALESUMB
016586     MOVE '*** NOT ON CUSTOMER MASTER ***' TO STL-NAME.           SALESUMB
016587     MOVE SPACES TO STL-SHIP-NAME, STL-BILL-STREET,               SALESUMB
016588         STL-SHIP-STREET, STL-BILL-PLACE, STL-SHIP-PLACE.         SALESUMB
016589     GO TO WRITE-SOLD-TO.                                         SALESUMB
01658A   BUILD-SOLD-TO.                                                 SALESUMB
01658B     MOVE CUS-NAME (CUS-FOUND) TO STL-NAME, STL-SHIP-NAME.        SALESUMB
01658C     MOVE CUS-BILL-TO (CUS-FOUND) TO ADDR-WORK.                   SALESUMB
01658D     MOVE AW-STREET TO STL-BILL-STREET.                           SALESUMB
01658E     MOVE AW-CITY TO PW-CITY.  MOVE AW-STATE TO PW-STATE.         SALESUMB
01658F     MOVE AW-ZIP TO PW-ZIP.  MOVE PLACE-WORK TO STL-BILL-PLACE.   SALESUMB
01658G     MOVE CUS-SHIP-TO (CUS-FOUND) TO ADDR-WORK.                   SALESUMB
01658H     MOVE AW-STREET TO STL-SHIP-STREET.                           SALESUMB
01658I     MOVE AW-CITY TO PW-CITY.  MOVE AW-STATE TO PW-STATE.         SALESUMB
01658J     MOVE AW-ZIP TO PW-ZIP.  MOVE PLACE-WORK TO STL-SHIP-PLACE.   SALESUMB
01658K   WRITE-SOLD-TO.                                                 SALESUMB
01658L     WRITE BAL-TRANS-OUT FROM SOLD-TO-LINE-1 AFTER 2 LINES.       SALESUMB
01658M     WRITE BAL-TRANS-OUT FROM SOLD-TO-LINE-2 AFTER 1 LINES.       SALESUMB
01658N     WRITE BAL-TRANS-OUT FROM SOLD-TO-LINE-3 AFTER 1 LINES.       SALESUMB
01658O     MOVE SPACES TO BAL-TRANS-OUT.                                SALESUMB
01658P     WRITE BAL-TRANS-OUT AFTER 1 LINES.                           SALESUMB
01658Q     ADD 5 TO LINE-CTR.                                           SALESUMB
01658R   PRINT-SOLD-TO-EXIT.  EXIT.                                     SALESUMB

  / h™
