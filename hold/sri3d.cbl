000100 IDENTIFICATION DIVISION.                                         T3011   
000200 PROGRAM-ID. 'T3011'.                                             T3011   
000300 AUTHOR. K R MARCUM.                                              T3011   
000400 INSTALLATION. DATA SERVICE BUREAU, DEPT. OF TRAFFIC, CITY OF L.A.T3011   
000500 DATE-WRITTEN. APRIL 1971.                                        T3011   
000600 REMARKS. PROGRAM KEEPS THE COUNT PROGRAM MASTER - ONE RECORD PER T3011   
000700          INTERSECTION WITH ITS REQUIRED COUNT CYCLE IN MONTHS ANDT3011   
000800          THE DATE OF ITS LAST VALID COUNT - AND PRINTS THE WEEKLYT3011   
000900          COUNT SCHEDULE.  RUN AFTER T3010.  THE VALID WEEKLY     T3011   
001000          INPUT WRITTEN BY T3010 IS READ FOR ACCEPTED 21 HEADER   T3011   
001100          CARDS AND 25 MANUAL COUNT CARDS, EACH OF WHICH POSTS A  T3011   
001200          VALID COUNT.  A LOCATION COUNTED BUT NOT ON THE MASTER  T3011   
001300          IS ADDED WITH THE CYCLE FROM THE CONTROL CARD.          T3011   
001400          CARD CODE OF 37 = RUN CONTROL, FIRST CARD               T3011   
001500              COLS 1-6 WEEK STARTING MMDDYY, 7-8 COUNTERS         T3011   
001600              AVAILABLE, 9-10 COUNTS PER COUNTER PER WEEK, 11-12  T3011   
001700              WEEKS AHEAD TO LOOK FOR COUNTS COMING DUE, 13-14    T3011   
001800              CYCLE IN MONTHS FOR A LOCATION FIRST SEEN ON THE    T3011   
001900              WEEKLY INPUT (DEFAULT 12).                          T3011   
002000          CARD CODE OF 38 = PROGRAM MAINTENANCE                   T3011   
002100              COLS 1-10 I/S CODE, 11 ACTION A ADD C CHANGE D      T3011   
002200              DELETE, 12-13 CYCLE IN MONTHS, 14-15 DISTRICT.      T3011   
002300          COUNTS OVERDUE OR COMING DUE ARE TAKEN MOST OVERDUE     T3011   
002400          FIRST UP TO COUNTERS TIMES COUNTS PER COUNTER, THE REST T3011   
002500          ARE DEFERRED, AND THE SCHEDULE PRINTS BY DISTRICT.      T3011   
002600          LOCATIONS WITH NO VALID COUNT IN TWICE THEIR CYCLE ARE  T3011   
002700          LISTED AGAIN ON A PAGE OF THEIR OWN.  A LOCATION NEVER  T3011   
002800          COUNTED IS DUE AT ONCE AND IS TIMED FROM THE DATE IT WAST3011   
002900          ADDED.  DAYS ARE RECKONED ON A 30 DAY MONTH.            T3011   
003000 ENVIRONMENT DIVISION.                                            T3011   
003100 CONFIGURATION SECTION.                                           T3011   
003200 SOURCE-COMPUTER. IBM-360.                                        T3011   
003300 OBJECT-COMPUTER. IBM-360.                                        T3011   
003400 INPUT-OUTPUT SECTION.                                            T3011   
003500 FILE-CONTROL.                                                    T3011   
003600     SELECT CARD-INPUT   ASSIGN TO 'SYS010' UNIT-RECORD 2540R.    T3011   
003700     SELECT WEEKLY-INPUT ASSIGN TO 'SYS021' UTILITY 2314.         T3011   
003800     SELECT OLD-PROGRAM  ASSIGN TO 'SYS030' UTILITY 2314.         T3011   
003900     SELECT NEW-PROGRAM  ASSIGN TO 'SYS031' UTILITY 2314.         T3011   
004000     SELECT PRINT-FILE   ASSIGN TO 'SYS012' UNIT-RECORD 1403.     T3011   
004100     SELECT ISFILE ASSIGN TO 'SYS020' DIRECT-ACCESS 2314          T3011   
004200             RESERVE NO ALTERNATE AREA                            T3011   
004300             ACCESS IS RANDOM                                     T3011   
004400             ORGANIZATION IS INDEXED                              T3011   
004500             RECORD KEY IS IS-REC-KEY                             T3011   
004600             SYMBOLIC KEY IS IS-FILE-KEY.                         T3011   
004700 DATA DIVISION.                                                   T3011   
004800 FILE SECTION.                                                    T3011   
004900 FD  CARD-INPUT                                                   T3011   
005000     LABEL RECORDS ARE OMITTED                                    T3011   
005100     RECORDING MODE IS F                                          T3011   
005200     DATA RECORDS ARE CARD-IN                                     T3011   
005300                      CARD-37                                     T3011   
005400                      CARD-38.                                    T3011   
005500 01  CARD-IN.                                                     T3011   
005600     03 FILLER                PICTURE X(78).                      T3011   
005700     03 CI-CODE               PICTURE X(02).                      T3011   
005800 01  CARD-37.                                                     T3011   
005900     03 C37-WEEK-DATE.                                            T3011   
006000        05 C37-MO             PICTURE 9(02).                      T3011   
006100        05 C37-DA             PICTURE 9(02).                      T3011   
006200        05 C37-YR             PICTURE 9(02).                      T3011   
006300     03 C37-COUNTERS          PICTURE 9(02).                      T3011   
006400     03 C37-PER-COUNTER       PICTURE 9(02).                      T3011   
006500     03 C37-AHEAD-WKS         PICTURE 9(02).                      T3011   
006600     03 C37-NEW-CYCLE         PICTURE 9(02).                      T3011   
006700     03 FILLER                PICTURE X(66).                      T3011   
006800 01  CARD-38.                                                     T3011   
006900     03 C38-IS-CODE.                                              T3011   
007000        05 C38-ST-1           PICTURE X(05).                      T3011   
007100        05 C38-ST-2           PICTURE X(05).                      T3011   
007200     03 C38-ACTION            PICTURE X(01).                      T3011   
007300     03 C38-CYCLE-X           PICTURE X(02).                      T3011   
007400     03 C38-CYCLE REDEFINES C38-CYCLE-X PICTURE 9(02).            T3011   
007500     03 C38-DIST              PICTURE X(02).                      T3011   
007600     03 FILLER                PICTURE X(65).                      T3011   
007700 FD  WEEKLY-INPUT                                                 T3011   
007800     LABEL RECORDS ARE STANDARD                                   T3011   
007900     RECORDING MODE IS F                                          T3011   
008000     BLOCK CONTAINS 72 RECORDS                                    T3011   
008100     RECORD CONTAINS 100 CHARACTERS                               T3011   
008200     DATA RECORDS ARE WI-REC                                      T3011   
008300                      WI-25-REC.                                  T3011   
008400 01  WI-REC.                                                      T3011   
008500     03 WI-21-REQ             PICTURE X(04).                      T3011   
008600     03 WI-21-IS-CODE.                                            T3011   
008700        05 WI-21-ST-1         PICTURE X(05).                      T3011   
008800        05 WI-21-ST-2         PICTURE X(05).                      T3011   
008900     03 FILLER                PICTURE X(03).                      T3011   
009000     03 WI-21-DATE.                                               T3011   
009100        05 WI-21-MO           PICTURE 9(02).                      T3011   
009200        05 WI-21-DA           PICTURE 9(02).                      T3011   
009300        05 WI-21-YR           PICTURE 9(02).                      T3011   
009400     03 FILLER                PICTURE X(10).                      T3011   
009500     03 WI-21-DIST            PICTURE X(02).                      T3011   
009600     03 FILLER                PICTURE X(43).                      T3011   
009700     03 WI-CODE               PICTURE X(02).                      T3011   
009800     03 WI-KEY                PICTURE X(04).                      T3011   
009900     03 WI-NO                 PICTURE X(04).                      T3011   
010000     03 WI-SEQ                PICTURE X(01).                      T3011   
010100     03 FILLER                PICTURE X(11).                      T3011   
010200 01  WI-25-REC.                                                   T3011   
010300     03 WI-25-IS-CODE.                                            T3011   
010400        05 WI-25-ST-1         PICTURE X(05).                      T3011   
010500        05 WI-25-ST-2         PICTURE X(05).                      T3011   
010600     03 WI-25-DATE.                                               T3011   
010700        05 WI-25-MO           PICTURE 9(02).                      T3011   
010800        05 WI-25-DA           PICTURE 9(02).                      T3011   
010900        05 WI-25-YR           PICTURE 9(02).                      T3011   
011000     03 FILLER                PICTURE X(04).                      T3011   
011100     03 WI-25-DIST            PICTURE X(02).                      T3011   
011200     03 FILLER                PICTURE X(78).                      T3011   
011300 FD  OLD-PROGRAM                                                  T3011   
011400     LABEL RECORDS ARE STANDARD                                   T3011   
011500     RECORDING MODE IS F                                          T3011   
011600     BLOCK CONTAINS 40 RECORDS                                    T3011   
011700     RECORD CONTAINS 80 CHARACTERS                                T3011   
011800     DATA RECORD IS OLD-REC.                                      T3011   
011900 01  OLD-REC                  PICTURE X(80).                      T3011   
012000 FD  NEW-PROGRAM                                                  T3011   
012100     LABEL RECORDS ARE STANDARD                                   T3011   
012200     RECORDING MODE IS F                                          T3011   
012300     BLOCK CONTAINS 40 RECORDS                                    T3011   
012400     RECORD CONTAINS 80 CHARACTERS                                T3011   
012500     DATA RECORD IS NEW-REC.                                      T3011   
012600 01  NEW-REC                  PICTURE X(80).                      T3011   
012700 FD  PRINT-FILE                                                   T3011   
012800     LABEL RECORDS ARE OMITTED                                    T3011   
012900     RECORDING MODE IS F                                          T3011   
013000     RECORD CONTAINS 133 CHARACTERS                               T3011   
013100     DATA RECORD IS PRINT-REC.                                    T3011   
013200 01  PRINT-REC.                                                   T3011   
013300     02 FILLER                PICTURE X(01).                      T3011   
013400     02 PRINT-LINE            PICTURE X(132).                     T3011   
013500 FD  ISFILE                                                       T3011   
013600     LABEL RECORDS ARE STANDARD                                   T3011   
013700     RECORDING MODE IS F                                          T3011   
013800     BLOCK CONTAINS 10 RECORDS                                    T3011   
013900     RECORD CONTAINS 300 CHARACTERS                               T3011   
014000     DATA RECORD IS ISFILE-REC.                                   T3011   
014100 01  ISFILE-REC.                                                  T3011   
014200     03 IS-DELETE-CODE        PICTURE X(01).                      T3011   
014300     03 IS-REC-KEY            PICTURE X(10).                      T3011   
014400     03 IS-NAME-1             PICTURE X(30).                      T3011   
014500     03 IS-NAME-2             PICTURE X(30).                      T3011   
014600     03 FILLER                PICTURE X(229).                     T3011   
014700 WORKING-STORAGE SECTION.                                         T3011   
014800 77  I       COMPUTATIONAL PICTURE S9(04) VALUE ZERO.             T3011   
014900 77  J       COMPUTATIONAL PICTURE S9(04) VALUE ZERO.             T3011   
015000 77  TR-CT   COMPUTATIONAL PICTURE S9(04) VALUE ZERO.             T3011   
015100 77  TR-SUB  COMPUTATIONAL PICTURE S9(04) VALUE ZERO.             T3011   
015200 77  CD-CT   COMPUTATIONAL PICTURE S9(04) VALUE ZERO.             T3011   
015300 77  CD-SUB  COMPUTATIONAL PICTURE S9(04) VALUE ZERO.             T3011   
015400 77  SWAP-SW PICTURE X(01) VALUE ZERO.                            T3011   
015500 77  WK-EXISTS PICTURE X(01) VALUE ZERO.                          T3011   
015600 77  LINE-CT PICTURE 9(02) VALUE 60.                              T3011   
015700 77  PAGE-NO PICTURE 9(03) VALUE ZERO.                            T3011   
015800 77  CUR-KEY PICTURE X(10).                                       T3011   
015900 77  TR-KEY-HOLD PICTURE X(10).                                   T3011   
016000 77  HOLD-ST PICTURE X(05).                                       T3011   
016100 77  HOLD-DIST PICTURE X(02).                                     T3011   
016200 77  RUN-DAYS COMPUTATIONAL-3 PICTURE S9(07) VALUE ZERO.          T3011   
016300 77  LAST-DAYS COMPUTATIONAL-3 PICTURE S9(07) VALUE ZERO.         T3011   
016400 77  DUE-DAYS COMPUTATIONAL-3 PICTURE S9(07) VALUE ZERO.          T3011   
016500 77  TR-DAYS COMPUTATIONAL-3 PICTURE S9(07) VALUE ZERO.           T3011   
016600 77  SINCE-DAYS COMPUTATIONAL-3 PICTURE S9(07) VALUE ZERO.        T3011   
016700 77  AHEAD-DAYS COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.        T3011   
016800 77  DAYS-PAST COMPUTATIONAL-3 PICTURE S9(07) VALUE ZERO.         T3011   
016900 77  DN-DAYS COMPUTATIONAL-3 PICTURE S9(07) VALUE ZERO.           T3011   
017000 77  MO-TOTAL COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.          T3011   
017100 77  YR-ADD COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.            T3011   
017200 77  CAPACITY COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.          T3011   
017300 77  COUNTERS-NEEDED COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.   T3011   
017400 77  DIST-SCHED COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.        T3011   
017500 77  DIST-DEFER COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.        T3011   
017600 77  DIST-LONG COMPUTATIONAL-3 PICTURE S9(05) VALUE ZERO.         T3011   
017700 01  CONTROL-VALUES.                                              T3011   
017800     03 RUN-DATE.                                                 T3011   
017900        05 RUN-YR             PICTURE 9(02).                      T3011   
018000        05 RUN-MO             PICTURE 9(02).                      T3011   
018100        05 RUN-DA             PICTURE 9(02).                      T3011   
018200     03 RUN-COUNTERS          PICTURE 9(02).                      T3011   
018300     03 RUN-PER-COUNTER       PICTURE 9(02).                      T3011   
018400     03 RUN-AHEAD-WKS         PICTURE 9(02).                      T3011   
018500     03 RUN-NEW-CYCLE         PICTURE 9(02).                      T3011   
018600 01  RUN-COUNTS.                                                  T3011   
018700     03 OLD-CT                PICTURE 9(05) VALUE ZERO.           T3011   
018800     03 NEW-CT                PICTURE 9(05) VALUE ZERO.           T3011   
018900     03 ADD-CT                PICTURE 9(05) VALUE ZERO.           T3011   
019000     03 AUTO-ADD-CT           PICTURE 9(05) VALUE ZERO.           T3011   
019100     03 CHANGE-CT             PICTURE 9(05) VALUE ZERO.           T3011   
019200     03 DELETE-CT             PICTURE 9(05) VALUE ZERO.           T3011   
019300     03 POSTED-CT             PICTURE 9(05) VALUE ZERO.           T3011   
019400     03 OLDER-CT              PICTURE 9(05) VALUE ZERO.           T3011   
019500     03 REJECT-CT             PICTURE 9(05) VALUE ZERO.           T3011   
019600     03 SCHED-CT              PICTURE 9(05) VALUE ZERO.           T3011   
019700     03 DEFER-CT              PICTURE 9(05) VALUE ZERO.           T3011   
019800     03 LONG-CT               PICTURE 9(05) VALUE ZERO.           T3011   
019900     03 DROP-CT               PICTURE 9(05) VALUE ZERO.           T3011   
020000 01  IS-FILE-KEY.                                                 T3011   
020100     03 IS-ST-1               PICTURE X(05).                      T3011   
020200     03 IS-ST-2               PICTURE X(05).                      T3011   
020300 01  OLD-HOLD.                                                    T3011   
020400     03 OH-IS-CODE            PICTURE X(10).                      T3011   
020500     03 FILLER                PICTURE X(70).                      T3011   
020600 01  CP-REC.                                                      T3011   
020700     03 CP-IS-CODE.                                               T3011   
020800        05 CP-ST-1            PICTURE X(05).                      T3011   
020900        05 CP-ST-2            PICTURE X(05).                      T3011   
021000     03 CP-DIST               PICTURE X(02).                      T3011   
021100     03 CP-CYCLE              PICTURE 9(02).                      T3011   
021200     03 CP-LAST-DATE.                                             T3011   
021300        05 CP-LAST-YR         PICTURE 9(02).                      T3011   
021400        05 CP-LAST-MO         PICTURE 9(02).                      T3011   
021500        05 CP-LAST-DA         PICTURE 9(02).                      T3011   
021600     03 CP-LAST-NO REDEFINES CP-LAST-DATE PICTURE 9(06).          T3011   
021700     03 CP-LAST-REQ           PICTURE X(04).                      T3011   
021800     03 CP-COUNT-CT           PICTURE 9(03).                      T3011   
021900     03 CP-ADD-DATE           PICTURE 9(06).                      T3011   
022000     03 CP-CHG-DATE           PICTURE 9(06).                      T3011   
022100     03 CP-SOURCE             PICTURE X(01).                      T3011   
022200     03 FILLER                PICTURE X(40).                      T3011   
022300 01  DN-DATE.                                                     T3011   
022400     03 DN-YR                 PICTURE 9(02).                      T3011   
022500     03 DN-MO                 PICTURE 9(02).                      T3011   
022600     03 DN-DA                 PICTURE 9(02).                      T3011   
022700 01  DUE-DATE.                                                    T3011   
022800     03 DUE-YR                PICTURE 9(02).                      T3011   
022900     03 DUE-MO                PICTURE 9(02).                      T3011   
023000     03 DUE-DA                PICTURE 9(02).                      T3011   
023100 01  TRAN-TABLE.                                                  T3011   
023200     03 TR-ENTRY OCCURS 1000 TIMES.                               T3011   
023300        05 TR-IS-CODE         PICTURE X(10).                      T3011   
023400        05 TR-TYPE            PICTURE X(01).                      T3011   
023500        05 TR-CYCLE           PICTURE 9(02).                      T3011   
023600        05 TR-DIST            PICTURE X(02).                      T3011   
023700        05 TR-DATE            PICTURE 9(06).                      T3011   
023800        05 TR-REQ             PICTURE X(04).                      T3011   
023900 01  TR-HOLD                  PICTURE X(25).                      T3011   
024000 01  CAND-TABLE.                                                  T3011   
024100     03 CD-ENTRY OCCURS 1000 TIMES.                               T3011   
024200        05 CD-SORT-KEY.                                           T3011   
024300           07 CD-SK-DIST      PICTURE X(02).                      T3011   
024400           07 CD-SK-RANK      PICTURE X(01).                      T3011   
024500           07 CD-SK-DAYS      PICTURE 9(05).                      T3011   
024600        05 CD-IS-CODE         PICTURE X(10).                      T3011   
024700        05 CD-DIST            PICTURE X(02).                      T3011   
024800        05 CD-CYCLE           PICTURE 9(02).                      T3011   
024900        05 CD-LAST-DATE       PICTURE 9(06).                      T3011   
025000        05 CD-DUE-DATE        PICTURE 9(06).                      T3011   
025100        05 CD-DAYS-PAST       PICTURE S9(05).                     T3011   
025200        05 CD-MONTHS          PICTURE 9(03).                      T3011   
025300        05 CD-LONG-SW         PICTURE X(01).                      T3011   
025400        05 CD-STATUS          PICTURE X(01).                      T3011   
025500 01  CD-HOLD                  PICTURE X(44).                      T3011   
025600 01  HDR-1.                                                       T3011   
025700     03 FILLER                PICTURE X(01) VALUE SPACES.         T3011   
025800     03 FILLER                PICTURE X(10) VALUE 'T3011'.        T3011   
025900     03 FILLER                PICTURE X(30)                       T3011   
026000        VALUE 'TRAFFIC COUNT PROGRAM'.                            T3011   
026100     03 HDR-TITLE             PICTURE X(40).                      T3011   
026200     03 FILLER                PICTURE X(09) VALUE 'WEEK OF '.     T3011   
026300     03 HDR-MO                PICTURE 9(02).                      T3011   
026400     03 FILLER                PICTURE X(01) VALUE '/'.            T3011   
026500     03 HDR-DA                PICTURE 9(02).                      T3011   
026600     03 FILLER                PICTURE X(01) VALUE '/'.            T3011   
026700     03 HDR-YR                PICTURE 9(02).                      T3011   
026800     03 FILLER                PICTURE X(20) VALUE SPACES.         T3011   
026900     03 FILLER                PICTURE X(05) VALUE 'PAGE '.        T3011   
027000     03 HDR-PAGE              PICTURE ZZ9.                        T3011   
027100     03 FILLER                PICTURE X(06) VALUE SPACES.         T3011   
027200 01  HDR-2                    PICTURE X(132).                     T3011   
027300 01  HDR-UPDATE.                                                  T3011   
027400     03 FILLER                PICTURE X(44) VALUE                 T3011   
027500        '  I/S CODE     TRANSACTION DIST CYCLE COUNT'.            T3011   
027600     03 FILLER                PICTURE X(44) VALUE                 T3011   
027700        'DT  REQ   DISPOSITION'.                                  T3011   
027800     03 FILLER                PICTURE X(44) VALUE SPACES.         T3011   
027900 01  HDR-SCHED.                                                   T3011   
028000     03 FILLER                PICTURE X(44) VALUE                 T3011   
028100        ' DIST  I/S CODE     INTERSECTION'.                       T3011   
028200     03 FILLER                PICTURE X(44) VALUE                 T3011   
028300        '                                     CYCLE'.             T3011   
028400     03 FILLER                PICTURE X(44) VALUE                 T3011   
028500        'LAST COUNT   DUE    DAYS PAST      THIS WEEK'.           T3011   
028600 01  HDR-LONG.                                                    T3011   
028700     03 FILLER                PICTURE X(44) VALUE                 T3011   
028800        ' DIST  I/S CODE     INTERSECTION'.                       T3011   
028900     03 FILLER                PICTURE X(44) VALUE                 T3011   
029000        '                                     CYCLE'.             T3011   
029100     03 FILLER                PICTURE X(44) VALUE                 T3011   
029200        'LAST COUNT MONTHS      THIS WEEK'.                       T3011   
029300 01  UPD-LINE.                                                    T3011   
029400     03 FILLER                PICTURE X(02).                      T3011   
029500     03 UL-ST-1               PICTURE X(05).                      T3011   
029600     03 UL-DASH               PICTURE X(01).                      T3011   
029700     03 UL-ST-2               PICTURE X(05).                      T3011   
029800     03 FILLER                PICTURE X(02).                      T3011   
029900     03 UL-TRAN               PICTURE X(12).                      T3011   
030000     03 UL-DIST               PICTURE X(02).                      T3011   
030100     03 FILLER                PICTURE X(04).                      T3011   
030200     03 UL-CYCLE              PICTURE ZZ.                         T3011   
030300     03 FILLER                PICTURE X(03).                      T3011   
030400     03 UL-DATE.                                                  T3011   
030500        05 UL-MO              PICTURE 99.                         T3011   
030600        05 UL-S1              PICTURE X(01).                      T3011   
030700        05 UL-DA              PICTURE 99.                         T3011   
030800        05 UL-S2              PICTURE X(01).                      T3011   
030900        05 UL-YR              PICTURE 99.                         T3011   
031000     03 FILLER                PICTURE X(02).                      T3011   
031100     03 UL-REQ                PICTURE X(04).                      T3011   
031200     03 FILLER                PICTURE X(02).                      T3011   
031300     03 UL-MESSAGE            PICTURE X(45).                      T3011   
031400     03 FILLER                PICTURE X(32).                      T3011   
031500 01  SCH-LINE.                                                    T3011   
031600     03 FILLER                PICTURE X(02).                      T3011   
031700     03 SL-DIST               PICTURE X(02).                      T3011   
031800     03 FILLER                PICTURE X(03).                      T3011   
031900     03 SL-ST-1               PICTURE X(05).                      T3011   
032000     03 SL-DASH               PICTURE X(01).                      T3011   
032100     03 SL-ST-2               PICTURE X(05).                      T3011   
032200     03 FILLER                PICTURE X(02).                      T3011   
032300     03 SL-NAME-1             PICTURE X(30).                      T3011   
032400     03 FILLER                PICTURE X(01).                      T3011   
032500     03 SL-NAME-2             PICTURE X(30).                      T3011   
032600     03 FILLER                PICTURE X(02).                      T3011   
032700     03 SL-CYCLE              PICTURE Z9.                         T3011   
032800     03 FILLER                PICTURE X(04).                      T3011   
032900     03 SL-LAST.                                                  T3011   
033000        05 SL-L-MO            PICTURE 99.                         T3011   
033100        05 SL-L-S1            PICTURE X(01).                      T3011   
033200        05 SL-L-DA            PICTURE 99.                         T3011   
033300        05 SL-L-S2            PICTURE X(01).                      T3011   
033400        05 SL-L-YR            PICTURE 99.                         T3011   
033500     03 SL-LAST-X REDEFINES SL-LAST PICTURE X(08).                T3011   
033600     03 FILLER                PICTURE X(03).                      T3011   
033700     03 SL-DUE.                                                   T3011   
033800        05 SL-D-MO            PICTURE 99.                         T3011   
033900        05 SL-D-S1            PICTURE X(01).                      T3011   
034000        05 SL-D-DA            PICTURE 99.                         T3011   
034100        05 SL-D-S2            PICTURE X(01).                      T3011   
034200        05 SL-D-YR            PICTURE 99.                         T3011   
034300     03 SL-DUE-X REDEFINES SL-DUE PICTURE X(08).                  T3011   
034400     03 FILLER                PICTURE X(04).                      T3011   
034500     03 SL-DAYS               PICTURE ZZZZ9-.                     T3011   
034600     03 SL-DAYS-X REDEFINES SL-DAYS PICTURE X(06).                T3011   
034700     03 FILLER                PICTURE X(05).                      T3011   
034800     03 SL-STATUS             PICTURE X(09).                      T3011   
034900 01  LONG-LINE REDEFINES SCH-LINE.                                T3011   
035000     03 FILLER                PICTURE X(100).                     T3011   
035100     03 LL-MONTHS             PICTURE ZZZZ9.                      T3011   
035200     03 LL-MONTHS-X REDEFINES LL-MONTHS PICTURE X(05).            T3011   
035300     03 FILLER                PICTURE X(06).                      T3011   
035400     03 LL-STATUS             PICTURE X(09).                      T3011   
035500     03 FILLER                PICTURE X(12).                      T3011   
035600 01  DIST-LINE.                                                   T3011   
035700     03 FILLER                PICTURE X(07) VALUE SPACES.         T3011   
035800     03 FILLER                PICTURE X(09) VALUE 'DISTRICT '.    T3011   
035900     03 DL-DIST               PICTURE X(02).                      T3011   
036000     03 FILLER                PICTURE X(04) VALUE SPACES.         T3011   
036100     03 DL-SCHED              PICTURE ZZZZ9.                      T3011   
036200     03 FILLER                PICTURE X(12) VALUE ' SCHEDULED'.   T3011   
036300     03 DL-DEFER              PICTURE ZZZZ9.                      T3011   
036400     03 FILLER                PICTURE X(12) VALUE ' DEFERRED'.    T3011   
036500     03 DL-COUNTERS           PICTURE ZZZZ9.                      T3011   
036600     03 FILLER                PICTURE X(71)                       T3011   
036700        VALUE ' COUNTERS NEEDED'.                                 T3011   
036800 01  TOTAL-LINE.                                                  T3011   
036900     03 FILLER                PICTURE X(07) VALUE SPACES.         T3011   
037000     03 FILLER                PICTURE X(15) VALUE 'ALL DISTRICTS'.T3011   
037100     03 TL-SCHED              PICTURE ZZZZ9.                      T3011   
037200     03 FILLER                PICTURE X(12) VALUE ' SCHEDULED'.   T3011   
037300     03 TL-DEFER              PICTURE ZZZZ9.                      T3011   
037400     03 FILLER                PICTURE X(12) VALUE ' DEFERRED'.    T3011   
037500     03 TL-COUNTERS           PICTURE ZZZZ9.                      T3011   
037600     03 FILLER                PICTURE X(13) VALUE ' COUNTERS AT '.T3011   
037700     03 TL-PER                PICTURE ZZ9.                        T3011   
037800     03 FILLER                PICTURE X(25)                       T3011   
037900        VALUE ' COUNTS EACH, CAPACITY'.                           T3011   
038000     03 TL-CAPACITY           PICTURE ZZZZ9.                      T3011   
038100     03 FILLER                PICTURE X(25) VALUE SPACES.         T3011   
038200 01  LONG-TOTAL-LINE.                                             T3011   
038300     03 FILLER                PICTURE X(07) VALUE SPACES.         T3011   
038400     03 LT-TEXT               PICTURE X(15).                      T3011   
038500     03 LT-DIST               PICTURE X(02).                      T3011   
038600     03 FILLER                PICTURE X(02) VALUE SPACES.         T3011   
038700     03 LT-COUNT              PICTURE ZZZZ9.                      T3011   
038800     03 FILLER                PICTURE X(101) VALUE                T3011   
038900        ' LOCATIONS WITH NO VALID COUNT IN TWICE THEIR CYCLE'.    T3011   
039000 01  SUMMARY-LINE.                                                T3011   
039100     03 FILLER                PICTURE X(07) VALUE SPACES.         T3011   
039200     03 SM-COUNT              PICTURE ZZZZ9.                      T3011   
039300     03 FILLER                PICTURE X(04) VALUE SPACES.         T3011   
039400     03 SM-TEXT               PICTURE X(40).                      T3011   
039500     03 FILLER                PICTURE X(76) VALUE SPACES.         T3011   
039600 PROCEDURE DIVISION.                                              T3011   
039700 BEGIN-RUN.                                                       T3011   
039800     OPEN INPUT  CARD-INPUT.                                      T3011   
039900     READ CARD-INPUT AT END GO TO NO-CONTROL.                     T3011   
040000     IF CI-CODE NOT = '37' GO TO NO-CONTROL.                      T3011   
040100     IF C37-WEEK-DATE NOT NUMERIC GO TO NO-CONTROL.               T3011   
040200     IF C37-MO < 01 OR C37-MO > 12 OR C37-DA < 01 OR C37-DA > 31  T3011   
040300        GO TO NO-CONTROL.                                         T3011   
040400     IF C37-COUNTERS NOT NUMERIC OR C37-PER-COUNTER NOT NUMERIC   T3011   
040500        GO TO NO-CONTROL.                                         T3011   
040600     OPEN INPUT  WEEKLY-INPUT                                     T3011   
040700                 OLD-PROGRAM                                      T3011   
040800                 ISFILE                                           T3011   
040900          OUTPUT NEW-PROGRAM                                      T3011   
041000                 PRINT-FILE.                                      T3011   
041100     MOVE C37-YR TO RUN-YR.                                       T3011   
041200     MOVE C37-MO TO RUN-MO.                                       T3011   
041300     MOVE C37-DA TO RUN-DA.                                       T3011   
041400     MOVE C37-COUNTERS TO RUN-COUNTERS.                           T3011   
041500     MOVE C37-PER-COUNTER TO RUN-PER-COUNTER.                     T3011   
041600     MOVE ZERO TO RUN-AHEAD-WKS.                                  T3011   
041700     IF C37-AHEAD-WKS NUMERIC MOVE C37-AHEAD-WKS TO RUN-AHEAD-WKS.T3011   
041800     MOVE 12 TO RUN-NEW-CYCLE.                                    T3011   
041900     IF C37-NEW-CYCLE NUMERIC AND C37-NEW-CYCLE > ZERO            T3011   
042000        MOVE C37-NEW-CYCLE TO RUN-NEW-CYCLE.                      T3011   
042100     MOVE C37-MO TO HDR-MO.                                       T3011   
042200     MOVE C37-DA TO HDR-DA.                                       T3011   
042300     MOVE C37-YR TO HDR-YR.                                       T3011   
042400     MOVE RUN-DATE TO DN-DATE.                                    T3011   
042500     PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.                     T3011   
042600     MOVE DN-DAYS TO RUN-DAYS.                                    T3011   
042700     COMPUTE AHEAD-DAYS = RUN-AHEAD-WKS * 7 + 6.                  T3011   
042800     COMPUTE CAPACITY = RUN-COUNTERS * RUN-PER-COUNTER.           T3011   
042900     MOVE 'COUNT PROGRAM UPDATE' TO HDR-TITLE.                    T3011   
043000     MOVE HDR-UPDATE TO HDR-2.                                    T3011   
043100     PERFORM LOAD-CARDS THRU LOAD-CARDS-EXIT.                     T3011   
043200     PERFORM LOAD-WEEKLY THRU LOAD-WEEKLY-EXIT.                   T3011   
043300     PERFORM SORT-TRAN THRU SORT-TRAN-EXIT.                       T3011   
043400     MOVE 1 TO TR-SUB.                                            T3011   
043500     PERFORM READ-OLD THRU READ-OLD-EXIT.                         T3011   
043600     PERFORM MERGE-NEXT THRU MERGE-EXIT.                          T3011   
043700     PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.               T3011   
043800     PERFORM PRINT-SCHEDULE THRU PRINT-SCHEDULE-EXIT.             T3011   
043900     PERFORM PRINT-LONG THRU PRINT-LONG-EXIT.                     T3011   
044000     GO TO EOJ.                                                   T3011   
044100 NO-CONTROL.                                                      T3011   
044200     DISPLAY 'T3011 NO VALID 37 CONTROL CARD - JOB CANCELLED'.    T3011   
044210     CLOSE CARD-INPUT.                                            T3011   
044220     STOP RUN.                                                    T3011   
044300 EOJ.                                                             T3011   
044400     IF DROP-CT NOT = ZERO                                        T3011   
044500        DISPLAY 'T3011 SCHEDULE TABLE FULL - ' DROP-CT            T3011   
044600                ' LOCATIONS NOT SCHEDULED'.                       T3011   
044700     MOVE SPACES TO PRINT-LINE.                                   T3011   
044800     WRITE PRINT-REC AFTER ADVANCING 0 LINES.                     T3011   
044900     DISPLAY 'T3011 COMPLETED NORMALLY'.                          T3011   
045000     CLOSE CARD-INPUT                                             T3011   
045100           WEEKLY-INPUT                                           T3011   
045200           OLD-PROGRAM                                            T3011   
045300           NEW-PROGRAM                                            T3011   
045400           ISFILE                                                 T3011   
045500           PRINT-FILE.                                            T3011   
045600     STOP RUN.                                                    T3011   
045700 LOAD-CARDS.                                                      T3011   
045800     READ CARD-INPUT AT END GO TO LOAD-CARDS-EXIT.                T3011   
045900     MOVE SPACES TO UPD-LINE.                                     T3011   
046000     MOVE C38-ST-1 TO UL-ST-1.                                    T3011   
046100     MOVE '-' TO UL-DASH.                                         T3011   
046200     MOVE C38-ST-2 TO UL-ST-2.                                    T3011   
046300     MOVE 'CARD ' TO UL-TRAN.                                     T3011   
046400     MOVE C38-DIST TO UL-DIST.                                    T3011   
046500     IF CI-CODE NOT = '38'                                        T3011   
046600        MOVE 'NOT A 38 CARD - REJECTED' TO UL-MESSAGE             T3011   
046700        GO TO LOAD-CARDS-REJECT.                                  T3011   
046800     IF C38-ACTION NOT = 'A' AND C38-ACTION NOT = 'C' AND         T3011   
046900        C38-ACTION NOT = 'D'                                      T3011   
047000        MOVE 'ACTION NOT A, C OR D - REJECTED' TO UL-MESSAGE      T3011   
047100        GO TO LOAD-CARDS-REJECT.                                  T3011   
047200     IF C38-ST-1 = SPACES OR C38-ST-2 = SPACES                    T3011   
047300        MOVE 'I/S CODE MISSING - REJECTED' TO UL-MESSAGE          T3011   
047400        GO TO LOAD-CARDS-REJECT.                                  T3011   
047500     IF C38-CYCLE-X = SPACES MOVE ZERO TO C38-CYCLE.              T3011   
047600     IF C38-CYCLE NOT NUMERIC                                     T3011   
047700        MOVE 'CYCLE NOT NUMERIC - REJECTED' TO UL-MESSAGE         T3011   
047800        GO TO LOAD-CARDS-REJECT.                                  T3011   
047900     IF C38-ACTION = 'A' AND                                      T3011   
048000        (C38-CYCLE = ZERO OR C38-DIST = SPACES)                   T3011   
048100        MOVE 'ADD NEEDS CYCLE AND DISTRICT - REJECTED'            T3011   
048200           TO UL-MESSAGE                                          T3011   
048300        GO TO LOAD-CARDS-REJECT.                                  T3011   
048400     IF TR-CT = 1000                                              T3011   
048500        MOVE 'TRANSACTION TABLE FULL - REJECTED' TO UL-MESSAGE    T3011   
048600        GO TO LOAD-CARDS-REJECT.                                  T3011   
048700     ADD 1 TO TR-CT.                                              T3011   
048800     IF C38-ST-1 > C38-ST-2 MOVE C38-ST-1 TO HOLD-ST              T3011   
048900        MOVE C38-ST-2 TO C38-ST-1, MOVE HOLD-ST TO C38-ST-2.      T3011   
049000     MOVE C38-IS-CODE TO TR-IS-CODE (TR-CT).                      T3011   
049100     MOVE C38-ACTION TO TR-TYPE (TR-CT).                          T3011   
049200     MOVE C38-CYCLE TO TR-CYCLE (TR-CT).                          T3011   
049300     MOVE C38-DIST TO TR-DIST (TR-CT).                            T3011   
049400     MOVE ZERO TO TR-DATE (TR-CT).                                T3011   
049500     MOVE SPACES TO TR-REQ (TR-CT).                               T3011   
049600     GO TO LOAD-CARDS.                                            T3011   
049700 LOAD-CARDS-REJECT.                                               T3011   
049800     ADD 1 TO REJECT-CT.                                          T3011   
049900     PERFORM PRINT-UPDATE.                                        T3011   
050000     GO TO LOAD-CARDS.                                            T3011   
050100 LOAD-CARDS-EXIT.                                                 T3011   
050200     EXIT.                                                        T3011   
050300 LOAD-WEEKLY.                                                     T3011   
050400     READ WEEKLY-INPUT AT END GO TO LOAD-WEEKLY-EXIT.             T3011   
050500     IF WI-CODE = '21' AND WI-SEQ = '1' GO TO LOAD-WEEKLY-21.     T3011   
050600     IF WI-CODE = '25' AND WI-KEY = '0025' GO TO LOAD-WEEKLY-25.  T3011   
050700     GO TO LOAD-WEEKLY.                                           T3011   
050800 LOAD-WEEKLY-21.                                                  T3011   
050900     IF TR-CT = 1000 ADD 1 TO REJECT-CT GO TO LOAD-WEEKLY.        T3011   
051000     ADD 1 TO TR-CT.                                              T3011   
051100     IF WI-21-ST-1 > WI-21-ST-2 MOVE WI-21-ST-1 TO HOLD-ST        T3011   
051200        MOVE WI-21-ST-2 TO WI-21-ST-1, MOVE HOLD-ST TO WI-21-ST-2.T3011   
051300     MOVE WI-21-IS-CODE TO TR-IS-CODE (TR-CT).                    T3011   
051400     MOVE 'K' TO TR-TYPE (TR-CT).                                 T3011   
051500     MOVE ZERO TO TR-CYCLE (TR-CT).                               T3011   
051600     MOVE WI-21-DIST TO TR-DIST (TR-CT).                          T3011   
051700     MOVE WI-21-YR TO DN-YR.                                      T3011   
051800     MOVE WI-21-MO TO DN-MO.                                      T3011   
051900     MOVE WI-21-DA TO DN-DA.                                      T3011   
052000     MOVE DN-DATE TO TR-DATE (TR-CT).                             T3011   
052100     MOVE WI-21-REQ TO TR-REQ (TR-CT).                            T3011   
052200     GO TO LOAD-WEEKLY.                                           T3011   
052300 LOAD-WEEKLY-25.                                                  T3011   
052400     IF TR-CT = 1000 ADD 1 TO REJECT-CT GO TO LOAD-WEEKLY.        T3011   
052500     ADD 1 TO TR-CT.                                              T3011   
052600     IF WI-25-ST-1 > WI-25-ST-2 MOVE WI-25-ST-1 TO HOLD-ST        T3011   
052700        MOVE WI-25-ST-2 TO WI-25-ST-1, MOVE HOLD-ST TO WI-25-ST-2.T3011   
052800     MOVE WI-25-IS-CODE TO TR-IS-CODE (TR-CT).                    T3011   
052900     MOVE 'M' TO TR-TYPE (TR-CT).                                 T3011   
053000     MOVE ZERO TO TR-CYCLE (TR-CT).                               T3011   
053100     MOVE WI-25-DIST TO TR-DIST (TR-CT).                          T3011   
053200     MOVE WI-25-YR TO DN-YR.                                      T3011   
053300     MOVE WI-25-MO TO DN-MO.                                      T3011   
053400     MOVE WI-25-DA TO DN-DA.                                      T3011   
053500     MOVE DN-DATE TO TR-DATE (TR-CT).                             T3011   
053600     MOVE SPACES TO TR-REQ (TR-CT).                               T3011   
053700     GO TO LOAD-WEEKLY.                                           T3011   
053800 LOAD-WEEKLY-EXIT.                                                T3011   
053900     EXIT.                                                        T3011   
054000 SORT-TRAN.                                                       T3011   
054100     MOVE ZERO TO SWAP-SW.                                        T3011   
054200     MOVE 1 TO I.                                                 T3011   
054300 SORT-TRAN-COMPARE.                                               T3011   
054400     IF I NOT < TR-CT GO TO SORT-TRAN-PASS.                       T3011   
054500     COMPUTE J = I + 1.                                           T3011   
054600     IF TR-IS-CODE (I) > TR-IS-CODE (J)                           T3011   
054700        MOVE TR-ENTRY (I) TO TR-HOLD                              T3011   
054800        MOVE TR-ENTRY (J) TO TR-ENTRY (I)                         T3011   
054900        MOVE TR-HOLD TO TR-ENTRY (J)                              T3011   
055000        MOVE 1 TO SWAP-SW.                                        T3011   
055100     ADD 1 TO I.                                                  T3011   
055200     GO TO SORT-TRAN-COMPARE.                                     T3011   
055300 SORT-TRAN-PASS.                                                  T3011   
055400     IF SWAP-SW = 1 GO TO SORT-TRAN.                              T3011   
055500 SORT-TRAN-EXIT.                                                  T3011   
055600     EXIT.                                                        T3011   
055700 READ-OLD.                                                        T3011   
055800     READ OLD-PROGRAM INTO OLD-HOLD AT END                        T3011   
055900        MOVE HIGH-VALUES TO OH-IS-CODE.                           T3011   
056000 READ-OLD-EXIT.                                                   T3011   
056100     EXIT.                                                        T3011   
056200 MERGE-NEXT.                                                      T3011   
056300     MOVE HIGH-VALUES TO TR-KEY-HOLD.                             T3011   
056400     IF TR-SUB NOT > TR-CT                                        T3011   
056500        MOVE TR-IS-CODE (TR-SUB) TO TR-KEY-HOLD.                  T3011   
056600     IF OH-IS-CODE = HIGH-VALUES AND TR-KEY-HOLD = HIGH-VALUES    T3011   
056700        GO TO MERGE-EXIT.                                         T3011   
056800     MOVE TR-KEY-HOLD TO CUR-KEY.                                 T3011   
056900     IF OH-IS-CODE < TR-KEY-HOLD MOVE OH-IS-CODE TO CUR-KEY.      T3011   
057000     MOVE ZERO TO WK-EXISTS.                                      T3011   
057100     IF OH-IS-CODE NOT = CUR-KEY GO TO MERGE-TRAN.                T3011   
057200     MOVE OLD-HOLD TO CP-REC.                                     T3011   
057300     MOVE 1 TO WK-EXISTS.                                         T3011   
057400     ADD 1 TO OLD-CT.                                             T3011   
057500     PERFORM READ-OLD THRU READ-OLD-EXIT.                         T3011   
057600 MERGE-TRAN.                                                      T3011   
057700     IF TR-SUB > TR-CT GO TO MERGE-PUT.                           T3011   
057800     IF TR-IS-CODE (TR-SUB) NOT = CUR-KEY GO TO MERGE-PUT.        T3011   
057900     PERFORM APPLY-TRAN THRU APPLY-TRAN-EXIT.                     T3011   
058000     ADD 1 TO TR-SUB.                                             T3011   
058100     GO TO MERGE-TRAN.                                            T3011   
058200 MERGE-PUT.                                                       T3011   
058300     IF WK-EXISTS = 0 GO TO MERGE-NEXT.                           T3011   
058400     WRITE NEW-REC FROM CP-REC.                                   T3011   
058500     ADD 1 TO NEW-CT.                                             T3011   
058600     PERFORM CHECK-DUE THRU CHECK-DUE-EXIT.                       T3011   
058700     GO TO MERGE-NEXT.                                            T3011   
058800 MERGE-EXIT.                                                      T3011   
058900     EXIT.                                                        T3011   
059000 APPLY-TRAN.                                                      T3011   
059100     MOVE SPACES TO UPD-LINE.                                     T3011   
059200     MOVE CUR-KEY TO IS-FILE-KEY.                                 T3011   
059300     MOVE IS-ST-1 TO UL-ST-1.                                     T3011   
059400     MOVE '-' TO UL-DASH.                                         T3011   
059500     MOVE IS-ST-2 TO UL-ST-2.                                     T3011   
059600     MOVE TR-DIST (TR-SUB) TO UL-DIST.                            T3011   
059700     IF TR-TYPE (TR-SUB) = 'A' GO TO APPLY-ADD.                   T3011   
059800     IF TR-TYPE (TR-SUB) = 'C' GO TO APPLY-CHANGE.                T3011   
059900     IF TR-TYPE (TR-SUB) = 'D' GO TO APPLY-DELETE.                T3011   
060000     GO TO APPLY-COUNT.                                           T3011   
060100 APPLY-ADD.                                                       T3011   
060200     MOVE 'ADD' TO UL-TRAN.                                       T3011   
060300     MOVE TR-CYCLE (TR-SUB) TO UL-CYCLE.                          T3011   
060400     IF WK-EXISTS = 1                                             T3011   
060500        MOVE 'ALREADY ON COUNT PROGRAM - REJECTED' TO UL-MESSAGE  T3011   
060600        ADD 1 TO REJECT-CT                                        T3011   
060700        GO TO APPLY-PRINT.                                        T3011   
060800     READ ISFILE INVALID KEY                                      T3011   
060900        MOVE 'NOT ON I/S FILE - REJECTED' TO UL-MESSAGE           T3011   
061000        ADD 1 TO REJECT-CT                                        T3011   
061100        GO TO APPLY-PRINT.                                        T3011   
061200     PERFORM INIT-MASTER.                                         T3011   
061300     MOVE TR-CYCLE (TR-SUB) TO CP-CYCLE.                          T3011   
061400     MOVE TR-DIST (TR-SUB) TO CP-DIST.                            T3011   
061500     MOVE 'C' TO CP-SOURCE.                                       T3011   
061600     ADD 1 TO ADD-CT.                                             T3011   
061700     MOVE 'ADDED TO COUNT PROGRAM' TO UL-MESSAGE.                 T3011   
061800     GO TO APPLY-PRINT.                                           T3011   
061900 APPLY-CHANGE.                                                    T3011   
062000     MOVE 'CHANGE' TO UL-TRAN.                                    T3011   
062100     IF WK-EXISTS = 0                                             T3011   
062200        MOVE 'NOT ON COUNT PROGRAM - REJECTED' TO UL-MESSAGE      T3011   
062300        ADD 1 TO REJECT-CT                                        T3011   
062400        GO TO APPLY-PRINT.                                        T3011   
062500     IF TR-CYCLE (TR-SUB) NOT = ZERO                              T3011   
062600        MOVE TR-CYCLE (TR-SUB) TO CP-CYCLE.                       T3011   
062700     IF TR-DIST (TR-SUB) NOT = SPACES                             T3011   
062800        MOVE TR-DIST (TR-SUB) TO CP-DIST.                         T3011   
062900     MOVE RUN-DATE TO CP-CHG-DATE.                                T3011   
063000     MOVE CP-CYCLE TO UL-CYCLE.                                   T3011   
063100     MOVE CP-DIST TO UL-DIST.                                     T3011   
063200     ADD 1 TO CHANGE-CT.                                          T3011   
063300     MOVE 'CHANGED' TO UL-MESSAGE.                                T3011   
063400     GO TO APPLY-PRINT.                                           T3011   
063500 APPLY-DELETE.                                                    T3011   
063600     MOVE 'DELETE' TO UL-TRAN.                                    T3011   
063700     IF WK-EXISTS = 0                                             T3011   
063800        MOVE 'NOT ON COUNT PROGRAM - REJECTED' TO UL-MESSAGE      T3011   
063900        ADD 1 TO REJECT-CT                                        T3011   
064000        GO TO APPLY-PRINT.                                        T3011   
064100     MOVE ZERO TO WK-EXISTS.                                      T3011   
064200     MOVE CP-CYCLE TO UL-CYCLE.                                   T3011   
064300     MOVE CP-DIST TO UL-DIST.                                     T3011   
064400     ADD 1 TO DELETE-CT.                                          T3011   
064500     MOVE 'DELETED FROM COUNT PROGRAM' TO UL-MESSAGE.             T3011   
064600     GO TO APPLY-PRINT.                                           T3011   
064700 APPLY-COUNT.                                                     T3011   
064800     IF WK-EXISTS = 1 GO TO APPLY-COUNT-POST.                     T3011   
064900     PERFORM INIT-MASTER.                                         T3011   
065000     MOVE RUN-NEW-CYCLE TO CP-CYCLE.                              T3011   
065100     MOVE TR-DIST (TR-SUB) TO CP-DIST.                            T3011   
065200     MOVE 'W' TO CP-SOURCE.                                       T3011   
065300     ADD 1 TO AUTO-ADD-CT.                                        T3011   
065400     MOVE 'ADD' TO UL-TRAN.                                       T3011   
065500     MOVE CP-CYCLE TO UL-CYCLE.                                   T3011   
065600     MOVE 'ADDED FROM WEEKLY INPUT - CHECK CYCLE' TO UL-MESSAGE.  T3011   
065700     PERFORM PRINT-UPDATE.                                        T3011   
065800     MOVE SPACES TO UL-TRAN UL-MESSAGE.                           T3011   
065900     MOVE ZERO TO UL-CYCLE.                                       T3011   
066000 APPLY-COUNT-POST.                                                T3011   
066100     MOVE 'COUNT 21' TO UL-TRAN.                                  T3011   
066200     IF TR-TYPE (TR-SUB) = 'M' MOVE 'COUNT 25' TO UL-TRAN.        T3011   
066300     MOVE TR-DATE (TR-SUB) TO DN-DATE.                            T3011   
066400     MOVE DN-MO TO UL-MO.                                         T3011   
066500     MOVE DN-DA TO UL-DA.                                         T3011   
066600     MOVE DN-YR TO UL-YR.                                         T3011   
066700     MOVE '/' TO UL-S1 UL-S2.                                     T3011   
066800     MOVE TR-REQ (TR-SUB) TO UL-REQ.                              T3011   
066900     IF CP-DIST = SPACES MOVE TR-DIST (TR-SUB) TO CP-DIST.        T3011   
067000     IF CP-COUNT-CT < 999 ADD 1 TO CP-COUNT-CT.                   T3011   
067100     PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.                     T3011   
067200     MOVE DN-DAYS TO TR-DAYS.                                     T3011   
067300     MOVE CP-LAST-DATE TO DN-DATE.                                T3011   
067400     PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.                     T3011   
067500     IF CP-LAST-NO NOT = ZERO AND TR-DAYS NOT > DN-DAYS           T3011   
067600        ADD 1 TO OLDER-CT                                         T3011   
067700        MOVE 'NOT LATER THAN LAST COUNT - DATE KEPT' TO UL-MESSAGET3011   
067800        GO TO APPLY-PRINT.                                        T3011   
067900     MOVE TR-DATE (TR-SUB) TO CP-LAST-NO.                         T3011   
068000     MOVE TR-REQ (TR-SUB) TO CP-LAST-REQ.                         T3011   
068100     ADD 1 TO POSTED-CT.                                          T3011   
068200     MOVE 'COUNT POSTED' TO UL-MESSAGE.                           T3011   
068300 APPLY-PRINT.                                                     T3011   
068400     PERFORM PRINT-UPDATE.                                        T3011   
068500 APPLY-TRAN-EXIT.                                                 T3011   
068600     EXIT.                                                        T3011   
068700 INIT-MASTER.                                                     T3011   
068800     MOVE SPACES TO CP-REC.                                       T3011   
068900     MOVE CUR-KEY TO CP-IS-CODE.                                  T3011   
069000     MOVE ZERO TO CP-CYCLE CP-LAST-NO CP-COUNT-CT CP-CHG-DATE.    T3011   
069100     MOVE RUN-DATE TO CP-ADD-DATE.                                T3011   
069200     MOVE 1 TO WK-EXISTS.                                         T3011   
069300 CHECK-DUE.                                                       T3011   
069400     MOVE CP-LAST-DATE TO DN-DATE.                                T3011   
069500     PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.                     T3011   
069600     MOVE DN-DAYS TO LAST-DAYS.                                   T3011   
069700     COMPUTE DUE-DAYS = LAST-DAYS + CP-CYCLE * 30.                T3011   
069800     COMPUTE DAYS-PAST = RUN-DAYS - DUE-DAYS.                     T3011   
069900     COMPUTE SINCE-DAYS = RUN-DAYS - LAST-DAYS.                   T3011   
070000     IF CP-LAST-NO NOT = ZERO GO TO CHECK-DUE-A.                  T3011   
070100     MOVE 9999 TO DAYS-PAST.                                      T3011   
070200     MOVE CP-ADD-DATE TO DN-DATE.                                 T3011   
070300     PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.                     T3011   
070400     COMPUTE SINCE-DAYS = RUN-DAYS - DN-DAYS.                     T3011   
070500 CHECK-DUE-A.                                                     T3011   
070600     IF DAYS-PAST > 9998 AND CP-LAST-NO NOT = ZERO                T3011   
070700        MOVE 9998 TO DAYS-PAST.                                   T3011   
070800     IF DAYS-PAST + AHEAD-DAYS < ZERO GO TO CHECK-DUE-EXIT.       T3011   
070900     IF CD-CT = 1000 ADD 1 TO DROP-CT GO TO CHECK-DUE-EXIT.       T3011   
071000     ADD 1 TO CD-CT.                                              T3011   
071100     MOVE CP-IS-CODE TO CD-IS-CODE (CD-CT).                       T3011   
071200     MOVE CP-DIST TO CD-DIST (CD-CT).                             T3011   
071300     MOVE CP-CYCLE TO CD-CYCLE (CD-CT).                           T3011   
071400     MOVE CP-LAST-NO TO CD-LAST-DATE (CD-CT).                     T3011   
071500     MOVE DAYS-PAST TO CD-DAYS-PAST (CD-CT).                      T3011   
071600     MOVE 'N' TO CD-LONG-SW (CD-CT).                              T3011   
071700     MOVE SPACES TO CD-STATUS (CD-CT).                            T3011   
071800     IF SINCE-DAYS NOT < CP-CYCLE * 60                            T3011   
071900        MOVE 'Y' TO CD-LONG-SW (CD-CT).                           T3011   
072000     MOVE ZERO TO CD-MONTHS (CD-CT).                              T3011   
072100     IF CP-LAST-NO NOT = ZERO AND SINCE-DAYS > ZERO               T3011   
072200        COMPUTE CD-MONTHS (CD-CT) = SINCE-DAYS / 30.              T3011   
072300     MOVE ZERO TO CD-DUE-DATE (CD-CT).                            T3011   
072400     IF CP-LAST-NO = ZERO GO TO CHECK-DUE-EXIT.                   T3011   
072500     COMPUTE MO-TOTAL = CP-LAST-MO - 1 + CP-CYCLE.                T3011   
072600     COMPUTE YR-ADD = MO-TOTAL / 12.                              T3011   
072700     COMPUTE DUE-MO = MO-TOTAL - YR-ADD * 12 + 1.                 T3011   
072800     COMPUTE YR-ADD = CP-LAST-YR + YR-ADD.                        T3011   
072900     IF YR-ADD > 99 SUBTRACT 100 FROM YR-ADD.                     T3011   
073000     MOVE YR-ADD TO DUE-YR.                                       T3011   
073100     MOVE CP-LAST-DA TO DUE-DA.                                   T3011   
073200     MOVE DUE-DATE TO CD-DUE-DATE (CD-CT).                        T3011   
073300 CHECK-DUE-EXIT.                                                  T3011   
073400     EXIT.                                                        T3011   
073500 DAY-NUMBER.                                                      T3011   
073600     MOVE ZERO TO DN-DAYS.                                        T3011   
073700     IF DN-DATE = ZERO GO TO DAY-NUMBER-EXIT.                     T3011   
073800     COMPUTE DN-DAYS = DN-YR * 360 + (DN-MO - 1) * 30 + DN-DA.    T3011   
073900     IF DN-YR < 50 ADD 36000 TO DN-DAYS.                          T3011   
074000 DAY-NUMBER-EXIT.                                                 T3011   
074100     EXIT.                                                        T3011   
074200 PRINT-UPDATE.                                                    T3011   
074300     IF LINE-CT > 50 PERFORM PAGE-HEADING THRU PAGE-HEADING-EXIT. T3011   
074400     MOVE UPD-LINE TO PRINT-LINE.                                 T3011   
074500     WRITE PRINT-REC AFTER ADVANCING 1 LINES.                     T3011   
074600     ADD 1 TO LINE-CT.                                            T3011   
074700 PAGE-HEADING.                                                    T3011   
074800     ADD 1 TO PAGE-NO.                                            T3011   
074900     MOVE PAGE-NO TO HDR-PAGE.                                    T3011   
075000     MOVE HDR-1 TO PRINT-LINE.                                    T3011   
075100     WRITE PRINT-REC AFTER ADVANCING 0 LINES.                     T3011   
075200     MOVE HDR-2 TO PRINT-LINE.                                    T3011   
075300     WRITE PRINT-REC AFTER ADVANCING 2 LINES.                     T3011   
075400     MOVE SPACES TO PRINT-LINE.                                   T3011   
075500     WRITE PRINT-REC AFTER ADVANCING 1 LINES.                     T3011   
075600     MOVE 4 TO LINE-CT.                                           T3011   
075700 PAGE-HEADING-EXIT.                                               T3011   
075800     EXIT.                                                        T3011   
075900 PRINT-SUMMARY.                                                   T3011   
076000     IF LINE-CT > 40 PERFORM PAGE-HEADING THRU PAGE-HEADING-EXIT. T3011   
076100     MOVE SPACES TO PRINT-LINE.                                   T3011   
076200     WRITE PRINT-REC AFTER ADVANCING 2 LINES.                     T3011   
076300     MOVE OLD-CT TO SM-COUNT.                                     T3011   
076400     MOVE 'MASTER RECORDS READ' TO SM-TEXT.                       T3011   
076500     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
076600     MOVE ADD-CT TO SM-COUNT.                                     T3011   
076700     MOVE 'ADDED BY 38 CARD' TO SM-TEXT.                          T3011   
076800     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
076900     MOVE AUTO-ADD-CT TO SM-COUNT.                                T3011   
077000     MOVE 'ADDED FROM WEEKLY INPUT' TO SM-TEXT.                   T3011   
077100     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
077200     MOVE CHANGE-CT TO SM-COUNT.                                  T3011   
077300     MOVE 'CHANGED' TO SM-TEXT.                                   T3011   
077400     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
077500     MOVE DELETE-CT TO SM-COUNT.                                  T3011   
077600     MOVE 'DELETED' TO SM-TEXT.                                   T3011   
077700     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
077800     MOVE POSTED-CT TO SM-COUNT.                                  T3011   
077900     MOVE 'VALID COUNTS POSTED' TO SM-TEXT.                       T3011   
078000     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
078100     MOVE OLDER-CT TO SM-COUNT.                                   T3011   
078200     MOVE 'VALID COUNTS NOT LATER THAN LAST COUNT' TO SM-TEXT.    T3011   
078300     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
078400     MOVE REJECT-CT TO SM-COUNT.                                  T3011   
078500     MOVE 'TRANSACTIONS REJECTED' TO SM-TEXT.                     T3011   
078600     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
078700     MOVE NEW-CT TO SM-COUNT.                                     T3011   
078800     MOVE 'MASTER RECORDS WRITTEN' TO SM-TEXT.                    T3011   
078900     PERFORM PRINT-SUMMARY-LINE.                                  T3011   
079000     GO TO PRINT-SUMMARY-EXIT.                                    T3011   
079100 PRINT-SUMMARY-LINE.                                              T3011   
079200     MOVE SUMMARY-LINE TO PRINT-LINE.                             T3011   
079300     WRITE PRINT-REC AFTER ADVANCING 1 LINES.                     T3011   
079400     ADD 1 TO LINE-CT.                                            T3011   
079500 PRINT-SUMMARY-EXIT.                                              T3011   
079600     EXIT.                                                        T3011   
079700 PRINT-SCHEDULE.                                                  T3011   
079800     PERFORM SET-PRIORITY VARYING CD-SUB FROM 1 BY 1              T3011   
079900        UNTIL CD-SUB > CD-CT.                                     T3011   
080000     PERFORM SORT-CAND THRU SORT-CAND-EXIT.                       T3011   
080100     PERFORM SET-STATUS VARYING CD-SUB FROM 1 BY 1                T3011   
080200        UNTIL CD-SUB > CD-CT.                                     T3011   
080300     PERFORM SORT-CAND THRU SORT-CAND-EXIT.                       T3011   
080400     MOVE 'WEEKLY COUNT SCHEDULE' TO HDR-TITLE.                   T3011   
080500     MOVE HDR-SCHED TO HDR-2.                                     T3011   
080600     PERFORM PAGE-HEADING THRU PAGE-HEADING-EXIT.                 T3011   
080700     MOVE SPACES TO HOLD-DIST.                                    T3011   
080800     MOVE ZERO TO DIST-SCHED DIST-DEFER.                          T3011   
080900     MOVE 1 TO CD-SUB.                                            T3011   
081000 SCHEDULE-LOOP.                                                   T3011   
081100     IF CD-SUB > CD-CT GO TO SCHEDULE-END.                        T3011   
081200     IF CD-DIST (CD-SUB) NOT = HOLD-DIST AND CD-SUB > 1           T3011   
081300        PERFORM DISTRICT-TOTAL THRU DISTRICT-TOTAL-EXIT.          T3011   
081400     MOVE CD-DIST (CD-SUB) TO HOLD-DIST.                          T3011   
081500     PERFORM BUILD-LINE THRU BUILD-LINE-EXIT.                     T3011   
081600     IF CD-STATUS (CD-SUB) = 'S' ADD 1 TO DIST-SCHED              T3011   
081700        ELSE ADD 1 TO DIST-DEFER.                                 T3011   
081800     IF LINE-CT > 52 PERFORM PAGE-HEADING THRU PAGE-HEADING-EXIT. T3011   
081900     MOVE SCH-LINE TO PRINT-LINE.                                 T3011   
082000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.                     T3011   
082100     ADD 1 TO LINE-CT.                                            T3011   
082200     ADD 1 TO CD-SUB.                                             T3011   
082300     GO TO SCHEDULE-LOOP.                                         T3011   
082400 SCHEDULE-END.                                                    T3011   
082500     IF CD-CT > ZERO                                              T3011   
082600        PERFORM DISTRICT-TOTAL THRU DISTRICT-TOTAL-EXIT.          T3011   
082700     MOVE SCHED-CT TO TL-SCHED.                                   T3011   
082800     MOVE DEFER-CT TO TL-DEFER.                                   T3011   
082900     MOVE RUN-COUNTERS TO TL-COUNTERS.                            T3011   
083000     MOVE RUN-PER-COUNTER TO TL-PER.                              T3011   
083100     MOVE CAPACITY TO TL-CAPACITY.                                T3011   
083200     MOVE TOTAL-LINE TO PRINT-LINE.                               T3011   
083300     WRITE PRINT-REC AFTER ADVANCING 2 LINES.                     T3011   
083400     GO TO PRINT-SCHEDULE-EXIT.                                   T3011   
083500 SET-PRIORITY.                                                    T3011   
083600     MOVE SPACES TO CD-SK-DIST (CD-SUB).                          T3011   
083700     MOVE '1' TO CD-SK-RANK (CD-SUB).                             T3011   
083800     COMPUTE CD-SK-DAYS (CD-SUB) = 50000 - CD-DAYS-PAST (CD-SUB). T3011   
083900 SET-STATUS.                                                      T3011   
084000     IF SCHED-CT < CAPACITY MOVE 'S' TO CD-STATUS (CD-SUB)        T3011   
084100        ADD 1 TO SCHED-CT MOVE '1' TO CD-SK-RANK (CD-SUB)         T3011   
084200        ELSE MOVE 'D' TO CD-STATUS (CD-SUB)                       T3011   
084300        ADD 1 TO DEFER-CT MOVE '2' TO CD-SK-RANK (CD-SUB).        T3011   
084400     MOVE CD-DIST (CD-SUB) TO CD-SK-DIST (CD-SUB).                T3011   
084500 DISTRICT-TOTAL.                                                  T3011   
084600     MOVE HOLD-DIST TO DL-DIST.                                   T3011   
084700     MOVE DIST-SCHED TO DL-SCHED.                                 T3011   
084800     MOVE DIST-DEFER TO DL-DEFER.                                 T3011   
084900     MOVE ZERO TO COUNTERS-NEEDED.                                T3011   
085000     IF RUN-PER-COUNTER > ZERO                                    T3011   
085100        COMPUTE COUNTERS-NEEDED =                                 T3011   
085200           (DIST-SCHED + RUN-PER-COUNTER - 1) / RUN-PER-COUNTER.  T3011   
085300     MOVE COUNTERS-NEEDED TO DL-COUNTERS.                         T3011   
085400     MOVE DIST-LINE TO PRINT-LINE.                                T3011   
085500     WRITE PRINT-REC AFTER ADVANCING 2 LINES.                     T3011   
085600     MOVE SPACES TO PRINT-LINE.                                   T3011   
085700     WRITE PRINT-REC AFTER ADVANCING 1 LINES.                     T3011   
085800     ADD 3 TO LINE-CT.                                            T3011   
085900     MOVE ZERO TO DIST-SCHED DIST-DEFER.                          T3011   
086000 DISTRICT-TOTAL-EXIT.                                             T3011   
086100     EXIT.                                                        T3011   
086200 BUILD-LINE.                                                      T3011   
086300     MOVE SPACES TO SCH-LINE.                                     T3011   
086400     MOVE CD-DIST (CD-SUB) TO SL-DIST.                            T3011   
086500     MOVE CD-IS-CODE (CD-SUB) TO IS-FILE-KEY.                     T3011   
086600     MOVE IS-ST-1 TO SL-ST-1.                                     T3011   
086700     MOVE '-' TO SL-DASH.                                         T3011   
086800     MOVE IS-ST-2 TO SL-ST-2.                                     T3011   
086900     READ ISFILE INVALID KEY                                      T3011   
087000        MOVE '** NOT ON I/S FILE **' TO SL-NAME-1                 T3011   
087100        GO TO BUILD-LINE-A.                                       T3011   
087200     MOVE IS-NAME-1 TO SL-NAME-1.                                 T3011   
087300     MOVE IS-NAME-2 TO SL-NAME-2.                                 T3011   
087400 BUILD-LINE-A.                                                    T3011   
087500     MOVE CD-CYCLE (CD-SUB) TO SL-CYCLE.                          T3011   
087600     MOVE 'SCHEDULED' TO SL-STATUS.                               T3011   
087700     IF CD-STATUS (CD-SUB) = 'D' MOVE 'DEFERRED' TO SL-STATUS.    T3011   
087800     IF CD-LAST-DATE (CD-SUB) = ZERO                              T3011   
087900        MOVE '  NEVER ' TO SL-LAST-X                              T3011   
088000        MOVE ' AT ONCE' TO SL-DUE-X                               T3011   
088100        MOVE ' NEVER' TO SL-DAYS-X                                T3011   
088200        GO TO BUILD-LINE-EXIT.                                    T3011   
088300     MOVE CD-LAST-DATE (CD-SUB) TO DN-DATE.                       T3011   
088400     MOVE DN-MO TO SL-L-MO.                                       T3011   
088500     MOVE DN-DA TO SL-L-DA.                                       T3011   
088600     MOVE DN-YR TO SL-L-YR.                                       T3011   
088700     MOVE '/' TO SL-L-S1 SL-L-S2.                                 T3011   
088800     MOVE CD-DUE-DATE (CD-SUB) TO DUE-DATE.                       T3011   
088900     MOVE DUE-MO TO SL-D-MO.                                      T3011   
089000     MOVE DUE-DA TO SL-D-DA.                                      T3011   
089100     MOVE DUE-YR TO SL-D-YR.                                      T3011   
089200     MOVE '/' TO SL-D-S1 SL-D-S2.                                 T3011   
089300     MOVE CD-DAYS-PAST (CD-SUB) TO SL-DAYS.                       T3011   
089400 BUILD-LINE-EXIT.                                                 T3011   
089500     EXIT.                                                        T3011   
089600 PRINT-SCHEDULE-EXIT.                                             T3011   
089700     EXIT.                                                        T3011   
089800 SORT-CAND.                                                       T3011   
089900     MOVE ZERO TO SWAP-SW.                                        T3011   
090000     MOVE 1 TO I.                                                 T3011   
090100 SORT-CAND-COMPARE.                                               T3011   
090200     IF I NOT < CD-CT GO TO SORT-CAND-PASS.                       T3011   
090300     COMPUTE J = I + 1.                                           T3011   
090400     IF CD-SORT-KEY (I) > CD-SORT-KEY (J)                         T3011   
090500        MOVE CD-ENTRY (I) TO CD-HOLD                              T3011   
090600        MOVE CD-ENTRY (J) TO CD-ENTRY (I)                         T3011   
090700        MOVE CD-HOLD TO CD-ENTRY (J)                              T3011   
090800        MOVE 1 TO SWAP-SW.                                        T3011   
090900     ADD 1 TO I.                                                  T3011   
091000     GO TO SORT-CAND-COMPARE.                                     T3011   
091100 SORT-CAND-PASS.                                                  T3011   
091200     IF SWAP-SW = 1 GO TO SORT-CAND.                              T3011   
091300 SORT-CAND-EXIT.                                                  T3011   
091400     EXIT.                                                        T3011   
091500 PRINT-LONG.                                                      T3011   
091600     PERFORM SET-LONG VARYING CD-SUB FROM 1 BY 1                  T3011   
091700        UNTIL CD-SUB > CD-CT.                                     T3011   
091800     PERFORM SORT-CAND THRU SORT-CAND-EXIT.                       T3011   
091900     MOVE 'NOT COUNTED IN TWICE THE CYCLE' TO HDR-TITLE.          T3011   
092000     MOVE HDR-LONG TO HDR-2.                                      T3011   
092100     PERFORM PAGE-HEADING THRU PAGE-HEADING-EXIT.                 T3011   
092200     MOVE SPACES TO HOLD-DIST.                                    T3011   
092300     MOVE ZERO TO DIST-LONG.                                      T3011   
092400     MOVE 1 TO CD-SUB.                                            T3011   
092500 LONG-LOOP.                                                       T3011   
092600     IF CD-SUB > CD-CT GO TO LONG-END.                            T3011   
092700     IF CD-LONG-SW (CD-SUB) NOT = 'Y' GO TO LONG-END.             T3011   
092800     IF CD-DIST (CD-SUB) NOT = HOLD-DIST AND CD-SUB > 1           T3011   
092900        PERFORM LONG-DISTRICT THRU LONG-DISTRICT-EXIT.            T3011   
093000     MOVE CD-DIST (CD-SUB) TO HOLD-DIST.                          T3011   
093100     PERFORM BUILD-LINE THRU BUILD-LINE-EXIT.                     T3011   
093200     MOVE SPACES TO SL-DUE-X SL-DAYS-X.                           T3011   
093300     MOVE SL-STATUS TO LL-STATUS.                                 T3011   
093400     MOVE SPACES TO SL-STATUS.                                    T3011   
093500     MOVE CD-MONTHS (CD-SUB) TO LL-MONTHS.                        T3011   
093600     IF CD-LAST-DATE (CD-SUB) = ZERO MOVE SPACES TO LL-MONTHS-X.  T3011   
093700     ADD 1 TO DIST-LONG.                                          T3011   
093800     ADD 1 TO LONG-CT.                                            T3011   
093900     IF LINE-CT > 52 PERFORM PAGE-HEADING THRU PAGE-HEADING-EXIT. T3011   
094000     MOVE LONG-LINE TO PRINT-LINE.                                T3011   
094100     WRITE PRINT-REC AFTER ADVANCING 1 LINES.                     T3011   
094200     ADD 1 TO LINE-CT.                                            T3011   
094300     ADD 1 TO CD-SUB.                                             T3011   
094400     GO TO LONG-LOOP.                                             T3011   
094500 LONG-END.                                                        T3011   
094600     IF LONG-CT > ZERO                                            T3011   
094700        PERFORM LONG-DISTRICT THRU LONG-DISTRICT-EXIT.            T3011   
094800     MOVE 'ALL DISTRICTS' TO LT-TEXT.                             T3011   
094900     MOVE SPACES TO LT-DIST.                                      T3011   
095000     MOVE LONG-CT TO LT-COUNT.                                    T3011   
095100     MOVE LONG-TOTAL-LINE TO PRINT-LINE.                          T3011   
095200     WRITE PRINT-REC AFTER ADVANCING 2 LINES.                     T3011   
095300     GO TO PRINT-LONG-EXIT.                                       T3011   
095400 SET-LONG.                                                        T3011   
095500     MOVE '2' TO CD-SK-RANK (CD-SUB).                             T3011   
095600     MOVE HIGH-VALUES TO CD-SK-DIST (CD-SUB).                     T3011   
095700     IF CD-LONG-SW (CD-SUB) = 'Y' MOVE '1' TO CD-SK-RANK (CD-SUB) T3011   
095800        MOVE CD-DIST (CD-SUB) TO CD-SK-DIST (CD-SUB).             T3011   
095900 LONG-DISTRICT.                                                   T3011   
096000     MOVE 'DISTRICT' TO LT-TEXT.                                  T3011   
096100     MOVE HOLD-DIST TO LT-DIST.                                   T3011   
096200     MOVE DIST-LONG TO LT-COUNT.                                  T3011   
096300     MOVE LONG-TOTAL-LINE TO PRINT-LINE.                          T3011   
096400     WRITE PRINT-REC AFTER ADVANCING 2 LINES.                     T3011   
096500     MOVE SPACES TO PRINT-LINE.                                   T3011   
096600     WRITE PRINT-REC AFTER ADVANCING 1 LINES.                     T3011   
096700     ADD 3 TO LINE-CT.                                            T3011   
096800     MOVE ZERO TO DIST-LONG.                                      T3011   
096900 LONG-DISTRICT-EXIT.                                              T3011   
097000     EXIT.                                                        T3011   
097100 PRINT-LONG-EXIT.                                                 T3011   
097200     EXIT.                                                        T3011   
