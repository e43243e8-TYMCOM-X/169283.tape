IDENTIFICATION DIVISION.
PROGRAM-ID.  'T3095'.
REMARKS. LOADS THE ACT3005 TAIS TAPE DIRECTLY INTO VOLFILE.
     THE HOURLY VOLUME FOR EACH APPROACH (N, E, S, W BOUND) IS
     ALSO KEPT ON VOLHR UNDER THE SAME KEY FOR THE WARRANT RUN.
ENVIRONMENT  DIVISION.
CONFIGURATION  SECTION.
SOURCE-COMPUTER.  PDP-10.
             ACCESS MODE IS INDEXED
             RECORD KEY IS VOL-REC-KEY
             SYMBOLIC KEY IS VOL-SYM-KEY.
     SELECT OPTIONAL  VOLHR ASSIGN DSK,
      RECORDING MODE IS ASCII
             ACCESS MODE IS INDEXED
             RECORD KEY IS VH-REC-KEY
             SYMBOLIC KEY IS VH-SYM-KEY.
     SELECT ISFILE ASSIGN DSK,
      RECORDING MODE IS ASCII
             ACCESS MODE IS INDEXED
     03 VOL-PHF-AM           PICTURE 9V99.
     03 VOL-PHF-PM           PICTURE 9V99.
     03 FILLER               PICTURE XXX.
FD   VOLHR
         VALUE OF IDENTIFICATION IS "VOLHR IDX"
     LABEL RECORDS ARE STANDARD
     RECORD CONTAINS 410 CHARACTERS
     DATA RECORD IS VOLHR-REC.
01   VOLHR-REC.
     03 VH-DELETE-CODE       PICTURE X.
     03 VH-REC-KEY.
        05 VH-REC-ST-1       PICTURE X(5).
        05 VH-REC-ST-2       PICTURE X(5).
        05 VH-REC-INDEX      PICTURE XXX.
     03 VH-DATE              PICTURE X(6).
     03 VH-HOUR OCCURS 24 TIMES.
        05 VH-APPR OCCURS 4 TIMES PICTURE 9(4).
     03 FILLER               PICTURE X(6).
FD   ISFILE
         VALUE OF IDENTIFICATION IS "INTSRTIDX"
     LABEL RECORDS ARE STANDARD
01   LOAD-RPT-REC            PICTURE X(80).
WORKING-STORAGE  SECTION.
77   VOL-SYM-KEY             PICTURE X(13) VALUE LOW-VALUES.
77   VH-SYM-KEY              PICTURE X(13) VALUE LOW-VALUES.
01   SYM-KEY.
     03 SYM-KEY-1            PICTURE X(5).
     03 SYM-KEY-2            PICTURE X(5).
77   XREF-FOUND              PICTURE 999 VALUE ZERO.
77   HR-SUB                  PICTURE 99 VALUE ZERO.
77   Q-SUB                   PICTURE 9 VALUE ZERO.
77   APPR-SUB                PICTURE 9 VALUE ZERO.
77   HR-BASE                 PICTURE 99 VALUE ZERO.
77   HOUR-VOL                PICTURE 9(5) VALUE ZERO.
77   PEAK-HR                 PICTURE 99 VALUE ZERO.
77   TAPE-IN-CT              PICTURE 9(6) VALUE ZERO.
77   REJ-CT                  PICTURE 9(5) VALUE ZERO.
77   LOADED-CT               PICTURE 9(5) VALUE ZERO.
77   HOURLY-CT               PICTURE 9(5) VALUE ZERO.
77   INTERVAL-CT             PICTURE 9(6) VALUE ZERO.
01   CUR-REQ.
     03 CUR-REQ-NO           PICTURE X(4).
01   QTR-TABLE.
     03 QTR-HOUR OCCURS 24 TIMES.
        05 QT-Q OCCURS 4 TIMES PICTURE 9(5).
01   APPR-TABLE.
     03 APPR-HOUR OCCURS 24 TIMES.
        05 AT-VOL OCCURS 4 TIMES PICTURE 9(5).
01   EXC-LINE.
     03 FILLER               PICTURE X(9) VALUE " REQ NO  ".
     03 XL-REQ-NO            PICTURE X(4).
PROCEDURE  DIVISION.
STARTER.
     OPEN INPUT XREF-FILE, TAPE-INPUT, ISFILE.
     OPEN I-O VOLFILE, VOLHR.
     OPEN OUTPUT EXCPT-FILE, LOAD-RPT.
LOAD-XREF.
     READ XREF-FILE AT END GO TO VALIDATE-XREF.
     IF T-REQ-NO NOT = CUR-REQ-NO
         PERFORM FLUSH-REQ THRU FLUSH-REQ-EXIT
         MOVE T-REQ-NO TO CUR-REQ-NO
         MOVE ZEROS TO HOUR-TABLE QTR-TABLE APPR-TABLE
         MOVE SPACE TO DIR-HOLD.
     PERFORM POST-TAPE-REC THRU POST-TAPE-REC-EXIT.
     GO TO TAPE-LOOP.
     IF DIR-HOLD = SPACE MOVE T-DIR TO DIR-HOLD.
     DIVIDE T-HOUR BY 12 GIVING HR-W REMAINDER HR-OFFSET.
     IF T-AP = 2 ADD 12 TO HR-OFFSET.
     MOVE ZERO TO APPR-SUB.
     IF T-DIR = "N" MOVE 1 TO APPR-SUB.
     IF T-DIR = "E" MOVE 2 TO APPR-SUB.
     IF T-DIR = "S" MOVE 3 TO APPR-SUB.
     IF T-DIR = "W" MOVE 4 TO APPR-SUB.
     PERFORM POST-ONE-HOUR THRU POST-ONE-HOUR-EXIT
         VARYING Q-SUB FROM 1 BY 1 UNTIL Q-SUB GREATER THAN 4.
POST-TAPE-REC-EXIT.
         ADD HOUR-VOL TO HT-VOL (1, HR-BASE)
     ELSE
         ADD HOUR-VOL TO HT-VOL (2, HR-BASE).
     IF APPR-SUB NOT = ZERO
         ADD HOUR-VOL TO AT-VOL (HR-BASE, APPR-SUB).
     ADD T-Q00 (Q-SUB) TO QT-Q (HR-BASE, 1).
     ADD T-Q15 (Q-SUB) TO QT-Q (HR-BASE, 2).
     ADD T-Q30 (Q-SUB) TO QT-Q (HR-BASE, 3).
         ADD 1 TO REJ-CT
         GO TO FLUSH-REQ-EXIT.
     ADD 1 TO LOADED-CT.
     PERFORM WRITE-HOURLY THRU WRITE-HOURLY-EXIT.
FLUSH-REQ-EXIT.
     EXIT.
SCAN-FLUSH-XREF.
         MOVE XREF-SUB TO XREF-FOUND.
SCAN-FLUSH-XREF-EXIT.
     EXIT.
WRITE-HOURLY.
     MOVE SPACES TO VOLHR-REC.
     MOVE VOL-REC-KEY TO VH-REC-KEY.
     MOVE VOL-DATE TO VH-DATE.
     PERFORM MOVE-HOUR THRU MOVE-HOUR-EXIT
         VARYING HR-SUB FROM 1 BY 1
         UNTIL HR-SUB GREATER THAN 24.
     MOVE VH-REC-KEY TO VH-SYM-KEY.
     WRITE VOLHR-REC INVALID KEY
         MOVE CUR-REQ-NO TO XL-REQ-NO
         MOVE "DUPLICATE VOLHR KEY - HOURS NOT KEPT" TO XL-TEXT
         WRITE EXCPT-REC FROM EXC-LINE
         ADD 1 TO REJ-CT
         GO TO WRITE-HOURLY-EXIT.
     ADD 1 TO HOURLY-CT.
WRITE-HOURLY-EXIT.
     EXIT.
MOVE-HOUR.
     PERFORM MOVE-APPR THRU MOVE-APPR-EXIT
         VARYING APPR-SUB FROM 1 BY 1
         UNTIL APPR-SUB GREATER THAN 4.
MOVE-HOUR-EXIT.
     EXIT.
MOVE-APPR.
     IF AT-VOL (HR-SUB, APPR-SUB) GREATER THAN 9999
         MOVE 9999 TO VH-APPR (HR-SUB, APPR-SUB)
     ELSE
         MOVE AT-VOL (HR-SUB, APPR-SUB)
             TO VH-APPR (HR-SUB, APPR-SUB).
MOVE-APPR-EXIT.
     EXIT.
SUM-DAY.
     ADD HT-VOL (1, HR-SUB) TO VOL-TOTAL-NE.
     ADD HT-VOL (2, HR-SUB) TO VOL-TOTAL-SW.
     MOVE " INTERSECTION DAYS LOADED     " TO SL-LABEL.
     MOVE LOADED-CT TO SL-COUNT.
     WRITE LOAD-RPT-REC FROM SUM-LINE AFTER ADVANCING 1.
     MOVE " HOURLY APPROACH DAYS KEPT    " TO SL-LABEL.
     MOVE HOURLY-CT TO SL-COUNT.
     WRITE LOAD-RPT-REC FROM SUM-LINE AFTER ADVANCING 1.
     MOVE " REJECTED TO EXCEPTION LIST   " TO SL-LABEL.
     MOVE REJ-CT TO SL-COUNT.
     WRITE LOAD-RPT-REC FROM SUM-LINE AFTER ADVANCING 1.
     CLOSE TAPE-INPUT, ISFILE, VOLFILE, VOLHR, EXCPT-FILE, LOAD-RPT.
     DISPLAY "T3095 LOAD COMPLETE".
     STOP RUN.
