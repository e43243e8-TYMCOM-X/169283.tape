IDENTIFICATION DIVISION.
PROGRAM-ID. ITTBH.
AUTHOR. ADEY.
INSTALLATION. PDP-10.
DATE-WRITTEN. 9/04/73.
REMARKS. TRUNK GROUP USAGE AND BUSY HOUR STUDY FROM THE ITTQC CALL
    RECORDS (INPUTMAST).  EACH CALL IS COUNTED ON THE OUTGOING TRUNK
    GROUP HOLDING OUT-TRNK-NR AND ON THE INCOMING GROUP HOLDING
    IN-TRNK, AS GIVEN BY THE TRUNK GROUP TABLE (TRKGRPDAT).  AN
    OUTGOING CALL WITH ROUT-IND ZERO FOUND ALL TRUNKS BUSY AND IS AN
    ATTEMPT ONLY.  OTHER CALLS SEIZED A TRUNK, AND ARE COMPLETED WHEN
    ELAPS-TIME (SECONDS) IS NOT ZERO.  HOLDING TIME IS SPREAD OVER
    THE CLOCK HOURS THE CALL SPANS.
    THE TIME-CONSISTENT BUSY HOUR OF A GROUP IS THE CLOCK HOUR WITH
    THE MOST USAGE OVER ALL DAYS OF THE STUDY.  BUSY HOUR FIGURES ARE
    AVERAGES PER STUDY DAY.  OFFERED LOAD IS THE CARRIED USAGE
    GROSSED UP BY ATTEMPTS OVER SEIZURES.  BLOCKING ON THE TRUNKS IN
    SERVICE AND THE TRUNKS NEEDED FOR THE DESIGN GRADE OF SERVICE ARE
    BY ERLANG B.  A GROUP WHOSE BLOCKING EXCEEDS ITS DESIGN GRADE OF
    SERVICE IS FLAGGED FOR AUGMENTATION.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. PDP-10.
OBJECT-COMPUTER. PDP-10.
SPECIAL-NAMES.
        CHANNEL (1) IS TOP-OF-PAGE.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT INPUT-MASTER ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT TRUNK-GROUPS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT TRAFFIC-RPT ASSIGN TO DSK
        RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD INPUT-MASTER
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "INPUTMAST"
        DATA RECORD IS RECD-IN.
01 RECD-IN.
                02 D1 PIC 9.
                02 D2 PIC 9.
                02 ITRNC PIC 9(4).
                02 OS-ANSBK PIC 9(20).
                02 DEST-SELCT PIC 9(16).
                02 CALL-HOLD PIC 9(5).
                02 FILLER PIC 9(5).
                02 LN-ADRSS PIC 9(4).
                02 FILLER PIC 9(8).
                02 DATE-ALL.
                        05 CALL-DATE.
                                07 MO PIC 9(2).
                                07 DY PIC 9(2).
                        05 PRECD-SLCT.
                                07 HR PIC 9(2).
                                07 MN PIC 9(2).
                02 SUBSC-SWTCH PIC 9.
                02 OUT-TRNK-NR PIC 9(4).
                02 ROUT-IND PIC 9.
                02 DSCNT-TIME PIC 9(4).
                02 ELAPS-TIME PIC 9(5).
                02 IN-TRNK PIC 9(3).
                02 FILLER PIC 9(32).
FD TRUNK-GROUPS
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "TRKGRPDAT"
        DATA RECORD IS TG-RECD.
01 TG-RECD.
                02 TG-GROUP PIC X(6).
                02 TG-NAME PIC X(20).
                02 TG-DIR PIC X.
                02 TG-LOW PIC 9(4).
                02 TG-HIGH PIC 9(4).
                02 TG-TRUNKS PIC 9(3).
                02 TG-GOS PIC V999.
                02 FILLER PIC X(39).
FD TRAFFIC-RPT
        LABEL RECORDS ARE STANDARD
        VALUE OF IDENTIFICATION IS "TRAFICRPT"
        DATA RECORD IS RPT-LINE.
01 RPT-LINE PIC X(132).
WORKING-STORAGE SECTION.
77 RECS-IN PIC 9(7) VALUE 0.
77 BAD-RECS PIC 9(7) VALUE 0.
77 NO-GROUP-CT PIC 9(7) VALUE 0.
77 FLAG-CT PIC 9(3) VALUE 0.
77 GRP-CT PIC 9(3) VALUE 0.
77 GRP-SUB PIC 9(3) VALUE 0.
77 GRP-FOUND PIC 9(3) VALUE 0.
77 HR-SUB PIC 9(2) VALUE 0.
77 SPREAD-SUB PIC 9(2) VALUE 0.
77 BH-SUB PIC 9(2) VALUE 0.
77 DAY-CT PIC 9(2) VALUE 0.
77 DAY-SUB PIC 9(2) VALUE 0.
77 DAY-FOUND PIC 9(2) VALUE 0.
77 PAGE-CT PIC 9(3) VALUE 0.
77 LINE-CT PIC 9(2) VALUE 60.
77 TRNK-KEY PIC 9(4) VALUE 0.
77 DIR-KEY PIC X VALUE SPACE.
77 POSTED-SW PIC X VALUE "N".
77 HOLD-LEFT PIC 9(5) VALUE 0.
77 SEC-LEFT PIC 9(4) VALUE 0.
77 BH-USAGE PIC 9(9) VALUE 0.
77 AVG-ATT PIC 9(6)V9 VALUE 0.
77 AVG-SEIZ PIC 9(6)V9 VALUE 0.
77 AVG-COMP PIC 9(6)V9 VALUE 0.
77 CARRIED-CCS PIC 9(6)V9 VALUE 0.
77 OFFERED-CCS PIC 9(6)V9 VALUE 0.
77 OFFERED-ERL PIC 9(5)V999 VALUE 0.
77 OBS-BLOCK PIC 9V9(4) VALUE 0.
77 BLOCK-WORK PIC 9(6)V9(4) VALUE 0.
77 CALC-BLOCK PIC 9V9(6) VALUE 0.
77 EB-B PIC 9V9(6) VALUE 0.
77 EB-K PIC 9(3) VALUE 0.
77 EB-N PIC 9(3) VALUE 0.
77 REQ-TRUNKS PIC 9(3) VALUE 0.
77 ADD-TRUNKS PIC 9(3) VALUE 0.
01 GROUP-TABLE.
        02 GRP-ENTRY OCCURS 100 TIMES.
                03 GT-GROUP PIC X(6).
                03 GT-NAME PIC X(20).
                03 GT-DIR PIC X.
                03 GT-LOW PIC 9(4).
                03 GT-HIGH PIC 9(4).
                03 GT-TRUNKS PIC 9(3).
                03 GT-GOS PIC V999.
                03 GT-HOUR OCCURS 24 TIMES.
                        04 GT-ATT PIC 9(6) COMP.
                        04 GT-SEIZ PIC 9(6) COMP.
                        04 GT-COMP PIC 9(6) COMP.
                        04 GT-USAGE PIC 9(9) COMP.
01 DAY-TABLE.
        02 DAY-ENTRY OCCURS 62 TIMES PIC 9(4).
01 HEAD-1.
        02 FILLER PIC X(42) VALUE
           "ITTBH  TRUNK GROUP BUSY HOUR STUDY  -  ".
        02 HD-TITLE PIC X(30) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "STUDY DAYS ".
        02 HD-DAYS PIC Z9.
        02 FILLER PIC X(36) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "PAGE ".
        02 HD-PAGE PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
01 HOUR-HEAD-1.
        02 FILLER PIC X(7) VALUE "GROUP  ".
        02 HH-GROUP PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 HH-NAME PIC X(20).
        02 FILLER PIC X(6) VALUE "  DIR ".
        02 HH-DIR PIC X.
        02 FILLER PIC X(10) VALUE "   TRUNKS ".
        02 HH-TRUNKS PIC ZZ9.
        02 FILLER PIC X(77) VALUE SPACES.
01 HOUR-HEAD-2.
        02 FILLER PIC X(44) VALUE
           "    HOUR    ATTEMPTS    SEIZED  COMPLETED   ".
        02 FILLER PIC X(7) VALUE
           "  USAGE".
        02 FILLER PIC X(81) VALUE SPACES.
01 HOUR-HEAD-3.
        02 FILLER PIC X(44) VALUE
           "             PER DAY   PER DAY    PER DAY   ".
        02 FILLER PIC X(7) VALUE
           "CCS/DAY".
        02 FILLER PIC X(81) VALUE SPACES.
01 HOUR-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 HL-HOUR PIC 99.
        02 FILLER PIC X(2) VALUE "00".
        02 FILLER PIC X(3) VALUE SPACES.
        02 HL-ATT PIC ZZZ,ZZ9.9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 HL-SEIZ PIC ZZZ,ZZ9.9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 HL-COMP PIC ZZZ,ZZ9.9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 HL-CCS PIC ZZZ,ZZ9.9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 HL-BH PIC X(11).
        02 FILLER PIC X(68) VALUE SPACES.
01 SUM-HEAD-1.
        02 FILLER PIC X(38) VALUE
           "GROUP  NAME                 D TRK  BH ".
        02 FILLER PIC X(38) VALUE
           "ATTEMPT   COMPLTD  CARRIED   OFFERED  ".
        02 FILLER PIC X(34) VALUE
           "OFFERED  BLOCKING PCT  DESGN  NEED".
        02 FILLER PIC X(22) VALUE SPACES.
01 SUM-HEAD-2.
        02 FILLER PIC X(38) VALUE SPACES.
        02 FILLER PIC X(48) VALUE
           "PER DAY   PER DAY      CCS       CCS  ERLANGS   ".
        02 FILLER PIC X(23) VALUE
           "OBSVD   CALC   PCT  TRK".
        02 FILLER PIC X(23) VALUE SPACES.
01 SUM-LINE.
        02 SL-GROUP PIC X(6).
        02 FILLER PIC X VALUE SPACE.
        02 SL-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 SL-DIR PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 SL-TRUNKS PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-BH PIC 99.
        02 FILLER PIC X VALUE SPACE.
        02 SL-ATT PIC ZZZ,ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 SL-COMP PIC ZZZ,ZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 SL-CCS PIC ZZZ,ZZ9.9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 SL-OCCS PIC ZZZ,ZZ9.9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 SL-ERL PIC ZZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-OBS PIC ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 SL-CALC PIC ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 SL-GOS PIC ZZ9.9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-REQ PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-FLAG PIC X(13).
        02 SL-FLAG-R REDEFINES SL-FLAG.
                03 FILLER PIC X(9).
                03 SL-FLAG-ADD PIC ZZ9.
                03 FILLER PIC X.
        02 FILLER PIC X(8) VALUE SPACES.
01 TOTAL-LINE.
        02 TL-TEXT PIC X(40).
        02 TL-COUNT PIC Z,ZZZ,ZZ9.
        02 FILLER PIC X(83) VALUE SPACES.
01 PCT-WORK PIC 9(3)V99 VALUE 0.
PROCEDURE DIVISION.
START-UP.
        OPEN INPUT TRUNK-GROUPS.
LOAD-GROUPS.
        READ TRUNK-GROUPS AT END GO TO LOAD-DONE.
        IF TG-GROUP = SPACES GO TO LOAD-GROUPS.
        IF GRP-CT = 100
            DISPLAY "ITTBH - TRUNK GROUP TABLE FULL AT " TG-GROUP
            GO TO LOAD-DONE.
        IF TG-DIR NOT = "O" AND TG-DIR NOT = "I"
            DISPLAY "ITTBH - BAD DIRECTION, GROUP " TG-GROUP
            GO TO LOAD-GROUPS.
        ADD 1 TO GRP-CT.
        MOVE TG-GROUP TO GT-GROUP (GRP-CT).
        MOVE TG-NAME TO GT-NAME (GRP-CT).
        MOVE TG-DIR TO GT-DIR (GRP-CT).
        MOVE TG-LOW TO GT-LOW (GRP-CT).
        MOVE TG-HIGH TO GT-HIGH (GRP-CT).
        MOVE TG-TRUNKS TO GT-TRUNKS (GRP-CT).
        IF TG-GOS NOT NUMERIC OR TG-GOS = ZERO
            MOVE .010 TO GT-GOS (GRP-CT)
        ELSE
            MOVE TG-GOS TO GT-GOS (GRP-CT).
        PERFORM CLEAR-HOUR THRU CLEAR-HOUR-EXIT
            VARYING HR-SUB FROM 1 BY 1 UNTIL HR-SUB > 24.
        GO TO LOAD-GROUPS.
CLEAR-HOUR.
        MOVE ZERO TO GT-ATT (GRP-CT, HR-SUB) GT-SEIZ (GRP-CT, HR-SUB)
            GT-COMP (GRP-CT, HR-SUB) GT-USAGE (GRP-CT, HR-SUB).
CLEAR-HOUR-EXIT.
        EXIT.
LOAD-DONE.
        CLOSE TRUNK-GROUPS.
        IF GRP-CT = ZERO
            DISPLAY "ITTBH - NO TRUNK GROUPS ON TRKGRPDAT"
            STOP RUN.
        OPEN INPUT INPUT-MASTER.
        OPEN OUTPUT TRAFFIC-RPT.
READ-CALL.
        READ INPUT-MASTER AT END GO TO END-OF-CALLS.
        ADD 1 TO RECS-IN.
        IF DATE-ALL NOT NUMERIC OR OUT-TRNK-NR NOT NUMERIC
            OR IN-TRNK NOT NUMERIC OR ROUT-IND NOT NUMERIC
            OR ELAPS-TIME NOT NUMERIC
            ADD 1 TO BAD-RECS
            GO TO READ-CALL.
        IF HR > 23 OR MN > 59 OR MO = ZERO OR MO > 12
            ADD 1 TO BAD-RECS
            GO TO READ-CALL.
        PERFORM POST-DAY THRU POST-DAY-EXIT.
        COMPUTE HR-SUB = HR + 1.
        MOVE "N" TO POSTED-SW.
        IF OUT-TRNK-NR = ZERO GO TO TRY-INCOMING.
        MOVE OUT-TRNK-NR TO TRNK-KEY.
        MOVE "O" TO DIR-KEY.
        PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
        IF GRP-FOUND NOT = ZERO
            PERFORM POST-CALL THRU POST-CALL-EXIT.
TRY-INCOMING.
        IF IN-TRNK = ZERO GO TO CALL-POSTED.
        MOVE IN-TRNK TO TRNK-KEY.
        MOVE "I" TO DIR-KEY.
        PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
        IF GRP-FOUND NOT = ZERO
            PERFORM POST-CALL THRU POST-CALL-EXIT.
CALL-POSTED.
        IF POSTED-SW = "N" ADD 1 TO NO-GROUP-CT.
        GO TO READ-CALL.
POST-DAY.
        MOVE ZERO TO DAY-FOUND.
        PERFORM SCAN-DAY THRU SCAN-DAY-EXIT
            VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > DAY-CT.
        IF DAY-FOUND NOT = ZERO GO TO POST-DAY-EXIT.
        IF DAY-CT = 62
            DISPLAY "ITTBH - MORE THAN 62 STUDY DAYS"
            GO TO POST-DAY-EXIT.
        ADD 1 TO DAY-CT.
        MOVE CALL-DATE TO DAY-ENTRY (DAY-CT).
POST-DAY-EXIT.
        EXIT.
SCAN-DAY.
        IF DAY-ENTRY (DAY-SUB) = CALL-DATE MOVE DAY-SUB TO DAY-FOUND.
SCAN-DAY-EXIT.
        EXIT.
FIND-GROUP.
        MOVE ZERO TO GRP-FOUND.
        PERFORM SCAN-GROUP THRU SCAN-GROUP-EXIT
            VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > GRP-CT
            OR GRP-FOUND NOT = ZERO.
FIND-GROUP-EXIT.
        EXIT.
SCAN-GROUP.
        IF GT-DIR (GRP-SUB) = DIR-KEY
            AND TRNK-KEY NOT < GT-LOW (GRP-SUB)
            AND TRNK-KEY NOT > GT-HIGH (GRP-SUB)
            MOVE GRP-SUB TO GRP-FOUND.
SCAN-GROUP-EXIT.
        EXIT.
POST-CALL.
        MOVE "Y" TO POSTED-SW.
        ADD 1 TO GT-ATT (GRP-FOUND, HR-SUB).
        IF DIR-KEY = "O" AND ROUT-IND = ZERO GO TO POST-CALL-EXIT.
        ADD 1 TO GT-SEIZ (GRP-FOUND, HR-SUB).
        IF ELAPS-TIME = ZERO GO TO POST-CALL-EXIT.
        ADD 1 TO GT-COMP (GRP-FOUND, HR-SUB).
        MOVE ELAPS-TIME TO HOLD-LEFT.
        COMPUTE SEC-LEFT = 3600 - MN * 60.
        MOVE HR-SUB TO SPREAD-SUB.
SPREAD-USAGE.
        IF HOLD-LEFT NOT > SEC-LEFT
            ADD HOLD-LEFT TO GT-USAGE (GRP-FOUND, SPREAD-SUB)
            GO TO POST-CALL-EXIT.
        ADD SEC-LEFT TO GT-USAGE (GRP-FOUND, SPREAD-SUB).
        SUBTRACT SEC-LEFT FROM HOLD-LEFT.
        MOVE 3600 TO SEC-LEFT.
        ADD 1 TO SPREAD-SUB.
        IF SPREAD-SUB > 24 MOVE 1 TO SPREAD-SUB.
        GO TO SPREAD-USAGE.
POST-CALL-EXIT.
        EXIT.
END-OF-CALLS.
        CLOSE INPUT-MASTER.
        MOVE DAY-CT TO HD-DAYS.
        IF DAY-CT = ZERO MOVE 1 TO DAY-CT.
        MOVE "HOURLY PROFILE" TO HD-TITLE.
        PERFORM PRINT-PROFILE THRU PRINT-PROFILE-EXIT
            VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > GRP-CT.
        MOVE "SUMMARY" TO HD-TITLE.
        MOVE 60 TO LINE-CT.
        PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT
            VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > GRP-CT.
        MOVE "CALL RECORDS READ" TO TL-TEXT.
        MOVE RECS-IN TO TL-COUNT.
        WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 3.
        MOVE "CALL RECORDS WITH BAD DATE OR FIELDS" TO TL-TEXT.
        MOVE BAD-RECS TO TL-COUNT.
        WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1.
        MOVE "CALLS ON NO TRUNK GROUP IN THE TABLE" TO TL-TEXT.
        MOVE NO-GROUP-CT TO TL-COUNT.
        WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1.
        MOVE "GROUPS FLAGGED FOR AUGMENTATION" TO TL-TEXT.
        MOVE FLAG-CT TO TL-COUNT.
        WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1.
        CLOSE TRAFFIC-RPT.
        DISPLAY "ITTBH - CALLS " RECS-IN " GROUPS FLAGGED " FLAG-CT.
        STOP RUN.
FIND-BUSY-HOUR.
        MOVE 1 TO BH-SUB.
        MOVE GT-USAGE (GRP-SUB, 1) TO BH-USAGE.
        PERFORM TEST-BUSY-HOUR THRU TEST-BUSY-HOUR-EXIT
            VARYING HR-SUB FROM 2 BY 1 UNTIL HR-SUB > 24.
FIND-BUSY-HOUR-EXIT.
        EXIT.
TEST-BUSY-HOUR.
        IF GT-USAGE (GRP-SUB, HR-SUB) > BH-USAGE
            MOVE HR-SUB TO BH-SUB
            MOVE GT-USAGE (GRP-SUB, HR-SUB) TO BH-USAGE.
TEST-BUSY-HOUR-EXIT.
        EXIT.
PRINT-PROFILE.
        PERFORM FIND-BUSY-HOUR THRU FIND-BUSY-HOUR-EXIT.
        PERFORM NEW-PAGE THRU NEW-PAGE-EXIT.
        MOVE GT-GROUP (GRP-SUB) TO HH-GROUP.
        MOVE GT-NAME (GRP-SUB) TO HH-NAME.
        MOVE GT-DIR (GRP-SUB) TO HH-DIR.
        MOVE GT-TRUNKS (GRP-SUB) TO HH-TRUNKS.
        WRITE RPT-LINE FROM HOUR-HEAD-1 AFTER ADVANCING 3.
        WRITE RPT-LINE FROM HOUR-HEAD-2 AFTER ADVANCING 2.
        WRITE RPT-LINE FROM HOUR-HEAD-3 AFTER ADVANCING 1.
        ADD 6 TO LINE-CT.
        PERFORM PRINT-HOUR THRU PRINT-HOUR-EXIT
            VARYING HR-SUB FROM 1 BY 1 UNTIL HR-SUB > 24.
PRINT-PROFILE-EXIT.
        EXIT.
PRINT-HOUR.
        COMPUTE HL-HOUR = HR-SUB - 1.
        COMPUTE HL-ATT ROUNDED = GT-ATT (GRP-SUB, HR-SUB) / DAY-CT.
        COMPUTE HL-SEIZ ROUNDED = GT-SEIZ (GRP-SUB, HR-SUB) / DAY-CT.
        COMPUTE HL-COMP ROUNDED = GT-COMP (GRP-SUB, HR-SUB) / DAY-CT.
        COMPUTE HL-CCS ROUNDED =
            GT-USAGE (GRP-SUB, HR-SUB) / (100 * DAY-CT).
        MOVE SPACES TO HL-BH.
        IF HR-SUB = BH-SUB AND BH-USAGE > ZERO
            MOVE "* BUSY HOUR" TO HL-BH.
        WRITE RPT-LINE FROM HOUR-LINE AFTER ADVANCING 1.
        ADD 1 TO LINE-CT.
PRINT-HOUR-EXIT.
        EXIT.
PRINT-SUMMARY.
        PERFORM FIND-BUSY-HOUR THRU FIND-BUSY-HOUR-EXIT.
        IF LINE-CT > 50 PERFORM NEW-PAGE THRU NEW-PAGE-EXIT
            WRITE RPT-LINE FROM SUM-HEAD-1 AFTER ADVANCING 2
            WRITE RPT-LINE FROM SUM-HEAD-2 AFTER ADVANCING 1
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1
            ADD 4 TO LINE-CT.
        COMPUTE AVG-ATT ROUNDED = GT-ATT (GRP-SUB, BH-SUB) / DAY-CT.
        COMPUTE AVG-SEIZ ROUNDED = GT-SEIZ (GRP-SUB, BH-SUB) / DAY-CT.
        COMPUTE AVG-COMP ROUNDED = GT-COMP (GRP-SUB, BH-SUB) / DAY-CT.
        COMPUTE CARRIED-CCS ROUNDED = BH-USAGE / (100 * DAY-CT).
        MOVE CARRIED-CCS TO OFFERED-CCS.
        MOVE ZERO TO OBS-BLOCK.
        IF GT-SEIZ (GRP-SUB, BH-SUB) > ZERO
            COMPUTE OFFERED-CCS ROUNDED = CARRIED-CCS *
                GT-ATT (GRP-SUB, BH-SUB) / GT-SEIZ (GRP-SUB, BH-SUB).
        COMPUTE BLOCK-WORK =
            GT-ATT (GRP-SUB, BH-SUB) - GT-SEIZ (GRP-SUB, BH-SUB).
        IF GT-ATT (GRP-SUB, BH-SUB) > ZERO
            COMPUTE OBS-BLOCK ROUNDED =
                BLOCK-WORK / GT-ATT (GRP-SUB, BH-SUB).
        COMPUTE OFFERED-ERL ROUNDED = OFFERED-CCS / 36.
        MOVE GT-TRUNKS (GRP-SUB) TO EB-N.
        PERFORM ERLANG-B THRU ERLANG-B-EXIT.
        MOVE EB-B TO CALC-BLOCK.
        PERFORM TRUNKS-NEEDED THRU TRUNKS-NEEDED-EXIT.
        MOVE GT-GROUP (GRP-SUB) TO SL-GROUP.
        MOVE GT-NAME (GRP-SUB) TO SL-NAME.
        MOVE GT-DIR (GRP-SUB) TO SL-DIR.
        MOVE GT-TRUNKS (GRP-SUB) TO SL-TRUNKS.
        COMPUTE SL-BH = BH-SUB - 1.
        MOVE AVG-ATT TO SL-ATT.
        MOVE AVG-COMP TO SL-COMP.
        MOVE CARRIED-CCS TO SL-CCS.
        MOVE OFFERED-CCS TO SL-OCCS.
        MOVE OFFERED-ERL TO SL-ERL.
        COMPUTE PCT-WORK ROUNDED = OBS-BLOCK * 100.
        MOVE PCT-WORK TO SL-OBS.
        COMPUTE PCT-WORK ROUNDED = CALC-BLOCK * 100.
        MOVE PCT-WORK TO SL-CALC.
        COMPUTE PCT-WORK = GT-GOS (GRP-SUB) * 100.
        MOVE PCT-WORK TO SL-GOS.
        MOVE REQ-TRUNKS TO SL-REQ.
        MOVE SPACES TO SL-FLAG.
        IF CALC-BLOCK > GT-GOS (GRP-SUB)
            ADD 1 TO FLAG-CT
            COMPUTE ADD-TRUNKS = REQ-TRUNKS - GT-TRUNKS (GRP-SUB)
            MOVE "AUGMENT +    " TO SL-FLAG
            MOVE ADD-TRUNKS TO SL-FLAG-ADD.
        WRITE RPT-LINE FROM SUM-LINE AFTER ADVANCING 1.
        ADD 1 TO LINE-CT.
PRINT-SUMMARY-EXIT.
        EXIT.
ERLANG-B.
        MOVE 1 TO EB-B.
        MOVE ZERO TO EB-K.
        IF OFFERED-ERL = ZERO
            MOVE ZERO TO EB-B
            GO TO ERLANG-B-EXIT.
ERLANG-B-STEP.
        IF EB-K NOT < EB-N GO TO ERLANG-B-EXIT.
        ADD 1 TO EB-K.
        COMPUTE EB-B ROUNDED =
            OFFERED-ERL * EB-B / (EB-K + OFFERED-ERL * EB-B).
        GO TO ERLANG-B-STEP.
ERLANG-B-EXIT.
        EXIT.
TRUNKS-NEEDED.
        MOVE 1 TO EB-B.
        MOVE ZERO TO REQ-TRUNKS.
        IF OFFERED-ERL = ZERO GO TO TRUNKS-NEEDED-EXIT.
TRUNKS-NEEDED-STEP.
        IF EB-B NOT > GT-GOS (GRP-SUB) OR REQ-TRUNKS = 999
            GO TO TRUNKS-NEEDED-EXIT.
        ADD 1 TO REQ-TRUNKS.
        COMPUTE EB-B ROUNDED =
            OFFERED-ERL * EB-B / (REQ-TRUNKS + OFFERED-ERL * EB-B).
        GO TO TRUNKS-NEEDED-STEP.
TRUNKS-NEEDED-EXIT.
        EXIT.
NEW-PAGE.
        ADD 1 TO PAGE-CT.
        MOVE PAGE-CT TO HD-PAGE.
        WRITE RPT-LINE FROM HEAD-1 AFTER ADVANCING TOP-OF-PAGE.
        MOVE 1 TO LINE-CT.
NEW-PAGE-EXIT.
        EXIT.
