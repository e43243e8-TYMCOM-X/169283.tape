           TO THE LEAK NUMBER ARE ADDED FROM THE LEAK MATERIAL
           FILE, AND THE LEAK CLASS COMES FROM THE CUMULATIVE
           LEAK HISTORY.  PRINTS COST PER LEAK AND THE ROLLUP BY
           LEAK CLASS AND DIVISION FOR THE RATE BOARD, AND ADDS
           THIS RUN'S COST PER LEAK TO THE END OF LKCSTDAT SO THE
           MAIN REPLACEMENT STUDY SEES THE COST TO DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DECSYSTEM-10.
           SELECT LKMATL, ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT COST-REPORT, ASSIGN TO DSK
               RECORDING MODE IS ASCII.
           SELECT COST-FILE, ASSIGN TO DSK RECORDING MODE IS ASCII.
       DATA DIVISION.
       FILE SECTION.
        FD  LEAK-DETAIL VALUE OF IDENTIFICATION IS "LKDET    "
                04  FILLER   PIC X(16).
                02  FILLER   PIC X(4).
        FD  HIST-IN VALUE OF IDENTIFICATION IS "LKHIST   "
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-IN-REC.
                02  LH-LEAK   PIC X(7).
                02  LH-TYPE   PIC X.
                02  LH-STATUS   PIC X.
                02  LH-SOURCE   PIC XX.
                02  LH-CLASS   PIC X.
                02  FILLER   PIC X(86).
        FD  LKMATL VALUE OF IDENTIFICATION IS "LKMATLDAT"
                RECORD CONTAINS 16 CHARACTERS.
        01  LKMATL-REC.
        FD  COST-REPORT VALUE OF IDENTIFICATION IS "LKCOSTRPT"
                RECORD CONTAINS 90 CHARACTERS.
        01  COST-REPORT-REC   PIC X(90).
        FD  COST-FILE VALUE OF IDENTIFICATION IS "LKCSTDAT "
                RECORD CONTAINS 40 CHARACTERS.
        01  COST-FILE-REC.
                02  CF-LEAK   PIC X(7).
                02  CF-CLASS   PIC X.
                02  CF-DIV   PIC X.
                02  CF-LABOR   PIC 9(7)V99.
                02  CF-MATL   PIC 9(7)V99.
                02  CF-TOTAL   PIC 9(8)V99.
                02  FILLER   PIC XXX.
       WORKING-STORAGE SECTION.
       77  LABOR-RATE   PIC 99V99 VALUE 6.50.
       77  LK-CT   PIC 999 VALUE ZERO.
       PRINT-REPORT.
           CLOSE LKMATL.
           OPEN OUTPUT COST-REPORT.
           OPEN EXTEND COST-FILE.
           WRITE COST-REPORT-REC FROM RPT-HEAD-1 AFTER ADVANCING 2.
           WRITE COST-REPORT-REC FROM RPT-HEAD-2 AFTER ADVANCING 2.
           PERFORM PRINT-ONE-LEAK THRU PRINT-ONE-LEAK-EXIT
           PERFORM PRINT-ONE-CLASS THRU PRINT-ONE-CLASS-EXIT
               VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB IS GREATER THAN CL-CT.
           CLOSE COST-REPORT, COST-FILE.
           DISPLAY "LKCOST DONE - LEAKS COSTED " LK-CT.
           STOP RUN.
       PRINT-ONE-LEAK.
           MOVE LKT-MATL (LK-SUB) TO RL-MATL.
           MOVE TOTAL-COST TO RL-TOTAL.
           WRITE COST-REPORT-REC FROM RPT-LINE AFTER ADVANCING 1.
           MOVE SPACES TO COST-FILE-REC.
           MOVE LKT-LEAK (LK-SUB) TO CF-LEAK.
           MOVE LKT-CLASS (LK-SUB) TO CF-CLASS.
           MOVE LKT-DIV (LK-SUB) TO CF-DIV.
           MOVE LKT-LABOR (LK-SUB) TO CF-LABOR.
           MOVE LKT-MATL (LK-SUB) TO CF-MATL.
           MOVE TOTAL-COST TO CF-TOTAL.
           WRITE COST-FILE-REC.
           PERFORM POST-CLASS THRU POST-CLASS-EXIT.
       PRINT-ONE-LEAK-EXIT.
           EXIT.
