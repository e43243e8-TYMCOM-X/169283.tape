                02  LD-REC-TYPE   PIC X.
                02  LD-LEAK-ID   PIC X(6).
                02  LD-DATE   PIC X(6).
                02  LD-PLATE   PIC X(3).
                02  LD-OLD-LEAK   PIC X(7).
                02  LD-SOURCE   PIC XX.
                02  LD-CLASS   PIC X.
                02  FILLER   PIC X(6).
                02  LD-CLOSE-CODE   PIC X.
                02  FILLER   PIC X(20).
        01  LD-ADDRESS REDEFINES LK-DETL.
                02  FILLER   PIC X(8).
                02  LD-ADDR-LINE   PIC X(24).
                02  FILLER   PIC X(28).
        FD  HIST-IN VALUE OF IDENTIFICATION IS "LKHIST   "
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-IN-REC   PIC X(110).
        FD  HIST-OUT VALUE OF IDENTIFICATION IS "LKHISTNEW"
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-OUT-REC   PIC X(110).
       WORKING-STORAGE SECTION.
       01  HIST-REC.
           02  LH-LEAK   PIC X(7).
               03  LH-CHG-CODE   PIC X.
               03  LH-CHG-DATE   PIC X(6).
           02  LH-NEXT-INSP   PIC X(6).
           02  LH-PLATE   PIC X(3).
           02  LH-ADDRESS   PIC X(24).
           02  FILLER   PIC X(3).
       77  DAY-CT   PIC 999 VALUE ZERO.
       77  DAY-SUB   PIC 999 VALUE ZERO.
       77  DAY-FOUND   PIC 999 VALUE ZERO.
               03  DT-SOURCE   PIC XX.
               03  DT-CLASS   PIC X.
               03  DT-OLD-LEAK   PIC X(7).
               03  DT-PLATE   PIC X(3).
               03  DT-ADDRESS   PIC X(24).
               03  DT-USED   PIC X.
       PROCEDURE DIVISION.
       OPEN-FILES.
       LOAD-DAY.
           READ LEAK-DETAIL AT END GO TO MERGE-MASTER.
           IF LD-LEAK-NO IS EQUAL TO "9999999" GO TO LOAD-DAY.
           IF LD-REC-TYPE IS EQUAL TO "2" OR "3"
               PERFORM SAVE-ADDRESS THRU SAVE-ADDRESS-EXIT
               GO TO LOAD-DAY.
           IF LD-REC-TYPE IS NOT EQUAL TO "0" GO TO LOAD-DAY.
           IF DAY-CT IS EQUAL TO 300
               DISPLAY "LKHIST - DAY TABLE FULL"
           MOVE LD-SOURCE TO DT-SOURCE (DAY-CT).
           MOVE LD-CLASS TO DT-CLASS (DAY-CT).
           MOVE LD-OLD-LEAK TO DT-OLD-LEAK (DAY-CT).
           MOVE LD-PLATE TO DT-PLATE (DAY-CT).
           MOVE SPACES TO DT-ADDRESS (DAY-CT).
           MOVE "N" TO DT-USED (DAY-CT).
           GO TO LOAD-DAY.
       SAVE-ADDRESS.
           IF DAY-CT IS EQUAL TO ZERO GO TO SAVE-ADDRESS-EXIT.
           IF DT-LEAK (DAY-CT) IS NOT EQUAL TO LD-LEAK-NO
               GO TO SAVE-ADDRESS-EXIT.
           IF DT-ADDRESS (DAY-CT) IS EQUAL TO SPACES
               MOVE LD-ADDR-LINE TO DT-ADDRESS (DAY-CT).
       SAVE-ADDRESS-EXIT.
           EXIT.
       MERGE-MASTER.
           CLOSE LEAK-DETAIL.
       MERGE-READ.
           MOVE DT-DATE (DAY-FOUND) TO LH-LAST-DATE.
           MOVE DT-SOURCE (DAY-FOUND) TO LH-SOURCE.
           MOVE DT-CLASS (DAY-FOUND) TO LH-CLASS.
           IF DT-PLATE (DAY-FOUND) IS NOT EQUAL TO SPACES
               MOVE DT-PLATE (DAY-FOUND) TO LH-PLATE.
           IF DT-ADDRESS (DAY-FOUND) IS NOT EQUAL TO SPACES
               MOVE DT-ADDRESS (DAY-FOUND) TO LH-ADDRESS.
           IF DT-CLOSE (DAY-FOUND) IS NOT EQUAL TO LH-STATUS
               MOVE DT-CLOSE (DAY-FOUND) TO LH-STATUS
               IF LH-CHG-CT IS LESS THAN 6
           MOVE DT-CLOSE (DAY-SUB) TO LH-STATUS.
           MOVE DT-SOURCE (DAY-SUB) TO LH-SOURCE.
           MOVE DT-CLASS (DAY-SUB) TO LH-CLASS.
           MOVE DT-PLATE (DAY-SUB) TO LH-PLATE.
           MOVE DT-ADDRESS (DAY-SUB) TO LH-ADDRESS.
           MOVE SPACES TO LH-XREF-TO.
           MOVE ZERO TO LH-CHG-CT.
           IF DT-CLOSE (DAY-SUB) IS NOT EQUAL TO SPACE
