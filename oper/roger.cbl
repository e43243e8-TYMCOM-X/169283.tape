    SELECT L-PRINT              ASSIGN TO DSK.                                  
    SELECT STATE-TBL            ASSIGN TO DSK
        RECORDING MODE IS ASCII.
    SELECT CUSMST               ASSIGN TO DSK
        RECORDING MODE IS ASCII.
    SELECT CUSEXC               ASSIGN TO DSK
        RECORDING MODE IS ASCII.
                                                                                
DATA DIVISION.                                                                  
FILE SECTION.                                                                   
       02 CITY PIC X(20).
       02 STATE PIC XX.
       02 TOTAL-SALES PIC S9(9)V99.
       02 CUST-NO PIC X(5).
                                                                                
FD  L-PRINT                                                                     
    LABEL RECORDS ARE STANDARD                                                  
       02 TB-TAX-RATE PIC 9V999.
       02 FILLER PIC XX.

FD  CUSMST
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSMSTDAT".

 01 CUSMST-RECORD.
       02 CM-CUST-NO PIC X(5).
       02 CM-STATUS PIC X.
       02 CM-NAME PIC X(30).
       02 CM-STREET PIC X(30).
       02 CM-CITY PIC X(20).
       02 CM-STATE PIC XX.
       02 FILLER PIC X(112).

FD  CUSEXC
    LABEL RECORDS ARE STANDARD
    VALUE OF IDENTIFICATION IS "CUSEXCDAT".

 01 CUSEXC-RECORD.
       02 CX-PROGRAM PIC X(9).
       02 CX-CUST-NO PIC X(5).
       02 CX-REF-TYPE PIC X(8).
       02 CX-REF-NO PIC X(12).
       02 CX-DATE PIC 9(6).

                                                                                
77  PAGE-COUNT                  PICTURE S9(3);  COMPUTATIONAL.                  
77  ST-FOUND                    PICTURE X.
77  TBL-CT                      PICTURE S9(3);  COMPUTATIONAL.
77  TBL-SUB                     PICTURE S9(3);  COMPUTATIONAL.
77  CUS-CT                      PICTURE S9(3);  COMPUTATIONAL.
77  CUS-SUB                     PICTURE S9(3);  COMPUTATIONAL.
77  CARD-CT                     PICTURE 9(6).
77  CUS-NAME-OUT                PICTURE X(30).
77  CUS-CITY-OUT                PICTURE X(20).
77  CUS-STATE-OUT               PICTURE XX.

01  STATE-TABLE-AREA.
       02 STATE-ENTRY OCCURS 60 TIMES.
         03 TB2-CODE PIC XX.
         03 TB2-NAME PIC X(20).
         03 TB2-REGION PIC X(12).

01  CUSTOMER-TABLE-AREA.
       02 CUSTOMER-ENTRY OCCURS 500 TIMES.
         03 CU2-NO PIC X(5).
         03 CU2-NAME PIC X(30).
         03 CU2-CITY PIC X(20).
         03 CU2-STATE PIC XX.
                                                                                
01  OUTPUT-LINE; DISPLAY-7.                                                     
       02 PRINT-CUSTOMER.
    GO TO LOAD-TBL.
LOAD-TBL-DONE.
    CLOSE STATE-TBL.
    OPEN INPUT CUSMST.
    OPEN EXTEND CUSEXC.
    MOVE ZERO TO CUS-CT CARD-CT.
LOAD-CUS.
    READ CUSMST; AT END GO TO LOAD-CUS-DONE.
    IF CUS-CT IS NOT LESS THAN 500
        DISPLAY "ROGER - CUSTOMER TABLE FULL - RUN REFUSED";
        CLOSE CUSMST CUSEXC IN-FILE L-PRINT;
        STOP RUN.
    ADD 1 TO CUS-CT.
    MOVE CM-CUST-NO TO CU2-NO (CUS-CT).
    MOVE CM-NAME TO CU2-NAME (CUS-CT).
    MOVE CM-CITY TO CU2-CITY (CUS-CT).
    MOVE CM-STATE TO CU2-STATE (CUS-CT).
    GO TO LOAD-CUS.
LOAD-CUS-DONE.
    CLOSE CUSMST.
    MOVE ZERO TO RGN-CT.
    MOVE SPACES TO OUTPUT-LINE.                                                 
                                                                                
                                                                                
READ-IN.                                                                        
    READ IN-FILE; AT END GO TO LEVEL-0-BREAK.                                   
    PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT.
                                                                                
INIT-SW. GO TO RESET-INIT.                                                      
        NOTE AFTER THE FIRST READ, INIT-SW WILL GO TO COMPARE.                  
    GO TO LEVEL-0-BREAK.

PRINT-DETAIL.                                                                   
    MOVE CUS-NAME-OUT             TO PRINT-CUSTOMER.                            
    MOVE TOTAL-SALES              TO PRINT-SALES.                               
    MOVE CUS-CITY-OUT             TO PRINT-CITY.                                
    MOVE CUS-STATE-OUT            TO PRINT-STATE.                               
    MOVE SAVE-NAME                TO PRINT-STATE-NAME.
    IF SAVE-FOUND IS EQUAL TO "N"
        MOVE "* NOT IN STATE TABLE" TO PRINT-FLAG.
    MOVE TB2-REGION (TBL-SUB)     TO WORK-REGION.
FIND-STATE-EXIT.  EXIT.

FIND-CUSTOMER.
    ADD 1 TO CARD-CT.
    MOVE CUSTOMER-NAME            TO CUS-NAME-OUT.
    MOVE CITY                     TO CUS-CITY-OUT.
    MOVE STATE                    TO CUS-STATE-OUT.
    IF CUST-NO IS EQUAL TO SPACES GO TO FIND-CUSTOMER-EXIT.
    MOVE ZERO TO CUS-SUB.
FIND-CUSTOMER-LOOP.
    ADD 1 TO CUS-SUB.
    IF CUS-SUB IS GREATER THAN CUS-CT GO TO FIND-CUSTOMER-MISS.
    IF CU2-NO (CUS-SUB) IS NOT EQUAL TO CUST-NO
        GO TO FIND-CUSTOMER-LOOP.
    MOVE CU2-NAME (CUS-SUB)       TO CUS-NAME-OUT.
    MOVE CU2-CITY (CUS-SUB)       TO CUS-CITY-OUT.
    MOVE CU2-STATE (CUS-SUB)      TO CUS-STATE-OUT.
    GO TO FIND-CUSTOMER-EXIT.
FIND-CUSTOMER-MISS.
    MOVE "ROGER"                  TO CX-PROGRAM.
    MOVE CUST-NO                  TO CX-CUST-NO.
    MOVE "CARD"                   TO CX-REF-TYPE.
    MOVE CARD-CT                  TO CX-REF-NO.
    ACCEPT CX-DATE FROM DATE.
    WRITE CUSEXC-RECORD.
FIND-CUSTOMER-EXIT.  EXIT.

    SUBTRACT 1 FROM LINE-COUNT.                                                 
    IF LINE-COUNT IS POSITIVE GO TO PL-EXIT; ELSE GO TO PL-HDR.                 
FINISH.                                                                         
    CLOSE IN-FILE.                                                              
    CLOSE L-PRINT.                                                              
    CLOSE CUSEXC.
                                                                                
    STOP RUN.                                                                   
    
