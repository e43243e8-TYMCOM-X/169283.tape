REMARKS.                                                          
     DGF8 CONVERTS A FROM/TO TAPE INTO                            
     A TRUE STRING TAPE.                                          
     EACH FROM/TO RECORD IS VERIFIED AS IT IS READ.  A RECORD     
     WITH A BLANK END, WITH BOTH ENDS ON THE SAME PIN, OR WITH A  
     PIN NOT IN THE CONNECTOR DIMENSION TABLE IS LISTED ON THE    
     WIRE LIST (WIRCHKLST) AND IS NOT PUT ON THE STRING TAPE.     
     AT END OF JOB THE PIN ENDS ARE SORTED INTO A PIN-BY-PIN      
     CROSS-REFERENCE BY CONNECTOR, ONE CONNECTOR TO A PAGE, WHICH 
     FLAGS A PIN ON TWO DIFFERENT SIGNALS AND A PIN USED IN MORE  
     THAN ONE BLOCK.                                              
                                                                  
                                                                  
ENVIRONMENT  DIVISION.                                            
CONFIGURATION  SECTION.                                           
SOURCE-COMPUTER. PDP-10.                                          
OBJECT-COMPUTER. PDP-10.                                          
SPECIAL-NAMES.                                                    
        CHANNEL (1) IS TOP-OF-PAGE.                               
INPUT-OUTPUT  SECTION.                                            
FILE-CONTROL.                                                     
     SELECT CARD-IN                                               
         ASSIGN DSK,                                              
      RECORDING MODE IS ASCII.                                    
                                                                  
     SELECT WIRE-LIST                                             
         ASSIGN DSK,                                              
      RECORDING MODE IS ASCII.                                    
                                                                  
     SELECT PIN-WORK                                              
         ASSIGN DSK,                                              
      RECORDING MODE IS ASCII.                                    
                                                                  
     SELECT PIN-SORT                                              
         ASSIGN DSK, DSK, DSK.                                    
                                                                  
     SELECT PIN-SORTED                                            
         ASSIGN DSK,                                              
      RECORDING MODE IS ASCII.                                    
                                                                  
                                                                  
                                                                  
DATA  DIVISION.                                                   
     DATA RECORD IS TAPEOUT.                                      
01   TAPEOUT                     PICTURE X(60).                   
                                                                  
FD   WIRE-LIST                                                    
         VALUE OF IDENTIFICATION IS "WIRCHKLST"                   
     RECORD CONTAINS 132 CHARACTERS                               
     LABEL RECORD IS STANDARD                                     
     DATA RECORD IS WIRELINE.                                     
01   WIRELINE                    PICTURE X(132).                  
                                                                  
FD   PIN-WORK                                                     
         VALUE OF IDENTIFICATION IS "PINWRKTMP"                   
     RECORD CONTAINS 28 CHARACTERS                                
     LABEL RECORD IS STANDARD                                     
     DATA RECORD IS PINWORK.                                      
01   PINWORK                     PICTURE X(28).                   
                                                                  
SD   PIN-SORT                                                     
     DATA RECORD IS PINSORT.                                      
01   PINSORT.                                                     
     02  PS-KEY.                                                  
         03  PS-CONN-ID          PICTURE XX.                      
         03  PS-CONN-NO          PICTURE XX.                      
         03  PS-PIN-NO           PICTURE XXX.                     
         03  PS-BLOCK-NO         PICTURE X.                       
         03  PS-SIGNAL           PICTURE X(5).                    
     02  FILLER                  PICTURE X(15).                   
                                                                  
FD   PIN-SORTED                                                   
         VALUE OF IDENTIFICATION IS "PINSRTTMP"                   
     RECORD CONTAINS 28 CHARACTERS                                
     LABEL RECORD IS STANDARD                                     
     DATA RECORD IS PINSRTD.                                      
01   PINSRTD                     PICTURE X(28).                   
                                                                  
WORKING-STORAGE  SECTION.                                         
77   A           COMPUTATIONAL   PICTURE 9(5).                    
77   B           COMPUTATIONAL   PICTURE 9(5).                    
77   L           COMPUTATIONAL   PICTURE 9(5).                    
77   M           COMPUTATIONAL   PICTURE 9(5).                    
77   N           COMPUTATIONAL   PICTURE 9(5).
77   TAPE-CNT    COMPUTATIONAL   PICTURE 9(5).                    
77   ONE-END-CNT COMPUTATIONAL   PICTURE 9(5).                    
77   SAME-PIN-CNT COMPUTATIONAL  PICTURE 9(5).                    
77   BAD-PIN-CNT COMPUTATIONAL   PICTURE 9(5).                    
77   PIN-CNT     COMPUTATIONAL   PICTURE 9(5).                    
77   TWO-SIG-CNT COMPUTATIONAL   PICTURE 9(5).                    
77   REUSE-CNT   COMPUTATIONAL   PICTURE 9(5).                    
77   LINE-CNT    COMPUTATIONAL   PICTURE 9(3).                    
77   PAGE-CNT    COMPUTATIONAL   PICTURE 9(3).                    
77   BAD-KEY-SW                  PICTURE X.                       
01   MATRIX.
     02  MAT1        OCCURS 2.
         03  MAT2    OCCURS 7500.
01   SIGNAL-NAME.                                                 
     02  SIG-ST                  PICTURE XX      VALUE 'ST'.      
     02  SIG-NO                  PICTURE 9(4).                    
01   PIN-END.                                                     
     02  PE-CONN-ID              PICTURE XX.                      
     02  PE-CONN-NO              PICTURE XX.                      
     02  PE-PIN-NO               PICTURE XXX.                     
     02  PE-BLOCK-NO             PICTURE X.                       
     02  PE-SIGNAL               PICTURE X(5).                    
     02  PE-END                  PICTURE X.                       
     02  PE-OTHER                PICTURE X(9).                    
     02  PE-REC-NO               PICTURE 9(5).                    
01   PREV-END.                                                    
     02  PV-CONN-ID              PICTURE XX.                      
     02  PV-CONN-NO              PICTURE XX.                      
     02  PV-PIN-NO               PICTURE XXX.                     
     02  PV-BLOCK-NO             PICTURE X.                       
     02  PV-SIGNAL               PICTURE X(5).                    
01   CHK-HEAD.                                                    
     02  FILLER                  PICTURE X(10)   VALUE SPACES.    
     02  FILLER                  PICTURE X(30)   VALUE            
         'XEZ45CF8   WIRE LIST CHECK   '.                         
     02  CH-TITLE                PICTURE X(30).                   
     02  FILLER                  PICTURE X(40)   VALUE SPACES.    
     02  FILLER                  PICTURE X(5)    VALUE 'PAGE '.   
     02  CH-PAGE                 PICTURE ZZ9.                     
     02  FILLER                  PICTURE X(14)   VALUE SPACES.    
01   ERR-HEAD.                                                    
     02  FILLER                  PICTURE X(60)   VALUE            
         'RECORD  SIGNAL  FROM       TO         ERROR'.           
     02  FILLER                  PICTURE X(72)   VALUE SPACES.    
01   ERR-LINE.                                                    
     02  EL-REC                  PICTURE ZZZZ9.                   
     02  FILLER                  PICTURE X(3)    VALUE SPACES.    
     02  EL-SIGNAL               PICTURE X(5).                    
     02  FILLER                  PICTURE X(3)    VALUE SPACES.    
     02  EL-FROM                 PICTURE X(9).                    
     02  FILLER                  PICTURE X(2)    VALUE SPACES.    
     02  EL-TO                   PICTURE X(9).                    
     02  FILLER                  PICTURE X(2)    VALUE SPACES.    
     02  EL-MSG                  PICTURE X(40).                   
     02  FILLER                  PICTURE X(54)   VALUE SPACES.    
01   XREF-HEAD-1.                                                 
     02  FILLER                  PICTURE X(10)   VALUE 'CONNECTOR '.
     02  XH-CONN-ID              PICTURE XX.                      
     02  FILLER                  PICTURE X(120)  VALUE SPACES.    
01   XREF-HEAD-2.                                                 
     02  FILLER                  PICTURE X(60)   VALUE            
         'BLOCK  CONN  PIN   SIGNAL  END   OTHER END  RECORD'.    
     02  FILLER                  PICTURE X(72)   VALUE SPACES.    
01   XREF-LINE.                                                   
     02  FILLER                  PICTURE X(2)    VALUE SPACES.    
     02  XL-BLOCK                PICTURE X.                       
     02  FILLER                  PICTURE X(5)    VALUE SPACES.    
     02  XL-CONN-NO              PICTURE XX.                      
     02  FILLER                  PICTURE X(3)    VALUE SPACES.    
     02  XL-PIN                  PICTURE XXX.                     
     02  FILLER                  PICTURE X(3)    VALUE SPACES.    
     02  XL-SIGNAL               PICTURE X(5).                    
     02  FILLER                  PICTURE X(3)    VALUE SPACES.    
     02  XL-END                  PICTURE X(4).                    
     02  FILLER                  PICTURE X(2)    VALUE SPACES.    
     02  XL-OTHER                PICTURE X(9).                    
     02  FILLER                  PICTURE X(2)    VALUE SPACES.    
     02  XL-REC                  PICTURE ZZZZ9.                   
     02  FILLER                  PICTURE X(3)    VALUE SPACES.    
     02  XL-MSG                  PICTURE X(40).                   
     02  FILLER                  PICTURE X(40)   VALUE SPACES.    
01   XREF-MSG.                                                    
     02  XM-TEXT                 PICTURE X(23).                   
     02  XM-VALUE                PICTURE X(5).                    
     02  FILLER                  PICTURE X(12)   VALUE SPACES.    
01   TOTAL-LINE.                                                  
     02  TL-TEXT                 PICTURE X(40).                   
     02  TL-CNT                  PICTURE ZZZZ9.                   
     02  FILLER                  PICTURE X(87)   VALUE SPACES.    
                                                                  
                                                                  
                                                                  
PROCEDURE  DIVISION.                                              
INITIALIZE.                                                       
     OPEN INPUT CARD-IN TAPE-IN OUTPUT TAPE-OUT.                  
     OPEN OUTPUT WIRE-LIST PIN-WORK.                              
     MOVE ZERO TO TAPE-CNT ONE-END-CNT SAME-PIN-CNT BAD-PIN-CNT.  
     MOVE ZERO TO PIN-CNT TWO-SIG-CNT REUSE-CNT PAGE-CNT.         
     MOVE 'FROM/TO RECORD ERRORS' TO CH-TITLE.                    
     PERFORM CHK-HEADING.                                         
     WRITE WIRELINE FROM ERR-HEAD AFTER ADVANCING 2 LINES.        
     MOVE 1 TO A B C D E F1 F2 G1 G2 H I J K L M N SIG-NO.        
     MOVE ZERO TO        DIMENSIONS MOVE SPACE TO STRING-RECORD.  
ZERO-MAT.                                                         
     ADD 1 TO A GO TO READ-CARD.                                  
READ-TAPE.                                                        
     READ TAPE-IN AT END MOVE 1 TO J GO TO OUTPUT-STRING.         
     ADD 1 TO TAPE-CNT.                                           
     IF TI-FROM = SPACES OR TI-TO = SPACES                        
         MOVE 'SIGNAL HAS ONLY ONE END CONNECTED' TO EL-MSG       
         ADD 1 TO ONE-END-CNT                                     
         PERFORM WIRE-ERROR GO TO READ-TAPE.                      
     IF TI-FROM = TI-TO                                           
         MOVE 'BOTH ENDS ON THE SAME PIN' TO EL-MSG               
         ADD 1 TO SAME-PIN-CNT                                    
         PERFORM WIRE-ERROR GO TO READ-TAPE.                      
     MOVE 'N' TO BAD-KEY-SW.                                      
     MOVE TI-FROM TO SPLITTER MOVE CONN-ID TO KCONN-ID.           
     MOVE 1 TO E.                                                 
     DISPLAY       TAPEIN.                                        
     IF E IS EQUAL TO 1 ADD 1 TO E MOVE C TO D                    
         MOVE TI-TO TO SPLITTER MOVE CONN-ID TO KCONN-ID          
         GO TO GET-DIM-LOOP.                                      
     IF BAD-KEY-SW = 'Y'                                          
         MOVE 'PIN NOT IN CONNECTOR DIMENSION TABLE' TO EL-MSG    
         ADD 1 TO BAD-PIN-CNT                                     
         PERFORM WIRE-ERROR GO TO READ-TAPE.                      
     PERFORM WRITE-PIN-ENDS.                                      
     MOVE C TO H PERFORM FIX-SUB THRU MOVE-SUB.                   
     MOVE D TO H PERFORM FIX-SUB.                                 
     MULTIPLY MATF (F1, F2) BY 4 GIVING E.                        
     GO TO OUT-INPUT.                                             
                                                                  
GET-DIM.                                                          
     IF KDIM (B) = 0 MOVE 'Y' TO BAD-KEY-SW                       
         DISPLAY 'BAD KEY  '                                      
         MAKE-KEY '  ' TI-SIGNAL '  ' SPLITTER                    
         MOVE 1 TO B GO TO GET-DIM-EXIT.                          
     IF KDIM (B) IS NOT EQUAL TO MAKE-KEY                         
     MOVE SPLITTER TO SR-CONN.                                    
RET-EXIT.                                                         
     EXIT.                                                        
WIRE-ERROR.                                                       
     MOVE TAPE-CNT TO EL-REC MOVE TI-SIGNAL TO EL-SIGNAL.         
     MOVE TI-FROM TO EL-FROM MOVE TI-TO TO EL-TO.                 
     WRITE WIRELINE FROM ERR-LINE AFTER ADVANCING 1 LINES.        
     ADD 1 TO LINE-CNT.                                           
     IF LINE-CNT IS GREATER THAN 55 PERFORM CHK-HEADING           
         WRITE WIRELINE FROM ERR-HEAD AFTER ADVANCING 2 LINES.    
WRITE-PIN-ENDS.                                                   
     MOVE TI-FROM TO SPLITTER MOVE TI-TO TO PE-OTHER.             
     MOVE 'F' TO PE-END PERFORM WRITE-PIN-END.                    
     MOVE TI-TO TO SPLITTER MOVE TI-FROM TO PE-OTHER.             
     MOVE 'T' TO PE-END PERFORM WRITE-PIN-END.                    
WRITE-PIN-END.                                                    
     MOVE CONN-ID TO PE-CONN-ID MOVE CONN-NO TO PE-CONN-NO.       
     MOVE PIN-NO TO PE-PIN-NO MOVE BLOCK-NO TO PE-BLOCK-NO.       
     MOVE TI-SIGNAL TO PE-SIGNAL MOVE TAPE-CNT TO PE-REC-NO.      
     WRITE PINWORK FROM PIN-END.                                  
CHK-HEADING.                                                      
     ADD 1 TO PAGE-CNT MOVE PAGE-CNT TO CH-PAGE.                  
     WRITE WIRELINE FROM CHK-HEAD AFTER ADVANCING TOP-OF-PAGE.    
     MOVE 3 TO LINE-CNT.                                          
EOJ.                                                              
     CLOSE CARD-IN TAPE-IN TAPE-OUT PIN-WORK.                     
     SORT PIN-SORT ON ASCENDING KEY PS-KEY                        
         USING PIN-WORK GIVING PIN-SORTED.                        
     OPEN INPUT PIN-SORTED.                                       
     MOVE 'PIN CROSS-REFERENCE' TO CH-TITLE.                      
     MOVE SPACES TO PREV-END.                                     
XREF-READ.                                                        
     READ PIN-SORTED INTO PIN-END AT END GO TO XREF-END.          
     ADD 1 TO PIN-CNT MOVE SPACES TO XL-MSG.                      
     IF PE-CONN-ID NOT = PV-CONN-ID                               
         MOVE PE-CONN-ID TO XH-CONN-ID PERFORM XREF-HEADING.      
     IF LINE-CNT IS GREATER THAN 55 PERFORM XREF-HEADING.         
     IF PE-CONN-ID NOT = PV-CONN-ID OR PE-CONN-NO NOT = PV-CONN-NO
         OR PE-PIN-NO NOT = PV-PIN-NO GO TO XREF-PRINT.           
     IF PE-BLOCK-NO NOT = PV-BLOCK-NO                             
         MOVE '*** PIN ALSO IN BLOCK ' TO XM-TEXT                 
         MOVE PV-BLOCK-NO TO XM-VALUE MOVE XREF-MSG TO XL-MSG     
         ADD 1 TO REUSE-CNT GO TO XREF-PRINT.                     
     IF PE-SIGNAL NOT = PV-SIGNAL                                 
         MOVE '*** PIN ALSO ON SIGNAL ' TO XM-TEXT                
         MOVE PV-SIGNAL TO XM-VALUE MOVE XREF-MSG TO XL-MSG       
         ADD 1 TO TWO-SIG-CNT.                                    
XREF-PRINT.                                                       
     MOVE PE-BLOCK-NO TO XL-BLOCK MOVE PE-CONN-NO TO XL-CONN-NO.  
     MOVE PE-PIN-NO TO XL-PIN MOVE PE-SIGNAL TO XL-SIGNAL.        
     MOVE 'FROM' TO XL-END IF PE-END = 'T' MOVE 'TO' TO XL-END.   
     MOVE PE-OTHER TO XL-OTHER MOVE PE-REC-NO TO XL-REC.          
     WRITE WIRELINE FROM XREF-LINE AFTER ADVANCING 1 LINES.       
     ADD 1 TO LINE-CNT.                                           
     MOVE PE-CONN-ID TO PV-CONN-ID MOVE PE-CONN-NO TO PV-CONN-NO. 
     MOVE PE-PIN-NO TO PV-PIN-NO MOVE PE-BLOCK-NO TO PV-BLOCK-NO. 
     MOVE PE-SIGNAL TO PV-SIGNAL GO TO XREF-READ.                 
XREF-HEADING.                                                     
     PERFORM CHK-HEADING.                                         
     WRITE WIRELINE FROM XREF-HEAD-1 AFTER ADVANCING 2 LINES.     
     WRITE WIRELINE FROM XREF-HEAD-2 AFTER ADVANCING 2 LINES.     
     ADD 4 TO LINE-CNT.                                           
XREF-END.                                                         
     MOVE 'FROM/TO RECORDS READ' TO TL-TEXT.                      
     MOVE TAPE-CNT TO TL-CNT PERFORM TOTAL-OUT.                   
     MOVE 'SIGNALS WITH ONLY ONE END CONNECTED' TO TL-TEXT.       
     MOVE ONE-END-CNT TO TL-CNT PERFORM TOTAL-OUT.                
     MOVE 'RECORDS WITH BOTH ENDS ON ONE PIN' TO TL-TEXT.         
     MOVE SAME-PIN-CNT TO TL-CNT PERFORM TOTAL-OUT.               
     MOVE 'RECORDS WITH PINS NOT IN DIMENSIONS' TO TL-TEXT.       
     MOVE BAD-PIN-CNT TO TL-CNT PERFORM TOTAL-OUT.                
     MOVE 'PIN ENDS LISTED' TO TL-TEXT.                           
     MOVE PIN-CNT TO TL-CNT PERFORM TOTAL-OUT.                    
     MOVE 'PINS ON TWO DIFFERENT SIGNALS' TO TL-TEXT.             
     MOVE TWO-SIG-CNT TO TL-CNT PERFORM TOTAL-OUT.                
     MOVE 'PINS USED IN MORE THAN ONE BLOCK' TO TL-TEXT.          
     MOVE REUSE-CNT TO TL-CNT PERFORM TOTAL-OUT.                  
     CLOSE PIN-SORTED WIRE-LIST.                                  
     STOP RUN.                                                    
TOTAL-OUT.                                                        
     WRITE WIRELINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.      
    