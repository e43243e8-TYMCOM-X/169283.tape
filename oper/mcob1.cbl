00023B         RECORDING MODE ASCII.
00023C     SELECT CLMHISTN, ASSIGN TO DSK, RECORDING MODE ASCII.
00023D     SELECT DUPREG, ASSIGN TO DSK, RECORDING MODE ASCII.
00023E     SELECT LDEXT, ASSIGN TO DSK, RECORDING MODE ASCII.
000232     SELECT OPTIONAL RESUB-FILE, ASSIGN TO DSK,
000233         RECORDING MODE ASCII.
000240 DATA DIVISION.
00122F 01  CLMHISTN-REC PICTURE X(13).
00122G FD  DUPREG, VALUE OF IDENTIFICATION IS "DUPREGDAT".
00122H 01  DUPREG-REC PICTURE X(60).
00122I FD  LDEXT, VALUE OF IDENTIFICATION IS "LDEXT DAT".
00122J 01  LDEXT-REC PICTURE X(100).
001227 FD  RESUB-FILE, VALUE OF IDENTIFICATION IS "RESUB DAT".          
001228 01  RESUB-REC PICTURE X(100).                                    
001230 FD  FILE-56
00447K     GO TO HIST-LOAD.
00447L HIST-LOADED.
00447M     CLOSE CLMHIST.
00447N     OPEN OUTPUT LDEXT.
004480 OPEN-IP.
004490     OPEN INPUT D/O-FILE.
004500 R-1.
00706L     CLOSE CLMHISTN.
00706M     IF DUP-CT IS GREATER THAN 0 DISPLAY
00706N         @ DUP CLAIMS DIVERTED, SEE DUPREG @.
00706O     CLOSE LDEXT.
007062     IF CD-COUNTRJ IS UNEQUAL TO 00000 DISPLAY
007063         @ BAD CLAIM NUMBERS REJECTED, SEE REJ-FILE @
007064         DISPLAY CD-COUNTRJ.
009230 BAL-OUT-POST.                                                    
009240     IF REC-USED IS EQUAL TO 1 GO TO BAL-OUT-POST-X.              
009250     MOVE 1 TO REC-USED.                                          
00925A     WRITE LDEXT-REC FROM D/O-REC.
009260     ADD 1 TO BF-CT (FIL-SUB).                                    
009270     ADD REC-AMT TO BF-AMT (FIL-SUB).                             
009280     MOVE 0 TO REG-FOUND REG-SUB.                                 
