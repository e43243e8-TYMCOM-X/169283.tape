       DATA DIVISION.
       FILE SECTION.
        FD  HIST-IN VALUE OF IDENTIFICATION IS "LKHIST   "
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-REC.
           02  LH-LEAK   PIC X(7).
           02  LH-TYPE   PIC X.
           02  LH-CHANGE OCCURS 6 TIMES.
               03  LH-CHG-CODE   PIC X.
               03  LH-CHG-DATE   PIC X(6).
           02  FILLER   PIC X(36).
        FD  HIST-RPT VALUE OF IDENTIFICATION IS "LKHRPT   "
                RECORD CONTAINS 90 CHARACTERS.
        01  HIST-RPT-REC   PIC X(90).
