       DATA DIVISION.
       FILE SECTION.
        FD  HIST-IN VALUE OF IDENTIFICATION IS "LKHIST   "
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-IN-REC.
                02  LH-LEAK   PIC X(7).
                02  LH-TYPE   PIC X.
                    03  LH-CHG-CODE   PIC X.
                    03  LH-CHG-DATE   PIC X(6).
                02  LH-NEXT-INSP   PIC X(6).
                02  LH-PLATE   PIC X(3).
                02  LH-ADDRESS   PIC X(24).
                02  FILLER   PIC X(3).
        FD  HIST-OUT VALUE OF IDENTIFICATION IS "LKHISTNEW"
                RECORD CONTAINS 110 CHARACTERS.
        01  HIST-OUT-REC   PIC X(110).
        FD  INSPTXN VALUE OF IDENTIFICATION IS "LKINSPTXN"
                RECORD CONTAINS 16 CHARACTERS.
        01  INSPTXN-REC.
