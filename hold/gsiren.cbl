IDENTIFICATION DIVISION.
PROGRAM-ID. GSIREN.
REMARKS. CHANGEMENT DU NO DE CLIENT SUR TOUS LES FICHIERS.
    MEMES CARTES MOUVEMENT QUE GSI (FICMVT, CARTE 40).
    PASSE 1 - CONTROLE: LE NOUVEAU CODE NE DOIT EXISTER
    SUR AUCUN FICHIER, L ANCIEN CODE DOIT EXISTER SUR AU
    MOINS UN.
    PASSE 2 - MISE A JOUR: CHAQUE FICHIER EST RECOPIE SUR
    XXXXXXRNM AVEC LES CODES MODIFIES. LE FICHIER CLIENTS
    EST RETRIE SUR LE CODE CLIENT.
    LE FICHIER NAMFILCUS DE CHARGE N EST PAS TRAITE - SA CLE
    EST LE NUMERO DE COMPTE CHARGE, PAS LE CODE CLIENT.
    LES CODES MODIFIES SONT AJOUTES AU FICHIER CLIXRFDAT
    (ANCIEN CODE / NOUVEAU CODE / DATE).
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. PDP-10.
OBJECT-COMPUTER. PDP-10.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT FICMVT ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FICANO ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FICXRF ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FCUSE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FCUSW ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FCUSS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT TCUS ASSIGN TO DSK, DSK, DSK.
        SELECT FARLE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FARLS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FCURE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FCURS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FDISE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FDISS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT OPTIONAL FMGNE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FMGNS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FORDE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FORDS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FINSE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FINSS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FSHPE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FSHPS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FBCKE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
        SELECT FBCKS ASSIGN TO DSK
        RECORDING MODE IS ASCII.
DATA DIVISION.
FILE SECTION.
FD FICMVT
        RECORD CONTAINS 80
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "FICMVTDAT".
01 DONMVT PIC X(80).
FD FICANO
        RECORD CONTAINS 133
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "FICANODAT".
01 IMP.
            02 SAUT PIC X.
            02 LIGNE PIC X(132).
FD FICXRF
        RECORD CONTAINS 80
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "CLIXRFDAT".
01 XREF.
        02 XRF-STE PIC XXX.
        02 XRF-ANC PIC X(12).
        02 XRF-NOU PIC X(12).
        02 XRF-DATE PIC X(8).
        02 FILLER PIC X(45).
FD FCUSE
        RECORD CONTAINS 200
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "CUSMSTDAT".
01 CUSE.
        02 CUS-CLE PIC X(5).
        02 FILLER PIC X(195).
FD FCUSW
        RECORD CONTAINS 200
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "CUSMSTWRK".
01 CUSW PIC X(200).
FD FCUSS
        RECORD CONTAINS 200
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "CUSMSTRNM".
01 CUSS PIC X(200).
SD TCUS
        RECORD CONTAINS 200.
01 TCUS-REC.
        02 TCUS-CLE PIC X(5).
        02 FILLER PIC X(195).
FD FARLE
        RECORD CONTAINS 40
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "ARLEDGDAT".
01 ARLE.
        02 ARL-CLE PIC X(4).
        02 FILLER PIC X(36).
FD FARLS
        RECORD CONTAINS 40
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "ARLEDGRNM".
01 ARLS PIC X(40).
FD FCURE
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "CURRRRDAT".
01 CURE.
        02 FILLER PIC X.
        02 CUR-CLE PIC X(4).
        02 FILLER PIC X(27).
        02 FILLER PIC S9(4)V99 COMP.
        02 FILLER PIC S9(6)V99 COMP.
        02 FILLER PIC S9(5)V99 COMP.
        02 FILLER PIC S99V9 COMP.
        02 FILLER PIC S99V9 COMP.
        02 FILLER PIC S99V9 COMP.
        02 FILLER PIC S9(4) COMP.
        02 FILLER PIC S9(6)V99 COMP.
        02 FILLER PIC X(4).
FD FCURS
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "CURRRRRNM".
01 CURS.
        02 FILLER PIC X(32).
        02 FILLER PIC S9(4)V99 COMP.
        02 FILLER PIC S9(6)V99 COMP.
        02 FILLER PIC S9(5)V99 COMP.
        02 FILLER PIC S99V9 COMP.
        02 FILLER PIC S99V9 COMP.
        02 FILLER PIC S99V9 COMP.
        02 FILLER PIC S9(4) COMP.
        02 FILLER PIC S9(6)V99 COMP.
        02 FILLER PIC X(4).
FD FDISE
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "DISTTD   ".
01 DISE.
        02 DIS-CLE PIC X(4).
        02 FILLER PIC X(52).
        02 FILLER PIC S9(5) COMP.
FD FDISS
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "DISTTDRNM".
01 DISS.
        02 FILLER PIC X(56).
        02 FILLER PIC S9(5) COMP.
FD FMGNE
        RECORD CONTAINS 29
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "MGNHSTDAT".
01 MGNE.
        02 MGN-TYPE PIC X.
        02 MGN-CLE PIC X(5).
        02 FILLER PIC X(23).
FD FMGNS
        RECORD CONTAINS 29
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "MGNHSTRNM".
01 MGNS PIC X(29).
FD FORDE
        RECORD CONTAINS 53
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "ORDERSDAT".
01 ORDE.
        02 FILLER PIC X(5).
        02 ORD-TYPE PIC X.
        02 FILLER PIC X(8).
        02 ORD-CLE PIC X(5).
        02 FILLER PIC X(34).
FD FORDS
        RECORD CONTAINS 53
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "ORDERSRNM".
01 ORDS PIC X(53).
FD FINSE
        RECORD CONTAINS 53
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "INSTALDAT".
01 INSE.
        02 FILLER PIC X(5).
        02 INS-TYPE PIC X.
        02 FILLER PIC X(8).
        02 INS-CLE PIC X(5).
        02 FILLER PIC X(34).
FD FINSS
        RECORD CONTAINS 53
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "INSTALRNM".
01 INSS PIC X(53).
FD FSHPE
        RECORD CONTAINS 221
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "SHIPEDDAT".
01 SHPE.
        02 FILLER PIC X(71).
        02 SHP-CLE PIC X(5).
        02 FILLER PIC X(145).
FD FSHPS
        RECORD CONTAINS 221
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "SHIPEDRNM".
01 SHPS PIC X(221).
FD FBCKE
        RECORD CONTAINS 35
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "BCKORDDAT".
01 BCKE.
        02 FILLER PIC X(26).
        02 BCK-CLE PIC X(5).
        02 FILLER PIC X(4).
FD FBCKS
        RECORD CONTAINS 35
        LABEL RECORD STANDARD
        VALUE OF IDENTIFICATION IS "BCKORDRNM".
01 BCKS PIC X(35).
WORKING-STORAGE SECTION.
77 CTRLIGNE PIC S99 COMP VALUE 70.
77 CTRPAGE PIC S9(6) COMP VALUE 0.
77 CTRMVT PIC S9(9) VALUE 0.
77 CTRACC PIC S9(9) VALUE 0.
77 NBMVT PIC S9(4) COMP VALUE 0.
77 IMVT PIC S9(4) COMP VALUE 0.
77 JMVT PIC S9(4) COMP VALUE 0.
77 IFIC PIC S99 COMP VALUE 0.
77 PASSE PIC X VALUE "C".
77 CLE-LUE PIC X(5).
77 DATJOUR PIC 9(6).
01 MOUV.
        02 CARMVT PIC XX.
        02 SOCMVT PIC XXX.
        02 ANCMVT PIC X(12).
        02 ANC-DET REDEFINES ANCMVT.
            03 ANC-CLE.
                04 ANC-4 PIC X(4).
                04 ANC-5 PIC X.
            03 ANC-RESTE PIC X(7).
        02 NOUMVT PIC X(12).
        02 NOU-DET REDEFINES NOUMVT.
            03 NOU-CLE.
                04 NOU-4 PIC X(4).
                04 NOU-5 PIC X.
            03 NOU-RESTE PIC X(7).
        02 FILLER PIC X(51).
01 DATJOUR-R.
        02 DJ-AA PIC XX.
        02 DJ-MM PIC XX.
        02 DJ-JJ PIC XX.
01 DATEDIT.
        02 DE-JJ PIC XX.
        02 FILLER PIC X VALUE "/".
        02 DE-MM PIC XX.
        02 FILLER PIC X VALUE "/".
        02 DE-AA PIC XX.
01 TABMVT.
        02 MVT OCCURS 200 TIMES.
            03 TM-STE PIC XXX.
            03 TM-ANCMVT PIC X(12).
            03 TM-NOUMVT PIC X(12).
            03 TM-ANC PIC X(5).
            03 TM-NOU PIC X(5).
            03 TM-ETAT PIC X.
            03 TM-LIBEL.
                04 TM-LIB1 PIC X(48).
                04 TM-LIB2 PIC X(9).
            03 TM-TROUVE PIC S9(7) COMP.
            03 TM-MODIF PIC S9(7) COMP.
01 NOMS-FIC.
        02 FILLER PIC X(20) VALUE "CUSMSTDAT  CLIENTS  ".
        02 FILLER PIC X(20) VALUE "ARLEDGDAT  ARLEDG   ".
        02 FILLER PIC X(20) VALUE "CURRRRDAT  SALESU   ".
        02 FILLER PIC X(20) VALUE "DISTTD     SALESU   ".
        02 FILLER PIC X(20) VALUE "MGNHSTDAT  MARGIN   ".
        02 FILLER PIC X(20) VALUE "ORDERSDAT  SYCOR    ".
        02 FILLER PIC X(20) VALUE "INSTALDAT  SYCOR    ".
        02 FILLER PIC X(20) VALUE "SHIPEDDAT  SYCOR    ".
        02 FILLER PIC X(20) VALUE "BCKORDDAT  SYCOR    ".
01 NOMS-FIC-R REDEFINES NOMS-FIC.
        02 NF-ENT OCCURS 9 TIMES.
            03 NF-ID PIC X(9).
            03 NF-LIB PIC X(11).
01 TABFIC.
        02 TF-ENT OCCURS 9 TIMES.
            03 TF-AVANT PIC S9(7) COMP.
            03 TF-APRES PIC S9(7) COMP.
            03 TF-MODIF PIC S9(7) COMP.
01 LIGTIT1.
        02 FILLER PIC X VALUE "1".
        02 FILLER PIC X(18) VALUE "   ETS. S.S. WHITE".
        02 FILLER PIC X(60) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "DATE ".
        02 DATPARM PIC X(8).
        02 FILLER PIC X(20) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "PAGE".
        02 NUMPAGE PIC Z(5)9.
        02 FILLER PIC X(10) VALUE SPACES.
01 LIGTIT2.
        02 FILLER PIC X VALUE "-".
        02 FILLER PIC X(36) VALUE SPACES.
        02 FILLER PIC X(28) VALUE "MODIFICATION DU CODE CLIENT ".
        02 FILLER PIC X(21) VALUE "SUR TOUS LES FICHIERS".
01 LIGTIT3.
        02 FILLER PIC X VALUE "-".
        02 FILLER PIC X(60) VALUE SPACES.
        02 FILLER PIC X(20) VALUE "STE      ANCIEN CODE".
        02 FILLER PIC X(18) VALUE "      NOUVEAU CODE".
        02 FILLER PIC X(17) VALUE "    ENR. MODIFIES".
01 LIGBAN.
        02 FILLER PIC X(4) VALUE "0   ".
        02 LIBEL PIC X(57).
        02 S-STE PIC XXX.
        02 FILLER PIC X(6) VALUE SPACES.
        02 S-ANCOD PIC X(12).
        02 FILLER PIC X(6) VALUE SPACES.
        02 S-NOCOD PIC X(12).
        02 FILLER PIC X(4) VALUE SPACES.
        02 S-NBENR PIC Z(6)9.
01 LIGTIT4.
        02 FILLER PIC X VALUE "-".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(20) VALUE "FICHIER".
        02 FILLER PIC X(22) VALUE "      AVANT      APRES".
        02 FILLER PIC X(11) VALUE "   MODIFIES".
01 LIGFIC.
        02 FILLER PIC X(4) VALUE "0   ".
        02 LF-NOM PIC X(20).
        02 LF-AVANT PIC Z(8)9.
        02 FILLER PIC XX VALUE SPACES.
        02 LF-APRES PIC Z(8)9.
        02 FILLER PIC XX VALUE SPACES.
        02 LF-MODIF PIC Z(8)9.
PROCEDURE DIVISION.
USER-FIRST-PARAGRAPH.
        OPEN INPUT FICMVT OUTPUT FICANO.
        ACCEPT DATJOUR FROM DATE.
        MOVE DATJOUR TO DATJOUR-R.
        MOVE DJ-JJ TO DE-JJ. MOVE DJ-MM TO DE-MM.
        MOVE DJ-AA TO DE-AA.
        MOVE DATEDIT TO DATPARM.
        PERFORM RAZFIC THRU FRAZFIC
        VARYING IFIC FROM 1 BY 1 UNTIL IFIC > 9.
CHGMVT.
        READ FICMVT INTO MOUV AT END GO TO FCHGMVT.
        ADD 1 TO CTRMVT.
        IF CARMVT NOT = "40"
        DISPLAY "CODE CARTE INVALIDE" CARMVT "COMPTE " ANCMVT
        GO TO CHGMVT.
        IF NBMVT = 200
        DISPLAY "TABLE MOUVEMENTS PLEINE - CARTE IGNOREE " ANCMVT
        GO TO CHGMVT.
        ADD 1 TO NBMVT.
        MOVE SOCMVT TO TM-STE (NBMVT).
        MOVE ANCMVT TO TM-ANCMVT (NBMVT).
        MOVE NOUMVT TO TM-NOUMVT (NBMVT).
        MOVE ANC-CLE TO TM-ANC (NBMVT).
        MOVE NOU-CLE TO TM-NOU (NBMVT).
        MOVE "A" TO TM-ETAT (NBMVT).
        MOVE SPACES TO TM-LIBEL (NBMVT).
        MOVE ZERO TO TM-TROUVE (NBMVT) TM-MODIF (NBMVT).
        IF ANC-RESTE NOT = SPACES OR NOU-RESTE NOT = SPACES
        MOVE "MODIFICATION IMPOSSIBLE - CODE DE PLUS DE 5 CAR."
        TO TM-LIB1 (NBMVT)
        GO TO REFMVT.
        IF ANC-CLE = SPACES OR NOU-CLE = SPACES
        MOVE "MODIFICATION IMPOSSIBLE - CODE CLIENT A BLANC"
        TO TM-LIB1 (NBMVT)
        GO TO REFMVT.
        IF ANC-CLE = NOU-CLE
        MOVE "MODIFICATION IMPOSSIBLE - CODES IDENTIQUES"
        TO TM-LIB1 (NBMVT)
        GO TO REFMVT.
        IF ANC-5 = SPACE AND NOU-5 NOT = SPACE
        MOVE "MODIFICATION IMPOSSIBLE - NOUVEAU CODE > 4 CAR."
        TO TM-LIB1 (NBMVT)
        GO TO REFMVT.
        MOVE ZERO TO JMVT.
DBLMVT.
        ADD 1 TO JMVT.
        IF JMVT NOT < NBMVT GO TO CHGMVT.
        IF TM-ANC (JMVT) = ANC-CLE OR TM-ANC (JMVT) = NOU-CLE
        OR TM-NOU (JMVT) = ANC-CLE OR TM-NOU (JMVT) = NOU-CLE
        MOVE "MODIFICATION IMPOSSIBLE - CODE SUR AUTRE CARTE"
        TO TM-LIB1 (NBMVT)
        GO TO REFMVT.
        GO TO DBLMVT.
REFMVT.
        MOVE "R" TO TM-ETAT (NBMVT).
        GO TO CHGMVT.
FCHGMVT.
        CLOSE FICMVT.
        MOVE "C" TO PASSE.
        PERFORM PASSAGE THRU FPASSAGE.
        MOVE ZERO TO IMVT.
CTLTRV.
        ADD 1 TO IMVT.
        IF IMVT > NBMVT GO TO MAJFIC.
        IF TM-ETAT (IMVT) = "A" AND TM-TROUVE (IMVT) = 0
        MOVE "R" TO TM-ETAT (IMVT)
        MOVE "MODIFICATION IMPOSSIBLE - CODE CLIENT INEXISTANT"
        TO TM-LIB1 (IMVT).
        GO TO CTLTRV.
MAJFIC.
        MOVE "M" TO PASSE.
        PERFORM PASSAGE THRU FPASSAGE.
        SORT TCUS ON ASCENDING KEY TCUS-CLE
        USING FCUSW GIVING FCUSS.
        OPEN EXTEND FICXRF.
        MOVE ZERO TO IMVT.
ECRMVT.
        ADD 1 TO IMVT.
        IF IMVT > NBMVT GO TO ECRFIC.
        MOVE TM-STE (IMVT) TO S-STE.
        MOVE TM-ANCMVT (IMVT) TO S-ANCOD.
        MOVE TM-NOUMVT (IMVT) TO S-NOCOD.
        MOVE TM-MODIF (IMVT) TO S-NBENR.
        IF TM-ETAT (IMVT) NOT = "A"
        MOVE TM-LIBEL (IMVT) TO LIBEL
        PERFORM ECRLIST THRU FECRLIST
        GO TO ECRMVT.
        MOVE "MODIFICATION EFFECTUEE " TO LIBEL.
        PERFORM ECRLIST THRU FECRLIST.
        ADD 1 TO CTRACC.
        MOVE SPACES TO XREF.
        MOVE TM-STE (IMVT) TO XRF-STE.
        MOVE TM-ANCMVT (IMVT) TO XRF-ANC.
        MOVE TM-NOUMVT (IMVT) TO XRF-NOU.
        MOVE DATPARM TO XRF-DATE.
        WRITE XREF.
        GO TO ECRMVT.
ECRFIC.
        CLOSE FICXRF.
        IF CTRLIGNE > 48 PERFORM TITRE THRU FTITRE.
        MOVE LIGTIT4 TO IMP.
        PERFORM ECRLIG THRU FECRLIG.
        MOVE ZERO TO IFIC.
ECRFIC1.
        ADD 1 TO IFIC.
        IF IFIC > 9 GO TO FINTRA.
        MOVE NF-ENT (IFIC) TO LF-NOM.
        MOVE TF-AVANT (IFIC) TO LF-AVANT.
        MOVE TF-APRES (IFIC) TO LF-APRES.
        MOVE TF-MODIF (IFIC) TO LF-MODIF.
        MOVE LIGFIC TO IMP.
        PERFORM ECRLIG THRU FECRLIG.
        GO TO ECRFIC1.
PASSAGE.
        MOVE 1 TO IFIC. PERFORM TRTCUS THRU FTRTCUS.
        MOVE 2 TO IFIC. PERFORM TRTARL THRU FTRTARL.
        MOVE 3 TO IFIC. PERFORM TRTCUR THRU FTRTCUR.
        MOVE 4 TO IFIC. PERFORM TRTDIS THRU FTRTDIS.
        MOVE 5 TO IFIC. PERFORM TRTMGN THRU FTRTMGN.
        MOVE 6 TO IFIC. PERFORM TRTORD THRU FTRTORD.
        MOVE 7 TO IFIC. PERFORM TRTINS THRU FTRTINS.
        MOVE 8 TO IFIC. PERFORM TRTSHP THRU FTRTSHP.
        MOVE 9 TO IFIC. PERFORM TRTBCK THRU FTRTBCK.
FPASSAGE. EXIT.
RAZFIC.
        MOVE ZERO TO TF-AVANT (IFIC) TF-APRES (IFIC) TF-MODIF (IFIC).
FRAZFIC. EXIT.
TRTCUS.
        OPEN INPUT FCUSE.
        IF PASSE = "M" OPEN OUTPUT FCUSW.
LECCUS.
        READ FCUSE AT END GO TO FINCUS.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        MOVE CUS-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        IF PASSE = "C" GO TO LECCUS.
        MOVE CLE-LUE TO CUS-CLE.
        WRITE CUSW FROM CUSE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECCUS.
FINCUS.
        CLOSE FCUSE.
        IF PASSE = "M" CLOSE FCUSW.
FTRTCUS. EXIT.
TRTARL.
        OPEN INPUT FARLE.
        IF PASSE = "M" OPEN OUTPUT FARLS.
LECARL.
        READ FARLE AT END GO TO FINARL.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        MOVE ARL-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        IF PASSE = "C" GO TO LECARL.
        MOVE CLE-LUE TO ARL-CLE.
        WRITE ARLS FROM ARLE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECARL.
FINARL.
        CLOSE FARLE.
        IF PASSE = "M" CLOSE FARLS.
FTRTARL. EXIT.
TRTCUR.
        OPEN INPUT FCURE.
        IF PASSE = "M" OPEN OUTPUT FCURS.
LECCUR.
        READ FCURE AT END GO TO FINCUR.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        MOVE CUR-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        IF PASSE = "C" GO TO LECCUR.
        MOVE CLE-LUE TO CUR-CLE.
        WRITE CURS FROM CURE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECCUR.
FINCUR.
        CLOSE FCURE.
        IF PASSE = "M" CLOSE FCURS.
FTRTCUR. EXIT.
TRTDIS.
        OPEN INPUT FDISE.
        IF PASSE = "M" OPEN OUTPUT FDISS.
LECDIS.
        READ FDISE AT END GO TO FINDIS.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        MOVE DIS-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        IF PASSE = "C" GO TO LECDIS.
        MOVE CLE-LUE TO DIS-CLE.
        WRITE DISS FROM DISE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECDIS.
FINDIS.
        CLOSE FDISE.
        IF PASSE = "M" CLOSE FDISS.
FTRTDIS. EXIT.
TRTMGN.
        OPEN INPUT FMGNE.
        IF PASSE = "M" OPEN OUTPUT FMGNS.
LECMGN.
        READ FMGNE AT END GO TO FINMGN.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        IF MGN-TYPE NOT = "C" GO TO ECRMGN.
        MOVE MGN-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        MOVE CLE-LUE TO MGN-CLE.
ECRMGN.
        IF PASSE = "C" GO TO LECMGN.
        WRITE MGNS FROM MGNE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECMGN.
FINMGN.
        CLOSE FMGNE.
        IF PASSE = "M" CLOSE FMGNS.
FTRTMGN. EXIT.
TRTORD.
        OPEN INPUT FORDE.
        IF PASSE = "M" OPEN OUTPUT FORDS.
LECORD.
        READ FORDE AT END GO TO FINORD.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        IF ORD-TYPE NOT = "A" GO TO ECRORD.
        MOVE ORD-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        MOVE CLE-LUE TO ORD-CLE.
ECRORD.
        IF PASSE = "C" GO TO LECORD.
        WRITE ORDS FROM ORDE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECORD.
FINORD.
        CLOSE FORDE.
        IF PASSE = "M" CLOSE FORDS.
FTRTORD. EXIT.
TRTINS.
        OPEN INPUT FINSE.
        IF PASSE = "M" OPEN OUTPUT FINSS.
LECINS.
        READ FINSE AT END GO TO FININS.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        IF INS-TYPE NOT = "A" GO TO ECRINS.
        MOVE INS-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        MOVE CLE-LUE TO INS-CLE.
ECRINS.
        IF PASSE = "C" GO TO LECINS.
        WRITE INSS FROM INSE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECINS.
FININS.
        CLOSE FINSE.
        IF PASSE = "M" CLOSE FINSS.
FTRTINS. EXIT.
TRTSHP.
        OPEN INPUT FSHPE.
        IF PASSE = "M" OPEN OUTPUT FSHPS.
LECSHP.
        READ FSHPE AT END GO TO FINSHP.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        MOVE SHP-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        IF PASSE = "C" GO TO LECSHP.
        MOVE CLE-LUE TO SHP-CLE.
        WRITE SHPS FROM SHPE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECSHP.
FINSHP.
        CLOSE FSHPE.
        IF PASSE = "M" CLOSE FSHPS.
FTRTSHP. EXIT.
TRTBCK.
        OPEN INPUT FBCKE.
        IF PASSE = "M" OPEN OUTPUT FBCKS.
LECBCK.
        READ FBCKE AT END GO TO FINBCK.
        IF PASSE = "M" ADD 1 TO TF-AVANT (IFIC).
        MOVE BCK-CLE TO CLE-LUE.
        PERFORM TRTCLE THRU FTRTCLE.
        IF PASSE = "C" GO TO LECBCK.
        MOVE CLE-LUE TO BCK-CLE.
        WRITE BCKS FROM BCKE.
        ADD 1 TO TF-APRES (IFIC).
        GO TO LECBCK.
FINBCK.
        CLOSE FBCKE.
        IF PASSE = "M" CLOSE FBCKS.
FTRTBCK. EXIT.
TRTCLE.
        IF CLE-LUE = SPACES GO TO FTRTCLE.
        MOVE ZERO TO JMVT.
BCLCLE.
        ADD 1 TO JMVT.
        IF JMVT > NBMVT GO TO FTRTCLE.
        IF TM-ETAT (JMVT) NOT = "A" GO TO BCLCLE.
        IF PASSE = "M" GO TO MAJCLE.
        IF CLE-LUE = TM-NOU (JMVT)
        MOVE "R" TO TM-ETAT (JMVT)
        MOVE "MODIFICATION IMPOSSIBLE - NOUVEAU CODE SUR "
        TO TM-LIB1 (JMVT)
        MOVE NF-ID (IFIC) TO TM-LIB2 (JMVT).
        IF CLE-LUE = TM-ANC (JMVT) ADD 1 TO TM-TROUVE (JMVT).
        GO TO BCLCLE.
MAJCLE.
        IF CLE-LUE NOT = TM-ANC (JMVT) GO TO BCLCLE.
        MOVE TM-NOU (JMVT) TO CLE-LUE.
        ADD 1 TO TM-MODIF (JMVT) TF-MODIF (IFIC).
FTRTCLE. EXIT.
ECRLIST.
        IF CTRLIGNE > 60 PERFORM TITRE THRU FTITRE.
        MOVE LIGBAN TO IMP.
        PERFORM ECRLIG THRU FECRLIG.
FECRLIST.
        EXIT.
ECRLIG.
        IF SAUT = "1" WRITE IMP AFTER ADVANCING PAGE
        ADD 1 TO CTRLIGNE.
        IF SAUT = "-" WRITE IMP AFTER 3
        ADD 3 TO CTRLIGNE.
        IF SAUT = "0" WRITE IMP AFTER 2
        ADD 2 TO CTRLIGNE.
FECRLIG. EXIT.
TITRE.
        MOVE 0 TO CTRLIGNE.
        ADD 1 TO CTRPAGE.
        MOVE CTRPAGE TO NUMPAGE.
        MOVE LIGTIT1 TO IMP.
        PERFORM ECRLIG THRU FECRLIG.
        MOVE LIGTIT2 TO IMP.
        PERFORM ECRLIG THRU FECRLIG.
        MOVE LIGTIT3 TO IMP.
        PERFORM ECRLIG THRU FECRLIG.
FTITRE. EXIT.
FINTRA.
        DISPLAY "NOMBRE ENR. MVT. " CTRMVT.
        DISPLAY "NOMBRE MVT. ACCEPTES " CTRACC.
        MOVE SPACE TO S-STE S-ANCOD S-NOCOD.
        MOVE ZERO TO S-NBENR.
        MOVE "FIN DE MODIFICATION " TO LIBEL.
        MOVE LIGBAN TO IMP.
        PERFORM ECRLIG THRU FECRLIG.
        CLOSE FICANO.
        STOP RUN.
