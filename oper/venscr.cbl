     05 PO-RECVD-QTY PIC 9(4).
     05 PO-STATUS PIC X.
     05 PO-RCPT-DATE PIC 9(6).
     05 PO-BLANKET-NO PIC X(6).
FD QCREJ
     VALUE OF IDENTIFICATION IS "QCREJDAT ".
01 QCREJ-REC.
     05 QR-ITEM-NUMBER PIC 999.
     05 QR-QTY PIC 9(4).
     05 QR-DATE PIC 9(6).
     05 QR-RTV-NO PIC X(6).
FD SCORERPT
     VALUE OF IDENTIFICATION IS "VENSCRRPT".
01 SCORERPT-REC PIC X(90).
