FD  FIXED-ASSET-MASTER-FILE
         VALUE OF ID IS 'FILTSTDAT'
         LABEL RECORDS ARE STANDARD
         RECORD CONTAINS 100 CHARACTERS
         DATA RECORD IS ASSET-MASTER-FILE-RECORD.
01  ASSET-MASTER-FILE-RECORD.
     05  ASSET-ITEM-NO           PICTURE 9(4) COMPUTATIONAL.
     05  AMOUNT-SOLD-FOR         PICTURE 9(9) COMPUTATIONAL.
     05  DEPRECIATION-RESERVE    PICTURE 9(9) COMPUTATIONAL.
     05  CURRENT-DEPRECIATION    PICTURE 9(9) COMPUTATIONAL.
     05  TAX-METHOD-OF-DEPRECIATION PICTURE X.
     05  TAX-YEARS-OF-LIFE       PICTURE 9(4) COMPUTATIONAL.
     05  TAX-DEPRECIATION-RESERVE PICTURE 9(9) COMPUTATIONAL.
     05  TAX-CURRENT-DEPRECIATION PICTURE 9(9) COMPUTATIONAL.
FD  FORECAST-REPORT
         VALUE OF ID IS 'FIFCSTDAT'
         RECORD CONTAINS 100 CHARACTERS
