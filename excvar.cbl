       DATA DIVISION.
       FILE SECTION.
       FD PAY-DETAIL RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD DEDUCT-RATES.
