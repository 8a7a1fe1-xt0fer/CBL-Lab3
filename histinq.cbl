       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD YTD-REPORT.
             05 HE-DEDUCT PIC ZZZZZZZZZ9.99.
             05 HE-GROSS PIC ZZZZZZZZZ9.99.
             05 HE-NET PIC ZZZZZZZZZ9.99.
             05 HE-GARN PIC ZZZZZZZZZ9.99.
             05 HE-GARN-BAL PIC ZZZZZZZZZ9.99.
             05 HE-COUNT PIC ZZZZZZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
                   " Gross=" HE-GROSS " Deduct=" HE-DEDUCT
                   " Net=" HE-NET
           END-IF
           IF PH-GARN IS GREATER THAN ZERO
               MOVE PH-GARN TO HE-GARN
               MOVE PH-GARN-BAL TO HE-GARN-BAL
               DISPLAY "  Garnishment=" HE-GARN
                   " Order balance=" HE-GARN-BAL
           END-IF
           ADD 1 TO WS-SEL-COUNT
           IF PH-ADJ-SIGN IS EQUAL TO "-"
               SUBTRACT PH-HOURS FROM WS-SEL-HOURS
