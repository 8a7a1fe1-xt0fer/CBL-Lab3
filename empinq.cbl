             05 IQ-DEDUCT PIC ZZZZZ9.99.
             05 IQ-GROSS PIC ZZZZZ9.99.
             05 IQ-NET PIC ZZZZZ9.99.
             05 IQ-GARN PIC ZZZZZ9.99.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 FLAGS.
             05 WS-DONE PIC X VALUE "N".
           MOVE DD-DEDUCT TO IQ-DEDUCT
           MOVE DD-GROSS TO IQ-GROSS
           MOVE DD-NET TO IQ-NET
           MOVE DD-GARN TO IQ-GARN
           DISPLAY "Entry: " DD-EMP-ID " " DD-NAME
               " Dept=" DD-DEPT " Type=" DD-EARN-TYPE
           DISPLAY "  Hours=" IQ-HOURS " Rate=" IQ-RATE
           DISPLAY "  Tax=" IQ-TAX " Insur=" IQ-INSUR
               " Dues=" IQ-DUES " Deduct=" IQ-DEDUCT
           IF DD-GARN IS GREATER THAN ZERO
               DISPLAY "  Garnishment=" IQ-GARN
           END-IF
           DISPLAY "  Gross=" IQ-GROSS " Net=" IQ-NET.
