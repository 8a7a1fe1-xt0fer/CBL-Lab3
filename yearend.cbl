       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD YEAR-FILE RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       01 YEAR-REC PIC X(140).

       FD KEEP-FILE RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       01 KEEP-REC PIC X(140).

       FD YE-REPORT.
       01 REPORT-LINE PIC X(110).
                   10 WS-YE-TAX PIC 9(10)V99.
                   10 WS-YE-INSUR PIC 9(10)V99.
                   10 WS-YE-DUES PIC 9(10)V99.
                   10 WS-YE-GARN PIC 9(10)V99.
                   10 WS-YE-NET PIC 9(12)V99.
       01 WS-ROLL-COUNT PIC 9(8) VALUE 0.
       01 WS-KEEP-COUNT PIC 9(8) VALUE 0.
                   MOVE 0 TO WS-YE-TAX(WS-SLOT)
                   MOVE 0 TO WS-YE-INSUR(WS-SLOT)
                   MOVE 0 TO WS-YE-DUES(WS-SLOT)
                   MOVE 0 TO WS-YE-GARN(WS-SLOT)
                   MOVE 0 TO WS-YE-NET(WS-SLOT)
               ELSE
                   DISPLAY "Error: employee table full "
                   SUBTRACT PH-TAX FROM WS-YE-TAX(WS-SLOT)
                   SUBTRACT PH-INSUR FROM WS-YE-INSUR(WS-SLOT)
                   SUBTRACT PH-DUES FROM WS-YE-DUES(WS-SLOT)
                   SUBTRACT PH-GARN FROM WS-YE-GARN(WS-SLOT)
                   SUBTRACT PH-NET FROM WS-YE-NET(WS-SLOT)
               ELSE
                   ADD PH-HOURS TO WS-YE-HOURS(WS-SLOT)
                   ADD PH-TAX TO WS-YE-TAX(WS-SLOT)
                   ADD PH-INSUR TO WS-YE-INSUR(WS-SLOT)
                   ADD PH-DUES TO WS-YE-DUES(WS-SLOT)
                   ADD PH-GARN TO WS-YE-GARN(WS-SLOT)
                   ADD PH-NET TO WS-YE-NET(WS-SLOT)
               END-IF
           END-IF.
           STRING "TOTAL DUES:           " YE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-YE-GARN(WS-IDX) IS NOT EQUAL TO ZERO
               MOVE WS-YE-GARN(WS-IDX) TO YE-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "TOTAL GARNISHMENTS:   " YE-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-YE-NET(WS-IDX) TO YE-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL NET PAY:        " YE-AMOUNT
