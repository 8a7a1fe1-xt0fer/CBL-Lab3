       DATA DIVISION.
       FILE SECTION.
       FD DAILY-FILE RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD WEEK-FILE RECORDING MODE F
                   MOVE ACCT-EMP-ID TO WS-WK-EMP-ID(WS-SLOT)
                   MOVE ACCT-NAME TO WS-WK-NAME(WS-SLOT)
                   MOVE ACCT-DEPT TO WS-WK-DEPT(WS-SLOT)
                   MOVE 0 TO WS-WK-RATE(WS-SLOT)
                   MOVE 0 TO WS-WK-HOURS(WS-SLOT)
                   MOVE 0 TO WS-WK-TAX(WS-SLOT)
                   MOVE 0 TO WS-WK-INSUR(WS-SLOT)
               END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
               EVALUATE TRUE
                   WHEN ACCT-EARN-TYPE IS EQUAL TO "B"
                       CONTINUE
                   WHEN WS-WK-RATE(WS-SLOT) IS EQUAL TO ZERO
                       MOVE ACCT-RATE TO WS-WK-RATE(WS-SLOT)
                   WHEN WS-WK-RATE(WS-SLOT) IS NOT EQUAL TO
                           ACCT-RATE
                       DISPLAY "Note: rate change during week for "
                           ACCT-EMP-ID " - each day kept at the "
                           "rate in force that day"
                       MOVE ACCT-RATE TO WS-WK-RATE(WS-SLOT)
               END-EVALUATE
               MOVE ACCT-NAME TO WS-WK-NAME(WS-SLOT)
               MOVE ACCT-DEPT TO WS-WK-DEPT(WS-SLOT)
               IF WS-NEG-ADJ IS EQUAL TO "Y"
