       01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY PIC X(4) OCCURS 50 TIMES.
       01 WS-RATE PIC 9(8)V99 VALUE 0.
       01 WS-DUES PIC 9(8)V99 VALUE 0.
       01 WS-PAY-METHOD PIC X VALUE "C".
       01 WS-FIL-STATUS PIC X VALUE "S".
       01 WS-BANK-ACCT PIC X(12) VALUE SPACES.
       01 WS-ANSWER PIC X VALUE SPACE.
       01 WS-SHOW-RATE PIC ZZZZZ9.99.
       01 WS-SHOW-DUES PIC ZZZZZ9.99.
       01 FLAGS.
             05 WS-VALID PIC X VALUE "N".
               END-IF
           END-PERFORM.

       GET-MAINT-DUES.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               PERFORM GET-MAINT-NAME
               PERFORM GET-MAINT-DEPT
               PERFORM GET-MAINT-RATE
               PERFORM GET-MAINT-DUES
               PERFORM GET-MAINT-FILSTAT
               PERFORM GET-MAINT-PAYMETH
               MOVE WS-NAME TO EM-NAME
               MOVE WS-DEPT TO EM-DEPT
               MOVE WS-RATE TO EM-RATE
               MOVE 0 TO EM-INSUR
               MOVE WS-DUES TO EM-DUES
               MOVE "A" TO EM-STATUS
               MOVE WS-FIL-STATUS TO EM-FIL-STATUS
                           WS-MASTER-STATUS
                   NOT INVALID KEY
                       DISPLAY "Added employee " WS-EMP-ID
                       DISPLAY "Note: enroll the employee in "
                           "benefit plans with BEN-MAINT"
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE "ADD" TO WS-LOG-ACTION
                       PERFORM WRITE-EMP-LOG
                           " - rate not changed"
                   END-IF
               END-IF
               DISPLAY "Change dues? (Y/N) "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS EQUAL TO "Y"
                   PERFORM GET-MAINT-DUES
                   MOVE WS-DUES TO EM-DUES
               END-IF
               DISPLAY "Change filing status and exemptions? "

       SHOW-EMPLOYEE.
           MOVE EM-RATE TO WS-SHOW-RATE
           MOVE EM-DUES TO WS-SHOW-DUES
           DISPLAY "Employee: " EM-EMP-ID " " EM-NAME
               " Dept=" EM-DEPT
               " Rate=" WS-SHOW-RATE " Status=" EM-STATUS
           DISPLAY "  Dues=" WS-SHOW-DUES
           DISPLAY "  Filing status=" EM-FIL-STATUS
               " Exemptions=" EM-EXEMPTS
           IF EM-RATE-EFF-DATE IS NOT EQUAL TO SPACES AND
