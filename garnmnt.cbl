       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARN-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARN-ORDERS ASSIGN TO "garnish.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARN-STATUS.
           SELECT EMP-MASTER ASSIGN TO "empmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPER-MASTER ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GARN-ORDERS.
       COPY GARNREC.

       FD EMP-MASTER.
       COPY EMPREC.

       FD OPER-MASTER.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-GARN-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-OPER-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-OPER-LEVEL PIC X VALUE SPACE.
       01 WS-TRY-COUNT PIC 9(1) VALUE 0.
       01 WS-TODAY PIC X(8) VALUE SPACES.
       01 WS-ACTION PIC X VALUE SPACE.
       01 WS-ANSWER PIC X VALUE SPACE.
       01 WS-EMP-ID PIC X(6).
       01 WS-TYPE PIC X VALUE SPACE.
       01 WS-PRIORITY PIC 9(1) VALUE 0.
       01 WS-SEQ PIC 9(2) VALUE 0.
       01 WS-NEXT-SEQ PIC 9(3) VALUE 0.
       01 WS-ORDER-NO PIC X(3) VALUE SPACES.
       01 WS-CASE-NO PIC X(20) VALUE SPACES.
       01 WS-PAYEE PIC X(24) VALUE SPACES.
       01 WS-METHOD PIC X VALUE SPACE.
       01 WS-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-PCT PIC 9(2)V9(4) VALUE 0.
       01 WS-TOTAL-OWED PIC 9(8)V99 VALUE 0.
       01 WS-START-DATE PIC X(8) VALUE SPACES.
       01 WS-ORDER-COUNT PIC 9(4) VALUE 0.
       01 GARN-FIELDS.
             05 GE-AMOUNT PIC ZZZZZZZ9.99.
             05 GE-PCT PIC Z9.9999.
             05 GE-OWED PIC ZZZZZZZ9.99.
             05 GE-BALANCE PIC ZZZZZZZ9.99.
             05 GE-PAID PIC ZZZZZZZ9.99.
       01 FLAGS.
             05 WS-VALID PIC X VALUE "N".
             05 WS-FOUND PIC X VALUE "N".
             05 WS-MAST-FOUND PIC X VALUE "N".
             05 WS-SCAN-DONE PIC X VALUE "N".
             05 WS-SIGNED-ON PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SIGN-ON
           OPEN INPUT EMP-MASTER
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open empmast.dat, "
                   "file status " WS-MASTER-STATUS
               DISPLAY "Run EMP-MAINT to build the employee "
                   "master first"
               STOP RUN
           END-IF
           OPEN I-O GARN-ORDERS
           IF WS-GARN-STATUS IS EQUAL TO "35"
               DISPLAY "Creating new garnish.dat"
               OPEN OUTPUT GARN-ORDERS
               IF WS-GARN-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "Error: cannot create garnish.dat, "
                       "file status " WS-GARN-STATUS
                   STOP RUN
               END-IF
               CLOSE GARN-ORDERS
               OPEN I-O GARN-ORDERS
           END-IF
           IF WS-GARN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open garnish.dat, "
                   "file status " WS-GARN-STATUS
               STOP RUN
           END-IF.

       LOOP.
           PERFORM DO-ACTION UNTIL WS-ACTION IS EQUAL TO "X".

       CLOSE-STOP.
           CLOSE GARN-ORDERS.
           CLOSE EMP-MASTER.
           STOP RUN.

       SIGN-ON.
           OPEN INPUT OPER-MASTER
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open opermast.dat, "
                   "file status " WS-OPER-STATUS
               DISPLAY "Run OPER-MAINT to build the operator "
                   "file first"
               STOP RUN
           END-IF
           MOVE 0 TO WS-TRY-COUNT
           MOVE "N" TO WS-SIGNED-ON
           PERFORM UNTIL WS-SIGNED-ON IS EQUAL TO "Y" OR
                   WS-TRY-COUNT IS NOT LESS THAN 3
               DISPLAY "Operator ID? "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "Password? "
               ACCEPT WS-PASSWORD
               MOVE WS-OPERATOR-ID TO OP-ID
               READ OPER-MASTER
                   INVALID KEY
                       ADD 1 TO WS-TRY-COUNT
                       DISPLAY "Error: invalid operator id or "
                           "password"
                   NOT INVALID KEY
                       IF OP-PASSWORD IS EQUAL TO WS-PASSWORD
                           MOVE "Y" TO WS-SIGNED-ON
                           MOVE OP-LEVEL TO WS-OPER-LEVEL
                           DISPLAY "Signed on: " OP-NAME
                       ELSE
                           ADD 1 TO WS-TRY-COUNT
                           DISPLAY "Error: invalid operator id "
                               "or password"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-MASTER
           IF WS-SIGNED-ON IS EQUAL TO "N"
               DISPLAY "Sign-on failed - contact a supervisor"
               STOP RUN
           END-IF.

       DO-ACTION.
           DISPLAY "Action? (A)dd order (C)hange order "
               "(S)top order (I)nquire e(X)it "
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   IF WS-OPER-LEVEL IS EQUAL TO "S"
                       PERFORM ADD-ORDER
                   ELSE
                       DISPLAY "Error: only a supervisor may "
                           "add a garnishment order"
                   END-IF
               WHEN "C"
                   IF WS-OPER-LEVEL IS EQUAL TO "S"
                       PERFORM CHANGE-ORDER
                   ELSE
                       DISPLAY "Error: only a supervisor may "
                           "change a garnishment order"
                   END-IF
               WHEN "S"
                   IF WS-OPER-LEVEL IS EQUAL TO "S"
                       PERFORM STOP-ORDER
                   ELSE
                       DISPLAY "Error: only a supervisor may "
                           "stop a garnishment order"
                   END-IF
               WHEN "I"
                   PERFORM INQUIRE-ORDERS
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error: unknown action " WS-ACTION
           END-EVALUATE.

       GET-MAINT-EMP-ID.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Employee ID? "
               ACCEPT WS-EMP-ID
               IF WS-EMP-ID IS EQUAL TO SPACES
                   DISPLAY "Error: employee id cannot be blank"
               ELSE
                   PERFORM LOOKUP-EMPLOYEE
                   IF WS-MAST-FOUND IS EQUAL TO "N"
                       DISPLAY "Error: employee " WS-EMP-ID
                           " is not on the employee master"
                   ELSE
                       DISPLAY "Name: " EM-NAME
                       MOVE "Y" TO WS-VALID
                   END-IF
               END-IF
           END-PERFORM.

       LOOKUP-EMPLOYEE.
           MOVE "N" TO WS-MAST-FOUND
           MOVE WS-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND
           END-READ.

       GET-ORDER-TYPE.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Order type? (C)hild support (T)ax levy "
                   "(S)tudent loan (G)eneral creditor "
               ACCEPT WS-TYPE
               MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
               MOVE "Y" TO WS-VALID
               EVALUATE WS-TYPE
                   WHEN "C"
                       MOVE 1 TO WS-PRIORITY
                   WHEN "T"
                       MOVE 2 TO WS-PRIORITY
                   WHEN "S"
                       MOVE 3 TO WS-PRIORITY
                   WHEN "G"
                       MOVE 4 TO WS-PRIORITY
                   WHEN OTHER
                       DISPLAY "Error: order type must be "
                           "C, T, S or G"
                       MOVE "N" TO WS-VALID
               END-EVALUATE
           END-PERFORM.

       GET-ORDER-METHOD.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Withhold a fixed (A)mount or a (P)ercent "
                   "of disposable earnings each pay? "
               ACCEPT WS-METHOD
               MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
               IF WS-METHOD IS EQUAL TO "A" OR
                       WS-METHOD IS EQUAL TO "P"
                   MOVE "Y" TO WS-VALID
               ELSE
                   DISPLAY "Error: method must be A or P"
               END-IF
           END-PERFORM
           MOVE 0 TO WS-AMOUNT
           MOVE 0 TO WS-PCT
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               IF WS-METHOD IS EQUAL TO "A"
                   DISPLAY "Amount per pay? "
                   ACCEPT WS-AMOUNT
                   IF WS-AMOUNT IS GREATER THAN ZERO
                       MOVE "Y" TO WS-VALID
                   ELSE
                       DISPLAY "Error: amount must be greater "
                           "than zero"
                   END-IF
               ELSE
                   DISPLAY "Percent of disposable earnings? "
                   ACCEPT WS-PCT
                   IF WS-PCT IS GREATER THAN ZERO AND
                           WS-PCT IS NOT GREATER THAN 65
                       MOVE "Y" TO WS-VALID
                   ELSE
                       DISPLAY "Error: percent must be 0 - 65"
                   END-IF
               END-IF
           END-PERFORM.

       GET-ORDER-KEY.
           PERFORM GET-MAINT-EMP-ID
           PERFORM LIST-ORDERS
           MOVE "N" TO WS-FOUND
           IF WS-ORDER-COUNT IS GREATER THAN ZERO
               DISPLAY "Priority and sequence of the order? "
                   "(e.g. 101) "
               ACCEPT WS-ORDER-NO
               IF WS-ORDER-NO IS NUMERIC
                   MOVE WS-EMP-ID TO GO-EMP-ID
                   MOVE WS-ORDER-NO(1:1) TO GO-PRIORITY
                   MOVE WS-ORDER-NO(2:2) TO GO-SEQ
                   READ GARN-ORDERS
                       INVALID KEY
                           DISPLAY "Error: no such order for "
                               WS-EMP-ID
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND
                   END-READ
               ELSE
                   DISPLAY "Error: enter the three digits shown "
                       "in the ORDER column"
               END-IF
           END-IF.

       ADD-ORDER.
           PERFORM GET-MAINT-EMP-ID
           IF EM-STATUS IS EQUAL TO "T"
               DISPLAY "Warning: employee " WS-EMP-ID
                   " is terminated"
           END-IF
           PERFORM GET-ORDER-TYPE
           PERFORM FIND-NEXT-SEQ
           IF WS-NEXT-SEQ IS GREATER THAN 99
               DISPLAY "Error: employee " WS-EMP-ID
                   " already has 99 orders of this type"
           ELSE
               MOVE "N" TO WS-VALID
               PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
                   DISPLAY "Case number? "
                   ACCEPT WS-CASE-NO
                   IF WS-CASE-NO IS EQUAL TO SPACES
                       DISPLAY "Error: case number cannot be "
                           "blank"
                   ELSE
                       MOVE "Y" TO WS-VALID
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-VALID
               PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
                   DISPLAY "Payee (agency or creditor)? "
                   ACCEPT WS-PAYEE
                   IF WS-PAYEE IS EQUAL TO SPACES
                       DISPLAY "Error: payee cannot be blank"
                   ELSE
                       MOVE "Y" TO WS-VALID
                   END-IF
               END-PERFORM
               PERFORM GET-ORDER-METHOD
               DISPLAY "Total amount owed? (0 = ongoing order "
                   "with no balance) "
               ACCEPT WS-TOTAL-OWED
               DISPLAY "Start date? (YYYYMMDD, blank = today) "
               ACCEPT WS-START-DATE
               IF WS-START-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAY TO WS-START-DATE
               END-IF
               MOVE SPACES TO GARN-ORDER-REC
               MOVE WS-EMP-ID TO GO-EMP-ID
               MOVE WS-PRIORITY TO GO-PRIORITY
               MOVE WS-NEXT-SEQ TO GO-SEQ
               MOVE WS-TYPE TO GO-TYPE
               MOVE WS-CASE-NO TO GO-CASE-NO
               MOVE WS-PAYEE TO GO-PAYEE
               MOVE WS-METHOD TO GO-METHOD
               MOVE WS-AMOUNT TO GO-AMOUNT
               MOVE WS-PCT TO GO-PCT
               MOVE WS-TOTAL-OWED TO GO-TOTAL-OWED
               MOVE WS-TOTAL-OWED TO GO-BALANCE
               MOVE 0 TO GO-TOTAL-PAID
               MOVE "A" TO GO-STATUS
               MOVE WS-START-DATE TO GO-START-DATE
               MOVE SPACES TO GO-CLOSE-DATE
               MOVE SPACES TO GO-LAST-DATE
               MOVE 0 TO GO-DAY-WITHHELD
               WRITE GARN-ORDER-REC
                   INVALID KEY
                       DISPLAY "Error: cannot add order for "
                           WS-EMP-ID ", file status "
                           WS-GARN-STATUS
                   NOT INVALID KEY
                       DISPLAY "Added order " GO-PRIORITY GO-SEQ
                           " for " WS-EMP-ID
               END-WRITE
           END-IF.

       FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-EMP-ID TO GO-EMP-ID
           MOVE WS-PRIORITY TO GO-PRIORITY
           MOVE 0 TO GO-SEQ
           START GARN-ORDERS KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE IS EQUAL TO "Y"
               READ GARN-ORDERS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF GO-EMP-ID IS EQUAL TO WS-EMP-ID AND
                               GO-PRIORITY IS EQUAL TO WS-PRIORITY
                           COMPUTE WS-NEXT-SEQ = GO-SEQ + 1
                       ELSE
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM.

       CHANGE-ORDER.
           PERFORM GET-ORDER-KEY
           IF WS-FOUND IS EQUAL TO "Y"
               PERFORM SHOW-ORDER
               IF GO-STATUS IS EQUAL TO "C"
                   DISPLAY "Order is closed - reopen it by "
                       "setting a new balance"
               END-IF
               DISPLAY "Payee? (blank to keep) "
               MOVE SPACES TO WS-PAYEE
               ACCEPT WS-PAYEE
               IF WS-PAYEE IS NOT EQUAL TO SPACES
                   MOVE WS-PAYEE TO GO-PAYEE
               END-IF
               DISPLAY "Change the withholding amount? (Y/N) "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS EQUAL TO "Y"
                   PERFORM GET-ORDER-METHOD
                   MOVE WS-METHOD TO GO-METHOD
                   MOVE WS-AMOUNT TO GO-AMOUNT
                   MOVE WS-PCT TO GO-PCT
               END-IF
               DISPLAY "Change the balance owed? (Y/N) "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS EQUAL TO "Y"
                   DISPLAY "New balance owed? (0 = ongoing order "
                       "with no balance) "
                   ACCEPT WS-TOTAL-OWED
                   MOVE WS-TOTAL-OWED TO GO-BALANCE
                   COMPUTE GO-TOTAL-OWED =
                       GO-TOTAL-PAID + WS-TOTAL-OWED
                   IF WS-TOTAL-OWED IS EQUAL TO ZERO
                       MOVE 0 TO GO-TOTAL-OWED
                   END-IF
                   IF GO-STATUS IS EQUAL TO "C"
                       MOVE "A" TO GO-STATUS
                       MOVE SPACES TO GO-CLOSE-DATE
                   END-IF
               END-IF
               REWRITE GARN-ORDER-REC
                   INVALID KEY
                       DISPLAY "Error: cannot change order for "
                           WS-EMP-ID ", file status "
                           WS-GARN-STATUS
                   NOT INVALID KEY
                       DISPLAY "Changed order " GO-PRIORITY GO-SEQ
                           " for " WS-EMP-ID
               END-REWRITE
           END-IF.

       STOP-ORDER.
           PERFORM GET-ORDER-KEY
           IF WS-FOUND IS EQUAL TO "Y"
               PERFORM SHOW-ORDER
               IF GO-STATUS IS EQUAL TO "C"
                   DISPLAY "Order is already closed"
               ELSE
                   DISPLAY "Stop withholding on this order? (Y/N) "
                   ACCEPT WS-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
                   IF WS-ANSWER IS EQUAL TO "Y"
                       MOVE "C" TO GO-STATUS
                       MOVE WS-TODAY TO GO-CLOSE-DATE
                       REWRITE GARN-ORDER-REC
                           INVALID KEY
                               DISPLAY "Error: cannot stop order "
                                   "for " WS-EMP-ID
                                   ", file status " WS-GARN-STATUS
                           NOT INVALID KEY
                               DISPLAY "Stopped order "
                                   GO-PRIORITY GO-SEQ " for "
                                   WS-EMP-ID
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       INQUIRE-ORDERS.
           PERFORM GET-MAINT-EMP-ID
           PERFORM LIST-ORDERS.

       LIST-ORDERS.
           MOVE 0 TO WS-ORDER-COUNT
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-EMP-ID TO GO-EMP-ID
           MOVE 0 TO GO-PRIORITY
           MOVE 0 TO GO-SEQ
           START GARN-ORDERS KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE IS EQUAL TO "Y"
               READ GARN-ORDERS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF GO-EMP-ID IS EQUAL TO WS-EMP-ID
                           IF WS-ORDER-COUNT IS EQUAL TO ZERO
                               DISPLAY "ORDER T CASE NUMBER"
                                   "          PAYEE"
                           END-IF
                           ADD 1 TO WS-ORDER-COUNT
                           PERFORM SHOW-ORDER
                       ELSE
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-COUNT IS EQUAL TO ZERO
               DISPLAY "Employee " WS-EMP-ID
                   " has no garnishment orders"
           END-IF.

       SHOW-ORDER.
           MOVE GO-AMOUNT TO GE-AMOUNT
           MOVE GO-PCT TO GE-PCT
           MOVE GO-TOTAL-OWED TO GE-OWED
           MOVE GO-BALANCE TO GE-BALANCE
           MOVE GO-TOTAL-PAID TO GE-PAID
           DISPLAY " " GO-PRIORITY GO-SEQ "  " GO-TYPE " "
               GO-CASE-NO " " GO-PAYEE
           IF GO-METHOD IS EQUAL TO "P"
               DISPLAY "      Withhold " GE-PCT
                   " pct of disposable   Start " GO-START-DATE
           ELSE
               DISPLAY "      Withhold " GE-AMOUNT
                   " per pay   Start " GO-START-DATE
           END-IF
           IF GO-TOTAL-OWED IS GREATER THAN ZERO
               DISPLAY "      Owed " GE-OWED " Paid " GE-PAID
                   " Balance " GE-BALANCE
           ELSE
               DISPLAY "      Ongoing order   Paid " GE-PAID
           END-IF
           IF GO-STATUS IS EQUAL TO "C"
               DISPLAY "      CLOSED " GO-CLOSE-DATE
           END-IF.
