       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEMS ASSIGN TO "paiditems.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "chkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RECON-REPORT ASSIGN TO "bankrec.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAID-ITEMS.
       01 PAID-ITEM-REC.
             05 PI-CHECK-NO PIC 9(6).
             05 PI-PAID-DATE PIC X(8).
             05 PI-AMOUNT PIC 9(8)V99.

       FD CHECK-REGISTER.
       COPY CHKREC.

       FD RECON-REPORT.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-PAID-STATUS PIC X(2) VALUE "00".
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-TODAY PIC X(8) VALUE SPACES.
       01 WS-TODAY-NUM PIC 9(8) VALUE 0.
       01 WS-ISSUE-NUM PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC S9(6) VALUE 0.
       01 WS-STALE-DAYS PIC 9(4) VALUE 180.
       01 WS-EXC-REASON PIC X(24) VALUE SPACES.
       01 WS-ITEM-COUNT PIC 9(8) VALUE 0.
       01 WS-ITEM-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-CLEAR-COUNT PIC 9(8) VALUE 0.
       01 WS-CLEAR-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-EXC-COUNT PIC 9(8) VALUE 0.
       01 WS-EXC-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-OUT-COUNT PIC 9(8) VALUE 0.
       01 WS-OUT-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-BK PIC 9(1) VALUE 0.
       01 WS-BUCKET-VALUES.
             05 FILLER PIC X(16) VALUE "0030   0 -  30  ".
             05 FILLER PIC X(16) VALUE "0060  31 -  60  ".
             05 FILLER PIC X(16) VALUE "0090  61 -  90  ".
             05 FILLER PIC X(16) VALUE "0180  91 - 180  ".
             05 FILLER PIC X(16) VALUE "9999 OVER 180   ".
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
             05 WS-BK-ENTRY OCCURS 5 TIMES.
                   10 WS-BK-LIMIT PIC 9(4).
                   10 WS-BK-LABEL PIC X(12).
       01 WS-BUCKET-TOTALS.
             05 WS-BT-ENTRY OCCURS 5 TIMES.
                   10 WS-BT-COUNT PIC 9(8).
                   10 WS-BT-AMOUNT PIC 9(10)V99.
       01 REC-FIELDS.
             05 RE-AMOUNT PIC ZZZZZZZ9.99.
             05 RE-REG-AMOUNT PIC ZZZZZZZ9.99.
             05 RE-TOTAL PIC ZZZZZZZZZ9.99.
             05 RE-COUNT PIC ZZZZZZZ9.
             05 RE-DAYS PIC ZZZZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-REG-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-NUM
           OPEN INPUT PAID-ITEMS
           IF WS-PAID-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open paiditems.dat, "
                   "file status " WS-PAID-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CHECK-REGISTER
           IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open chkreg.dat, "
                   "file status " WS-REGISTER-STATUS
               CLOSE PAID-ITEMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open bankrec.rpt, "
                   "file status " WS-REPORT-STATUS
               CLOSE PAID-ITEMS
               CLOSE CHECK-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "PAYROLL BANK RECONCILIATION   RUN DATE: "
               WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PAID-ITEM EXCEPTIONS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CHECK   PAID DATE    BANK AMT  REGISTER AMT  "
               "EMP-ID  NAME      REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       LOOP.
           PERFORM MATCH-PAID-ITEM UNTIL WS-EOF IS EQUAL TO "Y".
           MOVE "N" TO WS-EOF.
           CLOSE PAID-ITEMS.
           PERFORM WRITE-MATCH-TOTALS.
           PERFORM WRITE-OUTSTANDING.

       CLOSE-STOP.
           CLOSE CHECK-REGISTER.
           CLOSE RECON-REPORT.
           MOVE WS-CLEAR-COUNT TO RE-COUNT.
           DISPLAY "Checks cleared:      " RE-COUNT.
           MOVE WS-EXC-COUNT TO RE-COUNT.
           DISPLAY "Paid-item exceptions:" RE-COUNT.
           MOVE WS-OUT-COUNT TO RE-COUNT.
           DISPLAY "Checks outstanding:  " RE-COUNT.
           DISPLAY "Reconciliation written to bankrec.rpt".
           STOP RUN.

       MATCH-PAID-ITEM.
           READ PAID-ITEMS
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ITEM-COUNT
                   ADD PI-AMOUNT TO WS-ITEM-AMOUNT
                   PERFORM MATCH-ONE-ITEM
           END-READ.

       MATCH-ONE-ITEM.
           MOVE SPACES TO WS-EXC-REASON
           MOVE "N" TO WS-REG-FOUND
           MOVE SPACES TO CHECK-REG-REC
           MOVE PI-CHECK-NO TO CR-CHECK-NO
           READ CHECK-REGISTER
               INVALID KEY
                   MOVE SPACES TO CHECK-REG-REC
                   MOVE 0 TO CR-NET
                   MOVE "NOT ON REGISTER" TO WS-EXC-REASON
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ
           IF WS-REG-FOUND IS EQUAL TO "Y"
               EVALUATE TRUE
                   WHEN CR-STATUS IS EQUAL TO "V"
                       STRING "VOIDED " CR-VOID-DATE
                           DELIMITED BY SIZE INTO WS-EXC-REASON
                   WHEN CR-STATUS IS EQUAL TO "C"
                       STRING "ALREADY PAID " CR-PAID-DATE
                           DELIMITED BY SIZE INTO WS-EXC-REASON
                   WHEN PI-AMOUNT IS NOT EQUAL TO CR-NET
                       MOVE "WRONG AMOUNT" TO WS-EXC-REASON
                   WHEN OTHER
                       PERFORM CLEAR-CHECK
               END-EVALUATE
           END-IF
           IF WS-EXC-REASON IS NOT EQUAL TO SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

       CLEAR-CHECK.
           MOVE "C" TO CR-STATUS
           MOVE PI-PAID-DATE TO CR-PAID-DATE
           REWRITE CHECK-REG-REC
               INVALID KEY
                   DISPLAY "Error: cannot mark check " CR-CHECK-NO
                       " cleared, file status " WS-REGISTER-STATUS
                   MOVE "REGISTER NOT UPDATED" TO WS-EXC-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CLEAR-COUNT
                   ADD PI-AMOUNT TO WS-CLEAR-AMOUNT
           END-REWRITE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           ADD PI-AMOUNT TO WS-EXC-AMOUNT
           MOVE PI-AMOUNT TO RE-AMOUNT
           MOVE CR-NET TO RE-REG-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING PI-CHECK-NO "  " PI-PAID-DATE "  " RE-AMOUNT
               "   " RE-REG-AMOUNT "  " CR-EMP-ID "  " CR-NAME
               "  " WS-EXC-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MATCH-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING "--------------------------------------------"
               "----------------------------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEM-COUNT TO RE-COUNT
           MOVE WS-ITEM-AMOUNT TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PAID ITEMS FROM BANK:  " RE-COUNT "  " RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLEAR-COUNT TO RE-COUNT
           MOVE WS-CLEAR-AMOUNT TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "MATCHED AND CLEARED:   " RE-COUNT "  " RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXC-COUNT TO RE-COUNT
           MOVE WS-EXC-AMOUNT TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "EXCEPTIONS:            " RE-COUNT "  " RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-OUTSTANDING.
           PERFORM VARYING WS-BK FROM 1 BY 1
                   UNTIL WS-BK IS GREATER THAN 5
               MOVE 0 TO WS-BT-COUNT(WS-BK)
               MOVE 0 TO WS-BT-AMOUNT(WS-BK)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OUTSTANDING CHECKS AGED AS OF " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CHECK   PAY DATE  EMP-ID  NAME           NET"
               "    DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO CR-CHECK-NO
           START CHECK-REGISTER KEY IS NOT LESS THAN CR-CHECK-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM READ-OUTSTANDING UNTIL WS-EOF IS EQUAL TO "Y"
           MOVE "N" TO WS-EOF
           MOVE SPACES TO REPORT-LINE
           STRING "--------------------------------------------"
               "----------------------------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AGE (DAYS)        COUNT        AMOUNT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BK FROM 1 BY 1
                   UNTIL WS-BK IS GREATER THAN 5
               MOVE WS-BT-COUNT(WS-BK) TO RE-COUNT
               MOVE WS-BT-AMOUNT(WS-BK) TO RE-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING WS-BK-LABEL(WS-BK) "  " RE-COUNT
                   " " RE-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-OUT-COUNT TO RE-COUNT
           MOVE WS-OUT-AMOUNT TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL OUTSTANDING " RE-COUNT " " RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       READ-OUTSTANDING.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CR-STATUS IS EQUAL TO "I"
                       PERFORM AGE-ONE-CHECK
                   END-IF
           END-READ.

       AGE-ONE-CHECK.
           MOVE 0 TO WS-AGE-DAYS
           IF CR-RUN-DATE IS NUMERIC
               MOVE CR-RUN-DATE TO WS-ISSUE-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-ISSUE-NUM)
           END-IF
           IF WS-AGE-DAYS IS LESS THAN ZERO
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           PERFORM VARYING WS-BK FROM 1 BY 1
                   UNTIL WS-BK IS EQUAL TO 5 OR
                   WS-AGE-DAYS IS NOT GREATER THAN
                       WS-BK-LIMIT(WS-BK)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-BT-COUNT(WS-BK)
           ADD CR-NET TO WS-BT-AMOUNT(WS-BK)
           ADD 1 TO WS-OUT-COUNT
           ADD CR-NET TO WS-OUT-AMOUNT
           MOVE CR-NET TO RE-AMOUNT
           MOVE WS-AGE-DAYS TO RE-DAYS
           MOVE SPACES TO REPORT-LINE
           IF WS-AGE-DAYS IS GREATER THAN WS-STALE-DAYS
               STRING CR-CHECK-NO "  " CR-RUN-DATE "  " CR-EMP-ID
                   "  " CR-NAME " " RE-AMOUNT "  " RE-DAYS
                   "  *** STALE-DATED - ESCHEAT REVIEW ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING CR-CHECK-NO "  " CR-RUN-DATE "  " CR-EMP-ID
                   "  " CR-NAME " " RE-AMOUNT "  " RE-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
