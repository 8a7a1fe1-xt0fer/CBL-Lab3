       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT EMP-MASTER ASSIGN TO "empmast.dat"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CHECK-CONTROL ASSIGN TO "chkctl.dat"
               FILE STATUS IS WS-CHKCTL-STATUS.
           SELECT ACH-FILE ASSIGN TO "PAYACH"
               FILE STATUS IS WS-ACH-STATUS.
           SELECT POS-PAY ASSIGN TO "POSPAY"
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO "chkreg.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-DETAIL RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD CONTROL-FILE RECORDING MODE F
           RECORD CONTAINS 51 CHARACTERS.
       COPY CTLREC.

       FD EMP-MASTER.
       COPY CHKREC.

       FD CHECK-CONTROL RECORDING MODE F
           RECORD CONTAINS 58 CHARACTERS.
       01 CHECK-CTL-REC.
             05 CC-NEXT-CHECK PIC 9(6).
             05 CC-RUN-DATE PIC X(8).
             05 CC-CHECK-NET PIC 9(10)V99.
             05 CC-ACH-COUNT PIC 9(8).
             05 CC-ACH-NET PIC 9(10)V99.
             05 CC-BATCH PIC 9(4).

       FD ACH-FILE RECORDING MODE F
           RECORD CONTAINS 50 CHARACTERS.
             05 ATL-AMOUNT PIC 9(10)V99.
             05 FILLER PIC X(27).

       FD POS-PAY RECORDING MODE F
           RECORD CONTAINS 42 CHARACTERS.
       01 POS-PAY-REC.
             05 PP-REC-TYPE PIC X(3).
             05 PP-CHECK-NO PIC 9(6).
             05 PP-ISSUE-DATE PIC X(8).
             05 PP-AMOUNT PIC 9(8)V99.
             05 PP-PAYEE PIC X(8).
             05 PP-EMP-ID PIC X(6).
             05 FILLER PIC X(1).

       FD REGISTER-REPORT.
       01 REPORT-LINE PIC X(110).

       01 WS-CHKCTL-STATUS PIC X(2) VALUE "00".
       01 WS-ACH-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-POSPAY-STATUS PIC X(2) VALUE "00".
       01 WS-ACTION PIC X VALUE SPACE.
       01 WS-ANSWER PIC X VALUE SPACE.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8) VALUE SPACES.
       01 WS-LAST-DISB-DATE PIC X(8) VALUE SPACES.
       01 WS-LAST-DISB-BATCH PIC 9(4) VALUE 0.
       01 WS-HDR-BATCH PIC 9(4) VALUE 0.
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-POS-NAME PIC X(30) VALUE "pospay.dat".
       01 WS-NEXT-CHECK PIC 9(6) VALUE 1.
       01 WS-VOID-CHECK PIC 9(6) VALUE 0.
       01 WS-NEW-CHECK PIC 9(6) VALUE 0.
       01 WS-CHECK-NET PIC 9(10)V99 VALUE 0.
       01 WS-ACH-COUNT PIC 9(8) VALUE 0.
       01 WS-ACH-NET PIC 9(10)V99 VALUE 0.
       01 WS-DET-NET PIC S9(10)V99 VALUE 0.
       01 WS-PAID-NET PIC S9(10)V99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(8) VALUE 0.
       01 WS-HELD-NET PIC S9(10)V99 VALUE 0.
       01 WS-REG-ISSUED PIC 9(8) VALUE 0.
       01 WS-REG-VOID PIC 9(8) VALUE 0.
       01 WS-REG-NET PIC 9(10)V99 VALUE 0.
       01 WS-REG-VOID-NET PIC 9(10)V99 VALUE 0.
       01 WS-REG-CLEARED PIC 9(8) VALUE 0.
       01 WS-REG-CLEARED-NET PIC 9(10)V99 VALUE 0.
       01 WS-PP-TYPE PIC X(3) VALUE SPACES.
       01 WS-PP-COUNT PIC 9(8) VALUE 0.
       01 WS-PP-NET PIC 9(10)V99 VALUE 0.
       01 WS-PY-COUNT PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
             05 WS-PY-ENTRY OCCURS 1000 TIMES.
                   10 WS-PY-EMP-ID PIC X(6).
                   10 WS-PY-NAME PIC X(8).
                   10 WS-PY-NET PIC S9(10)V99.
       01 DISB-FIELDS.
             05 DE-NET PIC ZZZZZZZ9.99.
             05 DE-TOTAL PIC -ZZZZZZZZ9.99.
             05 DE-COUNT PIC ZZZZZZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SET-BATCH-FILES
           PERFORM CHECK-RELEASE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-CHECK-CONTROL
                   DISPLAY "Error: unknown action " WS-ACTION
           END-EVALUATE.

       SET-BATCH-FILES.
           ACCEPT WS-BATCH-ID FROM ENVIRONMENT "PAYBATCH"
           EVALUATE TRUE
               WHEN WS-BATCH-ID IS EQUAL TO SPACES
                   MOVE 0 TO WS-BATCH-NO
               WHEN WS-BATCH-ID IS NUMERIC
                   MOVE WS-BATCH-ID TO WS-BATCH-NO
               WHEN OTHER
                   DISPLAY "Error: PAYBATCH " WS-BATCH-ID
                       " is not a batch number"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-BATCH-NO IS EQUAL TO ZERO
               SET ENVIRONMENT "DD_PAYDTL" TO "output.dat"
               SET ENVIRONMENT "DD_PAYCTL" TO "output.ctl"
               SET ENVIRONMENT "DD_PAYACH" TO "achfile.dat"
               SET ENVIRONMENT "DD_POSPAY" TO "pospay.dat"
           ELSE
               MOVE WS-BATCH-NO TO WS-BATCH-ID
               DISPLAY "Off-cycle batch " WS-BATCH-ID
                   " - working on the offc" WS-BATCH-ID ".* files"
               MOVE "dat" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYDTL" TO WS-FILE-NAME
               MOVE "ctl" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYCTL" TO WS-FILE-NAME
               MOVE "ach" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYACH" TO WS-FILE-NAME
               MOVE "pos" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_POSPAY" TO WS-FILE-NAME
               MOVE WS-FILE-NAME TO WS-POS-NAME
           END-IF.

       BUILD-OFFC-NAME.
           MOVE SPACES TO WS-FILE-NAME
           STRING "offc" WS-BATCH-ID "." DELIMITED BY SIZE
               WS-FILE-EXT DELIMITED BY SPACE
               INTO WS-FILE-NAME.

       CHECK-RELEASE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
                       MOVE "Y" TO WS-HAVE-CHKCTL
                       MOVE CC-NEXT-CHECK TO WS-NEXT-CHECK
                       MOVE CC-RUN-DATE TO WS-LAST-DISB-DATE
                       IF CC-BATCH IS NUMERIC
                           MOVE CC-BATCH TO WS-LAST-DISB-BATCH
                       END-IF
                       MOVE CC-CHECK-COUNT TO WS-CHECK-COUNT
                       MOVE CC-CHECK-NET TO WS-CHECK-NET
                       MOVE CC-ACH-COUNT TO WS-ACH-COUNT
           ELSE
               MOVE WS-NEXT-CHECK TO CC-NEXT-CHECK
               MOVE WS-LAST-DISB-DATE TO CC-RUN-DATE
               MOVE WS-LAST-DISB-BATCH TO CC-BATCH
               MOVE WS-CHECK-COUNT TO CC-CHECK-COUNT
               MOVE WS-CHECK-NET TO CC-CHECK-NET
               MOVE WS-ACH-COUNT TO CC-ACH-COUNT
           PERFORM GET-BATCH-DATE
           IF WS-DISB-OK IS EQUAL TO "Y" AND
                   WS-HAVE-CHKCTL IS EQUAL TO "Y" AND
                   WS-LAST-DISB-DATE IS EQUAL TO WS-RUN-DATE AND
                   WS-LAST-DISB-BATCH IS EQUAL TO WS-HDR-BATCH
               IF WS-HDR-BATCH IS GREATER THAN ZERO
                   DISPLAY "Warning: off-cycle batch " WS-BATCH-ID
                       " of " WS-RUN-DATE
                       " has already been disbursed"
               ELSE
                   DISPLAY "Warning: batch " WS-RUN-DATE
                       " has already been disbursed"
               END-IF
               DISPLAY "Running again will issue duplicate "
                   "checks - continue? (Y/N) "
               ACCEPT WS-ANSWER
                       NOT AT END
                           IF REC-TYPE IS EQUAL TO "HDR"
                               MOVE HDR-RUN-DATE TO WS-RUN-DATE
                               MOVE HDR-BATCH TO WS-HDR-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND POS-PAY
           IF WS-POSPAY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT POS-PAY
           END-IF
           IF WS-POSPAY-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open " WS-POS-NAME
               DISPLAY "file status " WS-POSPAY-STATUS
               CLOSE PAY-DETAIL
               CLOSE EMP-MASTER
               CLOSE ACH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PP-COUNT
           MOVE 0 TO WS-PP-NET
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECK-NET
           MOVE 0 TO WS-ACH-COUNT
           MOVE 0 TO WS-ACH-NET
           MOVE 0 TO WS-DET-NET
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-HELD-NET
           MOVE 0 TO WS-PY-COUNT
           PERFORM WRITE-ACH-HEADER
           MOVE "N" TO WS-EOF
           CLOSE EMP-MASTER
           PERFORM WRITE-ACH-TRAILER
           CLOSE ACH-FILE
           CLOSE POS-PAY
           MOVE WS-RUN-DATE TO WS-LAST-DISB-DATE
           MOVE WS-HDR-BATCH TO WS-LAST-DISB-BATCH
           PERFORM DISBURSE-RECON.

       READ-DETAIL.
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF REC-TYPE IS EQUAL TO "DET" OR
                           REC-TYPE IS EQUAL TO "ADJ"
                       PERFORM POST-PAY-DETAIL
                   END-IF
           END-READ.

       POST-PAY-DETAIL.
           IF ACCT-ADJ-SIGN IS EQUAL TO "-"
               SUBTRACT ACCT-NET FROM WS-DET-NET
           ELSE
               ADD ACCT-NET TO WS-DET-NET
           END-IF
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-PY-COUNT
               END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
               IF ACCT-ADJ-SIGN IS EQUAL TO "-"
                   SUBTRACT ACCT-NET FROM WS-PY-NET(WS-SLOT)
               ELSE
                   ADD ACCT-NET TO WS-PY-NET(WS-SLOT)
               END-IF
           END-IF.

       PAY-ONE-EMP.
           IF WS-PY-NET(WS-IDX) IS NOT GREATER THAN ZERO
               MOVE WS-PY-NET(WS-IDX) TO DE-TOTAL
               DISPLAY "Warning: employee " WS-PY-EMP-ID(WS-IDX)
                   " net pay is " DE-TOTAL " - nothing paid"
               ADD 1 TO WS-HELD-COUNT
               ADD WS-PY-NET(WS-IDX) TO WS-HELD-NET
           ELSE
               PERFORM PAY-EMP-NET
           END-IF.

       PAY-EMP-NET.
           PERFORM LOOKUP-EMPLOYEE
           IF WS-MAST-FOUND IS EQUAL TO "Y" AND
                   EM-PAY-METHOD IS EQUAL TO "D" AND
                   ADD 1 TO WS-CHECK-COUNT
                   ADD WS-PY-NET(WS-IDX) TO WS-CHECK-NET
                   ADD 1 TO WS-NEXT-CHECK
                   MOVE "PPI" TO WS-PP-TYPE
                   PERFORM WRITE-POS-PAY
           END-WRITE.

       WRITE-POS-PAY.
           MOVE SPACES TO POS-PAY-REC
           MOVE WS-PP-TYPE TO PP-REC-TYPE
           MOVE CR-CHECK-NO TO PP-CHECK-NO
           MOVE CR-RUN-DATE TO PP-ISSUE-DATE
           MOVE CR-NET TO PP-AMOUNT
           MOVE CR-NAME TO PP-PAYEE
           MOVE CR-EMP-ID TO PP-EMP-ID
           WRITE POS-PAY-REC
           ADD 1 TO WS-PP-COUNT
           ADD CR-NET TO WS-PP-NET.

       WRITE-ACH-HEADER.
           MOVE SPACES TO ACH-REC
           MOVE "AHD" TO AHD-REC-TYPE
           WRITE ACH-REC.

       DISBURSE-RECON.
           COMPUTE WS-PAID-NET = WS-CHECK-NET + WS-ACH-NET +
               WS-HELD-NET
           MOVE WS-CHECK-COUNT TO DE-COUNT
           MOVE WS-CHECK-NET TO DE-TOTAL
           DISPLAY "Checks issued:  count=" DE-COUNT
           MOVE WS-ACH-NET TO DE-TOTAL
           DISPLAY "Direct deposit: count=" DE-COUNT
               " net=" DE-TOTAL
           IF WS-HELD-COUNT IS GREATER THAN ZERO
               MOVE WS-HELD-COUNT TO DE-COUNT
               MOVE WS-HELD-NET TO DE-TOTAL
               DISPLAY "Not paid (net zero or less): count="
                   DE-COUNT " net=" DE-TOTAL
           END-IF
           MOVE WS-DET-NET TO DE-TOTAL
           DISPLAY "Total net pay on output.dat: " DE-TOTAL
           IF WS-PAID-NET IS EQUAL TO WS-DET-NET
               DISPLAY "*** DISBURSEMENTS DO NOT TIE TO TOTAL "
                   "NET PAY - CHECK THE REGISTER ***"
           END-IF
           DISPLAY "Bank transmission file written to achfile.dat"
           MOVE WS-PP-COUNT TO DE-COUNT
           MOVE WS-PP-NET TO DE-TOTAL
           DISPLAY "Positive pay issues added: count=" DE-COUNT
               " amount=" DE-TOTAL
           DISPLAY "Send " WS-POS-NAME
           DISPLAY "to the bank - it holds every issue and void "
               "not yet transmitted".

       VOID-CHECK.
           DISPLAY "Check number to void? "
                   MOVE "Y" TO WS-REG-FOUND
           END-READ
           IF WS-REG-FOUND IS EQUAL TO "Y"
               EVALUATE CR-STATUS
                   WHEN "V"
                       DISPLAY "Check " WS-VOID-CHECK
                           " is already void"
                   WHEN "C"
                       DISPLAY "Error: check " WS-VOID-CHECK
                           " cleared the bank on " CR-PAID-DATE
                           " - it cannot be voided"
                   WHEN OTHER
                       MOVE CR-NET TO DE-NET
                       DISPLAY "Check " CR-CHECK-NO " " CR-EMP-ID
                           " " CR-NAME " net=" DE-NET
                       DISPLAY "Void this check? (Y/N) "
                       ACCEPT WS-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-ANSWER)
                           TO WS-ANSWER
                       IF WS-ANSWER IS EQUAL TO "Y"
                           PERFORM VOID-AND-REISSUE
                       END-IF
               END-EVALUATE
           END-IF.

       VOID-AND-REISSUE.
                       WS-REGISTER-STATUS
               NOT INVALID KEY
                   DISPLAY "Voided check " WS-VOID-CHECK
                   MOVE "PPV" TO WS-PP-TYPE
                   PERFORM APPEND-POS-PAY
           END-REWRITE
           IF WS-ANSWER IS EQUAL TO "Y"
               MOVE WS-NEW-CHECK TO CR-CHECK-NO
                   NOT INVALID KEY
                       ADD 1 TO WS-NEXT-CHECK
                       DISPLAY "Reissued as check " WS-NEW-CHECK
                       MOVE "PPI" TO WS-PP-TYPE
                       PERFORM APPEND-POS-PAY
               END-WRITE
           END-IF.

       APPEND-POS-PAY.
           OPEN EXTEND POS-PAY
           IF WS-POSPAY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT POS-PAY
           END-IF
           IF WS-POSPAY-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot write " WS-POS-NAME
               DISPLAY "file status " WS-POSPAY-STATUS
               DISPLAY "Notify the bank of check " CR-CHECK-NO
                   " by hand"
           ELSE
               PERFORM WRITE-POS-PAY
               CLOSE POS-PAY
               DISPLAY "Check " CR-CHECK-NO " added for the bank "
                   "to " WS-POS-NAME
           END-IF.

       PRINT-REGISTER.
           OPEN OUTPUT REGISTER-REPORT
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CHECK   PAY DATE  EMP-ID  NAME     "
               "      NET  ST  VOIDED    REPL    PAID"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-REG-ISSUED
           MOVE 0 TO WS-REG-VOID
           MOVE 0 TO WS-REG-NET
           MOVE 0 TO WS-REG-VOID-NET
           MOVE 0 TO WS-REG-CLEARED
           MOVE 0 TO WS-REG-CLEARED-NET
           MOVE 0 TO CR-CHECK-NO
           START CHECK-REGISTER KEY IS NOT LESS THAN CR-CHECK-NO
               INVALID KEY
           MOVE SPACES TO REPORT-LINE
           STRING CR-CHECK-NO "  " CR-RUN-DATE "  " CR-EMP-ID
               "  " CR-NAME " " DE-NET "  " CR-STATUS
               "   " CR-VOID-DATE "  " CR-REPL-CHECK "  "
               CR-PAID-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE CR-STATUS
               WHEN "V"
                   ADD 1 TO WS-REG-VOID
                   ADD CR-NET TO WS-REG-VOID-NET
               WHEN "C"
                   ADD 1 TO WS-REG-CLEARED
                   ADD CR-NET TO WS-REG-CLEARED-NET
               WHEN OTHER
                   ADD 1 TO WS-REG-ISSUED
                   ADD CR-NET TO WS-REG-NET
           END-EVALUATE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING "VOIDED CHECKS:      " DE-COUNT
               "   NET: " DE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REG-CLEARED TO DE-COUNT
           MOVE WS-REG-CLEARED-NET TO DE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "CLEARED CHECKS:     " DE-COUNT
               "   NET: " DE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
