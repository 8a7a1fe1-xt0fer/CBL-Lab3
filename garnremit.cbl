       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARN-REMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GARN-DETAIL ASSIGN TO "PAYGDTL"
               FILE STATUS IS WS-GDTL-STATUS.
           SELECT GARN-ORDERS ASSIGN TO "garnish.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARN-STATUS.
           SELECT GARN-REGISTER ASSIGN TO "GARNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT GARN-PAYMENT ASSIGN TO "GARNPAY"
               FILE STATUS IS WS-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-DETAIL RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD CONTROL-FILE RECORDING MODE F
           RECORD CONTAINS 51 CHARACTERS.
       COPY CTLREC.

       FD GARN-DETAIL RECORDING MODE F
           RECORD CONTAINS 90 CHARACTERS.
       COPY GDTLREC.

       FD GARN-ORDERS.
       COPY GARNREC.

       FD GARN-REGISTER.
       01 REPORT-LINE PIC X(110).

       FD GARN-PAYMENT RECORDING MODE F
           RECORD CONTAINS 71 CHARACTERS.
       01 GARN-PAY-REC.
             05 GP-REC-TYPE PIC X(3).
             05 GP-RUN-DATE PIC X(8).
             05 GP-PAYEE PIC X(24).
             05 GP-CASE-NO PIC X(20).
             05 GP-EMP-ID PIC X(6).
             05 GP-AMOUNT PIC 9(8)V99.
       01 GARN-PAY-HDR.
             05 GPH-REC-TYPE PIC X(3).
             05 GPH-RUN-DATE PIC X(8).
             05 GPH-OPERATOR PIC X(8).
             05 FILLER PIC X(52).
       01 GARN-PAY-TRL.
             05 GPT-REC-TYPE PIC X(3).
             05 GPT-COUNT PIC 9(8).
             05 GPT-AMOUNT PIC 9(10)V99.
             05 FILLER PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-DETAIL-STATUS PIC X(2) VALUE "00".
       01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-GDTL-STATUS PIC X(2) VALUE "00".
       01 WS-GARN-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-PAY-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
       01 WS-ORDER-COUNT PIC 9(4) VALUE 0.
       01 WS-ORDER-TABLE.
             05 WS-OR-ENTRY OCCURS 500 TIMES.
                   10 WS-OR-KEY PIC X(9).
                   10 WS-OR-EMP-ID PIC X(6).
                   10 WS-OR-NAME PIC X(8).
                   10 WS-OR-TYPE PIC X(1).
                   10 WS-OR-CASE-NO PIC X(20).
                   10 WS-OR-PAYEE PIC X(24).
                   10 WS-OR-AMOUNT PIC 9(8)V99.
                   10 WS-OR-BALANCE PIC 9(8)V99.
       01 WS-PAYEE-COUNT PIC 9(4) VALUE 0.
       01 WS-PAYEE-TABLE.
             05 WS-PE-ENTRY OCCURS 200 TIMES.
                   10 WS-PE-PAYEE PIC X(24).
                   10 WS-PE-ORDERS PIC 9(8).
                   10 WS-PE-AMOUNT PIC 9(10)V99.
       01 WS-KEY-WORK.
             05 WS-KW-EMP-ID PIC X(6).
             05 WS-KW-PRIORITY PIC 9(1).
             05 WS-KW-SEQ PIC 9(2).
       01 WS-DET-GARN PIC S9(10)V99 VALUE 0.
       01 WS-DTL-GARN PIC 9(10)V99 VALUE 0.
       01 WS-PAY-COUNT PIC 9(8) VALUE 0.
       01 WS-ORDER-STATUS PIC X(6) VALUE SPACES.
       01 REMIT-FIELDS.
             05 RE-AMOUNT PIC ZZZZZZZ9.99.
             05 RE-BALANCE PIC ZZZZZZZ9.99.
             05 RE-TOTAL PIC ZZZZZZZZZ9.99.
             05 RE-SIGNED PIC -ZZZZZZZZZ9.99.
             05 RE-ORDERS PIC ZZZZZZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-SEEN-TRL PIC X VALUE "N".
             05 WS-HAVE-ORDERS PIC X VALUE "N".
             05 WS-TIES PIC X VALUE "Y".

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SET-BATCH-FILES
           PERFORM CHECK-RELEASE
           OPEN INPUT PAY-DETAIL
           IF WS-DETAIL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open output.dat, "
                   "file status " WS-DETAIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GARN-ORDERS
           IF WS-GARN-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-HAVE-ORDERS
           ELSE
               DISPLAY "Warning: cannot open garnish.dat, "
                   "file status " WS-GARN-STATUS
                   " - order status not shown"
           END-IF
           OPEN OUTPUT GARN-REGISTER
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open garnreg.rpt, "
                   "file status " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOP.
           PERFORM READ-DETAIL UNTIL WS-EOF IS EQUAL TO "Y".
           CLOSE PAY-DETAIL.
           MOVE "N" TO WS-EOF.
           PERFORM LOAD-GARN-DETAIL.

       CLOSE-STOP.
           PERFORM WRITE-REGISTER.
           IF WS-HAVE-ORDERS IS EQUAL TO "Y"
               CLOSE GARN-ORDERS
           END-IF.
           CLOSE GARN-REGISTER.
           DISPLAY "Garnishment register written to garnreg.rpt".
           IF WS-TIES IS EQUAL TO "Y"
               PERFORM WRITE-PAYMENT-FILE
               DISPLAY "Remittance file written to garnpay.dat"
           ELSE
               OPEN OUTPUT GARN-PAYMENT
               CLOSE GARN-PAYMENT
               DISPLAY "*** garnpay.dat NOT written - any prior "
                   "remittance file has been cleared ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
               SET ENVIRONMENT "DD_PAYGDTL" TO "garndtl.dat"
               SET ENVIRONMENT "DD_GARNREG" TO "garnreg.rpt"
               SET ENVIRONMENT "DD_GARNPAY" TO "garnpay.dat"
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
               MOVE "gdt" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYGDTL" TO WS-FILE-NAME
               MOVE "grg" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_GARNREG" TO WS-FILE-NAME
               MOVE "gpy" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_GARNPAY" TO WS-FILE-NAME
           END-IF.

       BUILD-OFFC-NAME.
           MOVE SPACES TO WS-FILE-NAME
           STRING "offc" WS-BATCH-ID "." DELIMITED BY SIZE
               WS-FILE-EXT DELIMITED BY SPACE
               INTO WS-FILE-NAME.

       CHECK-RELEASE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open output.ctl, "
                   "file status " WS-CONTROL-STATUS
               DISPLAY "Batch is not released - run BAL-RELEASE "
                   "first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END
                   DISPLAY "Error: output.ctl is empty"
                   DISPLAY "Batch is not released - run "
                       "BAL-RELEASE first"
                   CLOSE CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF CTL-RELEASE IS NOT EQUAL TO "Y"
                       DISPLAY "Batch is not released - run "
                           "BAL-RELEASE first"
                       CLOSE CONTROL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

       READ-DETAIL.
           READ PAY-DETAIL
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   EVALUATE REC-TYPE
                       WHEN "HDR"
                           MOVE HDR-RUN-DATE TO WS-RUN-DATE
                           MOVE HDR-OPERATOR TO WS-OPERATOR-ID
                       WHEN "DET"
                           ADD ACCT-GARN TO WS-DET-GARN
                       WHEN "ADJ"
                           IF ACCT-ADJ-SIGN IS EQUAL TO "-"
                               SUBTRACT ACCT-GARN FROM WS-DET-GARN
                           ELSE
                               ADD ACCT-GARN TO WS-DET-GARN
                           END-IF
                       WHEN "TRL"
                           MOVE "Y" TO WS-SEEN-TRL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOAD-GARN-DETAIL.
           OPEN INPUT GARN-DETAIL
           IF WS-GDTL-STATUS IS EQUAL TO "35"
               DISPLAY "Note: no garndtl.dat - nothing was "
                   "withheld for garnishments"
           ELSE
               IF WS-GDTL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "Error: cannot open garndtl.dat, "
                       "file status " WS-GDTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
                   READ GARN-DETAIL
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF GD-RUN-DATE IS EQUAL TO WS-RUN-DATE
                               PERFORM POST-GARN-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE GARN-DETAIL
           END-IF.

       POST-GARN-DETAIL.
           ADD GD-AMOUNT TO WS-DTL-GARN
           MOVE GD-EMP-ID TO WS-KW-EMP-ID
           MOVE GD-PRIORITY TO WS-KW-PRIORITY
           MOVE GD-SEQ TO WS-KW-SEQ
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-ORDER-COUNT
               IF WS-OR-KEY(WS-IDX) IS EQUAL TO WS-KEY-WORK
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-ORDER-COUNT IS LESS THAN 500
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-ORDER-COUNT TO WS-SLOT
                   MOVE WS-KEY-WORK TO WS-OR-KEY(WS-SLOT)
                   MOVE GD-EMP-ID TO WS-OR-EMP-ID(WS-SLOT)
                   MOVE GD-NAME TO WS-OR-NAME(WS-SLOT)
                   MOVE GD-TYPE TO WS-OR-TYPE(WS-SLOT)
                   MOVE GD-CASE-NO TO WS-OR-CASE-NO(WS-SLOT)
                   MOVE GD-PAYEE TO WS-OR-PAYEE(WS-SLOT)
                   MOVE 0 TO WS-OR-AMOUNT(WS-SLOT)
               ELSE
                   DISPLAY "Error: order table full (500 max) - "
                       "case " GD-CASE-NO " not remitted"
                   MOVE "N" TO WS-TIES
               END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
               ADD GD-AMOUNT TO WS-OR-AMOUNT(WS-SLOT)
               MOVE GD-BALANCE TO WS-OR-BALANCE(WS-SLOT)
               PERFORM POST-PAYEE-TOTAL
           END-IF.

       POST-PAYEE-TOTAL.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-PAYEE-COUNT
               IF WS-PE-PAYEE(WS-IDX) IS EQUAL TO GD-PAYEE
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-PAYEE-COUNT IS LESS THAN 200
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE WS-PAYEE-COUNT TO WS-SLOT
                   MOVE GD-PAYEE TO WS-PE-PAYEE(WS-SLOT)
                   MOVE 0 TO WS-PE-ORDERS(WS-SLOT)
                   MOVE 0 TO WS-PE-AMOUNT(WS-SLOT)
               ELSE
                   DISPLAY "Warning: payee table full (200 max) - "
                       GD-PAYEE " not totalled"
               END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
               ADD GD-AMOUNT TO WS-PE-AMOUNT(WS-SLOT)
               ADD 1 TO WS-PE-ORDERS(WS-SLOT)
           END-IF.

       WRITE-REGISTER.
           MOVE SPACES TO REPORT-LINE
           STRING "GARNISHMENT REMITTANCE REGISTER   RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PAYEE                    CASE NUMBER          "
               "T EMP ID NAME          WITHHELD     BALANCE "
               "STATUS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ORDER-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-ORDER-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "--------------------------------------------"
               "--------------------------------------------"
               "------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTALS BY PAYEE                    ORDERS"
               "        AMOUNT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-PAYEE-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-PAYEE-COUNT
           MOVE WS-ORDER-COUNT TO RE-ORDERS
           MOVE WS-DTL-GARN TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "GRAND TOTAL                  " RE-ORDERS
               " " RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-PAY-RECON.

       WRITE-ORDER-LINE.
           MOVE WS-OR-AMOUNT(WS-IDX) TO RE-AMOUNT
           MOVE WS-OR-BALANCE(WS-IDX) TO RE-BALANCE
           MOVE SPACES TO WS-ORDER-STATUS
           IF WS-HAVE-ORDERS IS EQUAL TO "Y"
               MOVE WS-OR-KEY(WS-IDX) TO GO-KEY
               READ GARN-ORDERS
                   INVALID KEY
                       MOVE "NO ORD" TO WS-ORDER-STATUS
                   NOT INVALID KEY
                       IF GO-STATUS IS EQUAL TO "C"
                           MOVE "CLOSED" TO WS-ORDER-STATUS
                       ELSE
                           MOVE "OPEN" TO WS-ORDER-STATUS
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-OR-PAYEE(WS-IDX) " " WS-OR-CASE-NO(WS-IDX)
               " " WS-OR-TYPE(WS-IDX) " " WS-OR-EMP-ID(WS-IDX)
               " " WS-OR-NAME(WS-IDX) " " RE-AMOUNT " "
               RE-BALANCE " " WS-ORDER-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-PAYEE-LINE.
           MOVE WS-PE-ORDERS(WS-IDX) TO RE-ORDERS
           MOVE WS-PE-AMOUNT(WS-IDX) TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING WS-PE-PAYEE(WS-IDX) "     " RE-ORDERS " "
               RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-PAY-RECON.
           IF WS-SEEN-TRL IS EQUAL TO "N"
               MOVE "N" TO WS-TIES
               MOVE SPACES TO REPORT-LINE
               STRING "*** NO TRAILER ON output.dat - "
                   "FILE MAY BE INCOMPLETE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-DET-GARN TO RE-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "GARNISHMENTS ON output.dat            "
               RE-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-DET-GARN IS EQUAL TO WS-DTL-GARN
               STRING "REGISTER TOTAL TIES TO THE PAY FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "N" TO WS-TIES
               STRING "*** REGISTER TOTAL DOES NOT TIE TO THE "
                   "PAY FILE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY "Error: garnishment register does not tie "
                   "to output.dat"
           END-IF
           WRITE REPORT-LINE.

       WRITE-PAYMENT-FILE.
           OPEN OUTPUT GARN-PAYMENT
           IF WS-PAY-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open garnpay.dat, "
                   "file status " WS-PAY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GARN-PAY-HDR
           MOVE "GPH" TO GPH-REC-TYPE
           MOVE WS-RUN-DATE TO GPH-RUN-DATE
           MOVE WS-OPERATOR-ID TO GPH-OPERATOR
           WRITE GARN-PAY-HDR
           MOVE 0 TO WS-PAY-COUNT
           PERFORM WRITE-PAYMENT-REC
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-ORDER-COUNT
           MOVE SPACES TO GARN-PAY-TRL
           MOVE "GPT" TO GPT-REC-TYPE
           MOVE WS-PAY-COUNT TO GPT-COUNT
           MOVE WS-DTL-GARN TO GPT-AMOUNT
           WRITE GARN-PAY-TRL
           CLOSE GARN-PAYMENT.

       WRITE-PAYMENT-REC.
           IF WS-OR-AMOUNT(WS-IDX) IS GREATER THAN ZERO
               MOVE SPACES TO GARN-PAY-REC
               MOVE "GPD" TO GP-REC-TYPE
               MOVE WS-RUN-DATE TO GP-RUN-DATE
               MOVE WS-OR-PAYEE(WS-IDX) TO GP-PAYEE
               MOVE WS-OR-CASE-NO(WS-IDX) TO GP-CASE-NO
               MOVE WS-OR-EMP-ID(WS-IDX) TO GP-EMP-ID
               MOVE WS-OR-AMOUNT(WS-IDX) TO GP-AMOUNT
               WRITE GARN-PAY-REC
               ADD 1 TO WS-PAY-COUNT
           END-IF.
