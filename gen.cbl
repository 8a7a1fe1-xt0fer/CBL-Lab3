       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TIMECARDS ASSIGN TO "timecards.dat"
               FILE STATUS IS WS-TIMECARDS-STATUS.
           SELECT AUDIT-LISTING ASSIGN TO "PAYAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CSV-EXPORT ASSIGN TO "PAYCSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT DEDUCT-RATES ASSIGN TO "dedrates.dat"
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DAY-DETAIL ASSIGN TO "PAYDAYDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-KEY
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT GARN-ORDERS ASSIGN TO "garnish.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARN-STATUS.
           SELECT GARN-DETAIL ASSIGN TO "PAYGDTL"
               FILE STATUS IS WS-GDTL-STATUS.
           SELECT RETRO-TRANS ASSIGN TO "retrotrn.dat"
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT BEN-PLANS ASSIGN TO "benplans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BEN-ENRL ASSIGN TO "benenrl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRL-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD PRINT-LINE RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD CONTROL-FILE RECORDING MODE F
           RECORD CONTAINS 51 CHARACTERS.
       COPY CTLREC.

       FD TIMECARDS RECORDING MODE F.
       COPY TIMEREC.

       FD AUDIT-LISTING.
       01 AUDIT-LINE PIC X(132).
       COPY TAXREC.

       FD CSV-EXPORT.
       01 CSV-LINE PIC X(120).

       FD EMP-MASTER.
       COPY EMPREC.
       FD OPER-MASTER.
       COPY OPERREC.

       FD GARN-ORDERS.
       COPY GARNREC.

       FD GARN-DETAIL RECORDING MODE F
           RECORD CONTAINS 90 CHARACTERS.
       COPY GDTLREC.

       FD RETRO-TRANS RECORDING MODE F
           RECORD CONTAINS 113 CHARACTERS.
       COPY RETROREC.

       FD BEN-PLANS.
       COPY BENPLAN.

       FD BEN-ENRL.
       COPY BENENRL.

       WORKING-STORAGE SECTION.
       01 WS-PRINT-STATUS PIC X(2) VALUE "00".
       01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-TAX PIC 9(8)V99 VALUE 0.
       01 WS-INSUR PIC 9(8)V99 VALUE 0.
       01 WS-DUES PIC 9(8)V99 VALUE 0.
       01 WS-GARN PIC 9(8)V99 VALUE 0.
       01 WS-GARN-BAL PIC 9(8)V99 VALUE 0.
       01 WS-GARN-STATUS PIC X(2) VALUE "00".
       01 WS-GDTL-STATUS PIC X(2) VALUE "00".
       01 WS-RETRO-STATUS PIC X(2) VALUE "00".
       01 WS-RETRO-POSTED PIC 9(4) VALUE 0.
       01 WS-RETRO-HELD PIC 9(4) VALUE 0.
       01 WS-RETRO-RETURNED PIC 9(4) VALUE 0.
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-ENRL-STATUS PIC X(2) VALUE "00".
       01 WS-GARN-CS-PCT PIC 9(2)V9(4) VALUE 50.
       01 WS-GARN-GEN-PCT PIC 9(2)V9(4) VALUE 25.
       01 WS-PRIOR-GARN PIC 9(10)V99 VALUE 0.
       01 WS-DAY-GARN PIC 9(10)V99 VALUE 0.
       01 WS-DISPOSABLE PIC 9(10)V99 VALUE 0.
       01 WS-GARN-ROOM PIC 9(10)V99 VALUE 0.
       01 WS-GARN-BASE PIC 9(10)V99 VALUE 0.
       01 WS-GARN-LIMIT PIC 9(10)V99 VALUE 0.
       01 WS-GARN-WANT PIC 9(10)V99 VALUE 0.
       01 WS-GARN-REVERSED PIC 9(4) VALUE 0.
       01 WS-GW-COUNT PIC 9(2) VALUE 0.
       01 WS-GW-IDX PIC 9(2) VALUE 0.
       01 WS-GARN-WORK-TABLE.
             05 WS-GW-ENTRY OCCURS 20 TIMES.
                   10 WS-GW-KEY PIC X(9).
                   10 WS-GW-AMOUNT PIC 9(8)V99.
       01 WS-BRKT-STATUS PIC X(2) VALUE "00".
       01 WS-EXEMPT-AMT PIC 9(2)V9(4) VALUE 0.
       01 WS-SHIFT-PCT PIC 9(2)V9(4) VALUE 0.
       01 WS-SUPP-PCT PIC 9(2)V9(4) VALUE 22.
       01 WS-BRKT-COUNT PIC 9(4) VALUE 0.
       01 WS-BRKT-IDX PIC 9(4) VALUE 0.
       01 WS-BRKT-TABLE.
       01 WS-TAXABLE PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-GROSS PIC 9(10)V99 VALUE 0.
       01 WS-PRIOR-TAX PIC 9(10)V99 VALUE 0.
       01 WS-PRIOR-SUPP PIC 9(10)V99 VALUE 0.
       01 WS-PRIOR-SUPP-TAX PIC 9(10)V99 VALUE 0.
       01 WS-DAY-GROSS PIC 9(10)V99 VALUE 0.
       01 WS-DAY-TAX PIC 9(8)V99 VALUE 0.
       01 WS-FIL-STATUS PIC X VALUE "S".
       01 WS-OPER-LEVEL PIC X VALUE SPACE.
       01 WS-TRY-COUNT PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC X(8).
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-SAVED-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-RUN-COUNT PIC 9(8) VALUE 0.
       01 WS-TOTAL-HOURS PIC 9(8)V99 VALUE 0.
             05 AE-TAX PIC ZZZZZ9.99.
             05 AE-INSUR PIC ZZZZZ9.99.
             05 AE-DUES PIC ZZZZZ9.99.
             05 AE-GARN PIC ZZZZZ9.99.
             05 AE-DEDUCT PIC ZZZZZ9.99.
             05 AE-GROSS PIC ZZZZZ9.99.
             05 AE-NET PIC ZZZZZ9.99.
             05 WS-LEAVE-OK PIC X VALUE "Y".
             05 WS-SIGNED-ON PIC X VALUE "N".
             05 WS-SCAN-DONE PIC X VALUE "N".
             05 WS-GARN-DONE PIC X VALUE "N".
             05 WS-CONFIRM PIC X VALUE "N".
             05 WS-RETRO-OPEN PIC X VALUE "N".
             05 WS-ENRL-DONE PIC X VALUE "N".


       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SIGN-ON
           PERFORM SET-BATCH-FILES
           PERFORM LOAD-DEDUCT-RATES
           PERFORM LOAD-TAX-BRACKETS
           PERFORM LOAD-DEPT-TABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BATCH-NO IS GREATER THAN ZERO
               DISPLAY "Start off-cycle batch " WS-BATCH-ID
                   " fresh or append to it? (N/A) "
           ELSE
               DISPLAY "New batch or append to today? (N/A) "
           END-IF
           ACCEPT WS-NEW-BATCH
           MOVE FUNCTION UPPER-CASE(WS-NEW-BATCH) TO WS-NEW-BATCH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PRIOR-DATA
           PERFORM OPEN-DAY-DETAIL
           PERFORM OPEN-LEAVE-BAL
           PERFORM OPEN-GARN-ORDERS
           PERFORM OPEN-GARN-DETAIL
           PERFORM OPEN-BEN-FILES
           IF WS-HAVE-HEADER IS EQUAL TO "Y" AND
                   WS-SAVED-OPERATOR IS NOT EQUAL TO
                       WS-OPERATOR-ID
               DISPLAY "Note: appending to a batch started by "
                   WS-SAVED-OPERATOR
           END-IF
           IF WS-BATCH-NO IS GREATER THAN ZERO
               MOVE "Y" TO WS-DAT-EXPORT
               MOVE "N" TO WS-CSV-EXPORT
           ELSE
               DISPLAY "Write output.dat? (Y/N) "
               ACCEPT WS-DAT-EXPORT
               MOVE FUNCTION UPPER-CASE(WS-DAT-EXPORT)
                   TO WS-DAT-EXPORT
               DISPLAY "Export to timecards.csv also/instead? (Y/N) "
               ACCEPT WS-CSV-EXPORT
               MOVE FUNCTION UPPER-CASE(WS-CSV-EXPORT)
                   TO WS-CSV-EXPORT
           END-IF
           PERFORM UNTIL WS-DAT-EXPORT IS EQUAL TO "Y" OR
                   WS-CSV-EXPORT IS EQUAL TO "Y"
               DISPLAY "Error: choose at least one output format"
           END-IF
           DISPLAY "Checkpoint every how many records? (0=never) "
           ACCEPT WS-CHECKPOINT-N
           IF WS-BATCH-NO IS GREATER THAN ZERO
               DISPLAY "Input mode? (I)nteractive, (A)djustments, "
                   "(T) retro pay or (F)inal pay "
           ELSE
               DISPLAY "Input mode? (I)nteractive, (B)atch, "
                   "(R)ework rejects, (A)djustments or "
                   "(T) retro pay "
           END-IF
           ACCEPT WS-INPUT-MODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-MODE)
               TO WS-INPUT-MODE
           EVALUATE TRUE
               WHEN WS-BATCH-NO IS GREATER THAN ZERO AND
                       (WS-INPUT-MODE IS EQUAL TO "B" OR
                       WS-INPUT-MODE IS EQUAL TO "R")
                   DISPLAY "Warning: timecard and rework input "
                       "belong to the regular daily batch - "
                       "interactive entry used"
                   MOVE "I" TO WS-INPUT-MODE
               WHEN WS-BATCH-NO IS EQUAL TO ZERO AND
                       WS-INPUT-MODE IS EQUAL TO "F"
                   DISPLAY "Warning: final pay is run as an "
                       "off-cycle batch - interactive entry used"
                   MOVE "I" TO WS-INPUT-MODE
               WHEN WS-INPUT-MODE IS EQUAL TO "T" AND
                       WS-DAT-EXPORT IS NOT EQUAL TO "Y"
                   DISPLAY "Warning: retro pay posts to the "
                       "output.dat batch only - interactive entry "
                       "used"
                   MOVE "I" TO WS-INPUT-MODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-INPUT-MODE IS EQUAL TO "B"
               OPEN INPUT TIMECARDS
               IF WS-TIMECARDS-STATUS IS NOT EQUAL TO "00"
                   MOVE "Y" TO WS-REWORK-OPEN
               END-IF
           END-IF
           IF WS-INPUT-MODE IS EQUAL TO "T"
               OPEN I-O RETRO-TRANS
               IF WS-RETRO-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "Error: cannot open retrotrn.dat, "
                       "file status " WS-RETRO-STATUS
                   DISPLAY "Run RETRO-PAY to calculate and approve "
                       "retro pay first"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE "Y" TO WS-RETRO-OPEN
               END-IF
           END-IF
           IF WS-INPUT-MODE IS EQUAL TO "B" OR
                   (WS-INPUT-MODE IS EQUAL TO "R" AND
                   WS-REWORK-OPEN IS EQUAL TO "Y")
               WHEN "A"
                   PERFORM ADJUST-WORK
                       UNTIL REC-AGAIN IS EQUAL TO "N"
               WHEN "F"
                   PERFORM FINAL-PAY-WORK
                       UNTIL REC-AGAIN IS EQUAL TO "N"
               WHEN "T"
                   PERFORM RETRO-WORK UNTIL WS-EOF IS EQUAL TO "Y"
               WHEN OTHER
                   PERFORM DO-WORK UNTIL REC-AGAIN IS EQUAL TO "N"
           END-EVALUATE.
           IF WS-REJECTS-OPEN IS EQUAL TO "Y"
               CLOSE REJECT-FILE
           END-IF.
           IF WS-RETRO-OPEN IS EQUAL TO "Y"
               CLOSE RETRO-TRANS
               DISPLAY "Retro transactions posted: " WS-RETRO-POSTED
                   "   held in retrotrn.dat: " WS-RETRO-HELD
           END-IF.
           CLOSE DAY-DETAIL.
           CLOSE LEAVE-BAL.
           CLOSE GARN-ORDERS.
           CLOSE GARN-DETAIL.
           CLOSE BEN-PLANS.
           CLOSE BEN-ENRL.
           CLOSE EMP-MASTER.
           STOP RUN.

                   MOVE WS-EXEMPTS TO ACCT-EXEMPTS
                   MOVE SPACE TO ACCT-ADJ-SIGN
                   MOVE SPACES TO ACCT-ORIG-DATE
                   MOVE WS-GARN TO ACCT-GARN
                   MOVE WS-GARN-BAL TO ACCT-GARN-BAL
                   IF WS-DAT-EXPORT IS EQUAL TO "Y"
                       MOVE "DET" TO REC-TYPE
                       WRITE PRINT-REC
                   PERFORM WRITE-CSV-LINE
                   PERFORM WRITE-DAY-DETAIL
                   PERFORM POST-LEAVE-USAGE
                   PERFORM POST-GARNISH
                   ADD 1 TO WS-RUN-COUNT
                   ADD 1 TO WS-SESS-COUNT
                   ADD HOURS TO WS-TOTAL-HOURS
               WHEN "S"
               WHEN "H"
                   COMPUTE WS-GROSS = HOURS * RATE
               WHEN "B"
                   MOVE RATE TO WS-GROSS
               WHEN OTHER
                   IF HOURS IS GREATER THAN 40
                       COMPUTE WS-GROSS = 40 * RATE +
           END-IF
           PERFORM CHECK-EMP-HAS-LINES
           PERFORM CALC-TAX
           IF WS-EMP-HAS-LINES IS EQUAL TO "Y" OR
                   WS-BATCH-NO IS GREATER THAN ZERO
               MOVE 0 TO WS-INSUR
               MOVE 0 TO WS-DUES
           ELSE
               PERFORM GET-BENEFIT-COST
               MOVE EM-DUES TO WS-DUES
           END-IF
           COMPUTE DEDUCT = WS-TAX + WS-INSUR + WS-DUES
           PERFORM CALC-GARNISH
           ADD WS-GARN TO DEDUCT
           IF DEDUCT IS GREATER THAN WS-GROSS
               MOVE 0 TO WS-NET
           ELSE
               COMPUTE WS-NET = WS-GROSS - DEDUCT
           END-IF.

       CALC-GARNISH.
           MOVE 0 TO WS-GARN
           MOVE 0 TO WS-GARN-BAL
           MOVE 0 TO WS-GW-COUNT
           IF DEDUCT IS NOT LESS THAN WS-GROSS
               MOVE 0 TO WS-GARN-ROOM
           ELSE
               COMPUTE WS-GARN-ROOM = WS-GROSS - DEDUCT
           END-IF
           COMPUTE WS-GARN-BASE = WS-DAY-GROSS + WS-PRIOR-SUPP
           IF EARN-TYPE IS EQUAL TO "B"
               ADD WS-GROSS TO WS-GARN-BASE
           END-IF
           IF WS-PRIOR-TAX + WS-PRIOR-SUPP-TAX + WS-TAX IS NOT LESS
                   THAN WS-GARN-BASE
               MOVE 0 TO WS-DISPOSABLE
           ELSE
               COMPUTE WS-DISPOSABLE = WS-GARN-BASE -
                   WS-PRIOR-TAX - WS-PRIOR-SUPP-TAX - WS-TAX
           END-IF
           MOVE WS-PRIOR-GARN TO WS-DAY-GARN
           MOVE "N" TO WS-GARN-DONE
           MOVE EMP-ID TO GO-EMP-ID
           MOVE 0 TO GO-PRIORITY
           MOVE 0 TO GO-SEQ
           START GARN-ORDERS KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GARN-DONE
           END-START
           PERFORM UNTIL WS-GARN-DONE IS EQUAL TO "Y"
               READ GARN-ORDERS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GARN-DONE
                   NOT AT END
                       IF GO-EMP-ID IS EQUAL TO EMP-ID
                           PERFORM APPLY-GARN-ORDER
                       ELSE
                           MOVE "Y" TO WS-GARN-DONE
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-GARN-ORDER.
           IF GO-STATUS IS EQUAL TO "A" AND
                   GO-START-DATE IS NOT GREATER THAN WS-RUN-DATE
               IF GO-METHOD IS EQUAL TO "P"
                   COMPUTE WS-GARN-WANT ROUNDED =
                       WS-DISPOSABLE * GO-PCT / 100
               ELSE
                   MOVE GO-AMOUNT TO WS-GARN-WANT
               END-IF
               IF GO-LAST-DATE IS EQUAL TO WS-RUN-DATE
                   IF GO-DAY-WITHHELD IS NOT LESS THAN
                           WS-GARN-WANT
                       MOVE 0 TO WS-GARN-WANT
                   ELSE
                       SUBTRACT GO-DAY-WITHHELD FROM WS-GARN-WANT
                   END-IF
               END-IF
               IF GO-TOTAL-OWED IS GREATER THAN ZERO AND
                       WS-GARN-WANT IS GREATER THAN GO-BALANCE
                   MOVE GO-BALANCE TO WS-GARN-WANT
               END-IF
               IF GO-TYPE IS EQUAL TO "C"
                   COMPUTE WS-GARN-LIMIT =
                       WS-DISPOSABLE * WS-GARN-CS-PCT / 100
               ELSE
                   COMPUTE WS-GARN-LIMIT =
                       WS-DISPOSABLE * WS-GARN-GEN-PCT / 100
               END-IF
               IF WS-GARN-LIMIT IS GREATER THAN WS-DAY-GARN
                   SUBTRACT WS-DAY-GARN FROM WS-GARN-LIMIT
               ELSE
                   MOVE 0 TO WS-GARN-LIMIT
               END-IF
               IF WS-GARN-WANT IS GREATER THAN WS-GARN-LIMIT
                   MOVE WS-GARN-LIMIT TO WS-GARN-WANT
               END-IF
               IF WS-GARN-WANT IS GREATER THAN WS-GARN-ROOM
                   MOVE WS-GARN-ROOM TO WS-GARN-WANT
               END-IF
               IF WS-GARN-WANT IS GREATER THAN ZERO
                   IF WS-GW-COUNT IS LESS THAN 20
                       ADD 1 TO WS-GW-COUNT
                       MOVE GO-KEY TO WS-GW-KEY(WS-GW-COUNT)
                       MOVE WS-GARN-WANT TO
                           WS-GW-AMOUNT(WS-GW-COUNT)
                       ADD WS-GARN-WANT TO WS-GARN
                       ADD WS-GARN-WANT TO WS-DAY-GARN
                       SUBTRACT WS-GARN-WANT FROM WS-GARN-ROOM
                   ELSE
                       DISPLAY "Warning: more than 20 garnishment "
                           "orders for " EMP-ID " - case "
                           GO-CASE-NO " not withheld"
                       MOVE 0 TO WS-GARN-WANT
                   END-IF
               END-IF
               IF GO-TOTAL-OWED IS GREATER THAN ZERO
                   COMPUTE WS-GARN-BAL = WS-GARN-BAL +
                       GO-BALANCE - WS-GARN-WANT
               END-IF
           END-IF.

       POST-GARNISH.
           PERFORM POST-ONE-GARNISH
               VARYING WS-GW-IDX FROM 1 BY 1
               UNTIL WS-GW-IDX IS GREATER THAN WS-GW-COUNT.

       POST-ONE-GARNISH.
           MOVE WS-GW-KEY(WS-GW-IDX) TO GO-KEY
           READ GARN-ORDERS
               INVALID KEY
                   DISPLAY "Error: garnishment order for " EMP-ID
                       " no longer on garnish.dat - "
                       "withholding not posted to the order"
               NOT INVALID KEY
                   IF GO-LAST-DATE IS NOT EQUAL TO WS-RUN-DATE
                       MOVE 0 TO GO-DAY-WITHHELD
                       MOVE WS-RUN-DATE TO GO-LAST-DATE
                   END-IF
                   ADD WS-GW-AMOUNT(WS-GW-IDX) TO GO-DAY-WITHHELD
                   ADD WS-GW-AMOUNT(WS-GW-IDX) TO GO-TOTAL-PAID
                   IF GO-TOTAL-OWED IS GREATER THAN ZERO
                       IF WS-GW-AMOUNT(WS-GW-IDX) IS LESS THAN
                               GO-BALANCE
                           SUBTRACT WS-GW-AMOUNT(WS-GW-IDX)
                               FROM GO-BALANCE
                       ELSE
                           MOVE 0 TO GO-BALANCE
                           MOVE "C" TO GO-STATUS
                           MOVE WS-RUN-DATE TO GO-CLOSE-DATE
                           DISPLAY "Garnishment case " GO-CASE-NO
                               " for " EMP-ID
                               " paid in full - order closed"
                       END-IF
                   END-IF
                   REWRITE GARN-ORDER-REC
                       INVALID KEY
                           DISPLAY "Error: cannot update "
                               "garnishment order for " EMP-ID
                               ", file status " WS-GARN-STATUS
                   END-REWRITE
                   PERFORM WRITE-GARN-DETAIL
           END-READ.

       WRITE-GARN-DETAIL.
           MOVE SPACES TO GARN-DTL-REC
           MOVE WS-RUN-DATE TO GD-RUN-DATE
           MOVE EMP-ID TO GD-EMP-ID
           MOVE NAME TO GD-NAME
           MOVE GO-PRIORITY TO GD-PRIORITY
           MOVE GO-SEQ TO GD-SEQ
           MOVE GO-TYPE TO GD-TYPE
           MOVE GO-CASE-NO TO GD-CASE-NO
           MOVE GO-PAYEE TO GD-PAYEE
           MOVE WS-GW-AMOUNT(WS-GW-IDX) TO GD-AMOUNT
           MOVE GO-BALANCE TO GD-BALANCE
           WRITE GARN-DTL-REC.

       OPEN-GARN-ORDERS.
           OPEN I-O GARN-ORDERS
           IF WS-GARN-STATUS IS EQUAL TO "35"
               OPEN OUTPUT GARN-ORDERS
               CLOSE GARN-ORDERS
               OPEN I-O GARN-ORDERS
           END-IF
           IF WS-GARN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open garnish.dat, "
                   "file status " WS-GARN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-BEN-FILES.
           OPEN INPUT BEN-PLANS
           IF WS-PLAN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open benplans.dat, "
                   "file status " WS-PLAN-STATUS
               DISPLAY "Run BEN-MAINT to set up the benefit "
                   "plans first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BEN-ENRL
           IF WS-ENRL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open benenrl.dat, "
                   "file status " WS-ENRL-STATUS
               DISPLAY "Run BEN-MAINT to set up the benefit "
                   "plans first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-BENEFIT-COST.
           MOVE 0 TO WS-INSUR
           MOVE "N" TO WS-ENRL-DONE
           MOVE EMP-ID TO EN-EMP-ID
           MOVE LOW-VALUES TO EN-PLAN
           MOVE LOW-VALUES TO EN-START-DATE
           START BEN-ENRL KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENRL-DONE
           END-START
           PERFORM UNTIL WS-ENRL-DONE IS EQUAL TO "Y"
               READ BEN-ENRL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENRL-DONE
                   NOT AT END
                       IF EN-EMP-ID IS EQUAL TO EMP-ID
                           PERFORM ADD-ENROLLMENT-COST
                       ELSE
                           MOVE "Y" TO WS-ENRL-DONE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ENROLLMENT-COST.
           IF EN-START-DATE IS NOT GREATER THAN WS-RUN-DATE AND
                   (EN-STOP-DATE IS EQUAL TO SPACES OR
                    EN-STOP-DATE IS NOT LESS THAN WS-RUN-DATE)
               MOVE EN-PLAN TO BP-PLAN
               MOVE EN-TIER TO BP-TIER
               READ BEN-PLANS
                   INVALID KEY
                       DISPLAY "Warning: " EMP-ID " is enrolled in "
                           "plan " EN-PLAN " tier " EN-TIER
                           " which is not on benplans.dat"
                   NOT INVALID KEY
                       ADD BP-EE-COST TO WS-INSUR
               END-READ
           END-IF.

       OPEN-GARN-DETAIL.
           IF WS-NEW-BATCH IS EQUAL TO "A" AND
                   WS-HAVE-HEADER IS EQUAL TO "Y"
               OPEN EXTEND GARN-DETAIL
               IF WS-GDTL-STATUS IS NOT EQUAL TO "00"
                   OPEN OUTPUT GARN-DETAIL
               END-IF
           ELSE
               PERFORM REVERSE-PRIOR-GARNISH
               PERFORM REVERSE-PRIOR-RETRO
               OPEN OUTPUT GARN-DETAIL
           END-IF
           IF WS-GDTL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open garndtl.dat, "
                   "file status " WS-GDTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REVERSE-PRIOR-GARNISH.
           MOVE 0 TO WS-GARN-REVERSED
           OPEN INPUT GARN-DETAIL
           IF WS-GDTL-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
                   READ GARN-DETAIL
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF GD-RUN-DATE IS EQUAL TO WS-RUN-DATE
                               PERFORM REVERSE-ONE-GARNISH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE GARN-DETAIL
           END-IF
           IF WS-GARN-REVERSED IS GREATER THAN ZERO
               DISPLAY "Note: " WS-GARN-REVERSED " garnishment "
                   "withholdings from the replaced batch were "
                   "returned to their orders"
           END-IF.

       REVERSE-PRIOR-RETRO.
           MOVE 0 TO WS-RETRO-RETURNED
           OPEN I-O RETRO-TRANS
           IF WS-RETRO-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
                   READ RETRO-TRANS
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RT-POST-DATE IS EQUAL TO WS-RUN-DATE
                                   AND RT-POST-BATCH IS EQUAL TO
                                       WS-BATCH-NO
                               PERFORM RETURN-ONE-RETRO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE RETRO-TRANS
           END-IF
           IF WS-RETRO-RETURNED IS GREATER THAN ZERO
               DISPLAY "Note: " WS-RETRO-RETURNED " retro "
                   "transactions from the replaced batch were "
                   "returned to retrotrn.dat"
           END-IF.

       RETURN-ONE-RETRO.
           MOVE SPACES TO RT-POST-DATE
           MOVE 0 TO RT-POST-BATCH
           REWRITE RETRO-TRANS-REC
           IF WS-RETRO-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot return retro pay for "
                   RT-EMP-ID " " RT-ORIG-DATE " to retrotrn.dat, "
                   "file status " WS-RETRO-STATUS
           ELSE
               ADD 1 TO WS-RETRO-RETURNED
           END-IF.

       REVERSE-ONE-GARNISH.
           MOVE GD-EMP-ID TO GO-EMP-ID
           MOVE GD-PRIORITY TO GO-PRIORITY
           MOVE GD-SEQ TO GO-SEQ
           READ GARN-ORDERS
               INVALID KEY
                   DISPLAY "Warning: garnishment order for "
                       GD-EMP-ID " case " GD-CASE-NO
                       " not found - withholding not returned"
               NOT INVALID KEY
                   IF GO-TOTAL-OWED IS GREATER THAN ZERO
                       ADD GD-AMOUNT TO GO-BALANCE
                       IF GO-STATUS IS EQUAL TO "C" AND
                               GO-CLOSE-DATE IS EQUAL TO
                                   WS-RUN-DATE
                           MOVE "A" TO GO-STATUS
                           MOVE SPACES TO GO-CLOSE-DATE
                       END-IF
                   END-IF
                   IF GO-TOTAL-PAID IS GREATER THAN GD-AMOUNT
                       SUBTRACT GD-AMOUNT FROM GO-TOTAL-PAID
                   ELSE
                       MOVE 0 TO GO-TOTAL-PAID
                   END-IF
                   IF GO-LAST-DATE IS EQUAL TO WS-RUN-DATE
                       IF GO-DAY-WITHHELD IS GREATER THAN
                               GD-AMOUNT
                           SUBTRACT GD-AMOUNT FROM GO-DAY-WITHHELD
                       ELSE
                           MOVE 0 TO GO-DAY-WITHHELD
                       END-IF
                   END-IF
                   REWRITE GARN-ORDER-REC
                       INVALID KEY
                           DISPLAY "Error: cannot update "
                               "garnishment order for " GD-EMP-ID
                               ", file status " WS-GARN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-GARN-REVERSED
                   END-REWRITE
           END-READ.

       SIGN-ON.
           OPEN INPUT OPER-MASTER
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               STOP RUN
           END-IF.

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
               SET ENVIRONMENT "DD_PAYAUDIT" TO "audit.rpt"
               SET ENVIRONMENT "DD_PAYCSV" TO "timecards.csv"
               SET ENVIRONMENT "DD_PAYDAYDT" TO "daydetl.dat"
               SET ENVIRONMENT "DD_PAYGDTL" TO "garndtl.dat"
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
               MOVE "aud" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYAUDIT" TO WS-FILE-NAME
               MOVE "csv" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYCSV" TO WS-FILE-NAME
               MOVE "ddt" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYDAYDT" TO WS-FILE-NAME
               MOVE "gdt" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYGDTL" TO WS-FILE-NAME
           END-IF.

       BUILD-OFFC-NAME.
           MOVE SPACES TO WS-FILE-NAME
           STRING "offc" WS-BATCH-ID "." DELIMITED BY SIZE
               WS-FILE-EXT DELIMITED BY SPACE
               INTO WS-FILE-NAME.

       LOAD-DEDUCT-RATES.
           OPEN INPUT DEDUCT-RATES
           IF WS-RATES-STATUS IS NOT EQUAL TO "00"
                               MOVE DR-PCT TO WS-EXEMPT-AMT
                           WHEN "SHIFT"
                               MOVE DR-PCT TO WS-SHIFT-PCT
                           WHEN "GARNCS"
                               MOVE DR-PCT TO WS-GARN-CS-PCT
                           WHEN "GARNPCT"
                               MOVE DR-PCT TO WS-GARN-GEN-PCT
                           WHEN "SUPPRT"
                               MOVE DR-PCT TO WS-SUPP-PCT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
           END-IF.

       CALC-TAX.
           IF EARN-TYPE IS EQUAL TO "B"
               MOVE WS-PRIOR-GROSS TO WS-DAY-GROSS
               COMPUTE WS-TAX ROUNDED = WS-GROSS * WS-SUPP-PCT / 100
           ELSE
               PERFORM CALC-BRACKET-TAX
           END-IF.

       CALC-BRACKET-TAX.
           COMPUTE WS-DAY-GROSS = WS-PRIOR-GROSS + WS-GROSS
           COMPUTE WS-TAXABLE ROUNDED =
               WS-EXEMPTS * WS-EXEMPT-AMT
           MOVE "N" TO WS-HAVE-HEADER
           IF WS-NEW-BATCH IS EQUAL TO "A"
               PERFORM LOAD-PRIOR-CONTROL
           ELSE
               PERFORM CHECK-PRIOR-RELEASE
           END-IF.

       CHECK-PRIOR-RELEASE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               READ CONTROL-FILE
                   AT END
                       MOVE SPACES TO CTL-RUN-DATE
               END-READ
               CLOSE CONTROL-FILE
               IF CTL-RUN-DATE IS EQUAL TO WS-RUN-DATE AND
                       CTL-BATCH IS EQUAL TO WS-BATCH-NO AND
                       CTL-RELEASE IS EQUAL TO "Y"
                   IF WS-BATCH-NO IS GREATER THAN ZERO
                       DISPLAY "Error: off-cycle batch "
                           WS-BATCH-ID " is already released - "
                           "it cannot be started fresh"
                   ELSE
                       DISPLAY "Error: today's batch is already "
                           "released - it cannot be started fresh"
                   END-IF
                   DISPLAY "Its garnishments and retro pay may "
                       "already be paid out - correct it with "
                       "(A)djustments instead"
                   CLOSE EMP-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-DAY-DETAIL.
           MOVE WS-TOTAL-HOURS TO CTL-TOTAL-HOURS
           MOVE WS-TOTAL-GROSS TO CTL-TOTAL-GROSS
           MOVE "N" TO CTL-RELEASE
           MOVE WS-BATCH-NO TO CTL-BATCH
           WRITE CONTROL-REC
           CLOSE CONTROL-FILE.

           MOVE "HDR" TO HDR-REC-TYPE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-OPERATOR-ID TO HDR-OPERATOR
           MOVE WS-BATCH-NO TO HDR-BATCH
           WRITE PRINT-REC.

       WRITE-TRAILER.
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-BATCH-NO IS GREATER THAN ZERO
               MOVE SPACES TO AUDIT-LINE
               STRING "OFF-CYCLE BATCH: " WS-BATCH-ID
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING "EMP-ID  NAME     DEPT T     HOURS     RATE"
               "      TAX    INSUR     DUES     GARN   DEDUCT"
               "     GROSS       NET"
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE.

           MOVE WS-TAX TO AE-TAX
           MOVE WS-INSUR TO AE-INSUR
           MOVE WS-DUES TO AE-DUES
           MOVE WS-GARN TO AE-GARN
           MOVE DEDUCT TO AE-DEDUCT
           MOVE WS-GROSS TO AE-GROSS
           MOVE WS-NET TO AE-NET
           MOVE SPACES TO AUDIT-LINE
           STRING EMP-ID " " NAME " " DEPT " " EARN-TYPE " "
               AE-HOURS " " AE-RATE " "
               AE-TAX " " AE-INSUR " " AE-DUES " " AE-GARN " "
               AE-DEDUCT " " AE-GROSS " " AE-NET
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE.
       WRITE-CSV-HEADER.
           MOVE SPACES TO CSV-LINE
           STRING "EMP-ID,NAME,DEPT,TYPE,HOURS,RATE,TAX,INSUR,"
               "DUES,GARN,DEDUCT,GROSS,NET"
               DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE.

               MOVE WS-TAX TO AE-TAX
               MOVE WS-INSUR TO AE-INSUR
               MOVE WS-DUES TO AE-DUES
               MOVE WS-GARN TO AE-GARN
               MOVE DEDUCT TO AE-DEDUCT
               MOVE WS-GROSS TO AE-GROSS
               MOVE WS-NET TO AE-NET
                   "," FUNCTION TRIM(AE-TAX) ","
                   FUNCTION TRIM(AE-INSUR) ","
                   FUNCTION TRIM(AE-DUES) ","
                   FUNCTION TRIM(AE-GARN) ","
                   FUNCTION TRIM(AE-DEDUCT) ","
                   FUNCTION TRIM(AE-GROSS) "," FUNCTION TRIM(AE-NET)
                   DELIMITED BY SIZE INTO CSV-LINE
           MOVE "N" TO WS-EMP-HAS-LINES
           MOVE 0 TO WS-PRIOR-GROSS
           MOVE 0 TO WS-PRIOR-TAX
           MOVE 0 TO WS-PRIOR-GARN
           MOVE 0 TO WS-PRIOR-SUPP
           MOVE 0 TO WS-PRIOR-SUPP-TAX
           MOVE "N" TO WS-SCAN-DONE
           MOVE EMP-ID TO DD-EMP-ID
           MOVE SPACE TO DD-EARN-TYPE
                   NOT AT END
                       IF DD-EMP-ID IS EQUAL TO EMP-ID
                           MOVE "Y" TO WS-EMP-HAS-LINES
                           IF DD-EARN-TYPE IS EQUAL TO "B"
                               ADD DD-GROSS TO WS-PRIOR-SUPP
                               ADD DD-TAX TO WS-PRIOR-SUPP-TAX
                           ELSE
                               ADD DD-GROSS TO WS-PRIOR-GROSS
                               ADD DD-TAX TO WS-PRIOR-TAX
                           END-IF
                           ADD DD-GARN TO WS-PRIOR-GARN
                       ELSE
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
           MOVE DEDUCT TO DD-DEDUCT
           MOVE WS-GROSS TO DD-GROSS
           MOVE WS-NET TO DD-NET
           MOVE WS-GARN TO DD-GARN
           WRITE DAY-DETL-REC
               INVALID KEY
                   DISPLAY "Error: cannot write daydetl.dat for "
           PERFORM GET-EMP-ID.
           PERFORM GET-EARN-TYPE.
           PERFORM GET-DEPT.
           PERFORM GET-PAY-AMOUNTS.
           PERFORM CALC-PAY.

       GET-EARN-TYPE.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Earnings type? (R)egular (O)vertime "
                   "(V)acation (S)ick (H)oliday (P)remium "
                   "(B)onus, blank = R "
               ACCEPT EARN-TYPE
               IF EARN-TYPE IS EQUAL TO SPACE
                   MOVE "R" TO EARN-TYPE
                       EARN-TYPE IS EQUAL TO "V" OR
                       EARN-TYPE IS EQUAL TO "S" OR
                       EARN-TYPE IS EQUAL TO "H" OR
                       EARN-TYPE IS EQUAL TO "P" OR
                       EARN-TYPE IS EQUAL TO "B"
                   PERFORM CHECK-DUP-ID
                   IF WS-DUP-FOUND IS EQUAL TO "Y"
                       DISPLAY "Error: employee " EMP-ID
                   END-IF
               ELSE
                   DISPLAY "Error: earnings type must be "
                       "R, O, V, S, H, P or B"
               END-IF
           END-PERFORM.

               " Hours=" HOURS " Rate=" RATE
           DISPLAY "  Tax=" WS-TAX " Insur=" WS-INSUR
               " Dues=" WS-DUES " Deduct=" DEDUCT
           IF WS-GARN IS GREATER THAN ZERO
               DISPLAY "  Garnishment=" WS-GARN
                   " Order balance=" WS-GARN-BAL
           END-IF
           DISPLAY "  Gross=" WS-GROSS " Net=" WS-NET
           IF DEDUCT IS GREATER THAN WS-GROSS
               DISPLAY "Warning: deductions exceed gross pay - "
           MOVE WS-EXEMPTS TO ACCT-EXEMPTS.
           MOVE SPACE TO ACCT-ADJ-SIGN.
           MOVE SPACES TO ACCT-ORIG-DATE.
           MOVE WS-GARN TO ACCT-GARN.
           MOVE WS-GARN-BAL TO ACCT-GARN-BAL.
           IF WS-DAT-EXPORT IS EQUAL TO "Y"
               MOVE "DET" TO REC-TYPE
               WRITE PRINT-REC
           PERFORM WRITE-CSV-LINE.
           PERFORM WRITE-DAY-DETAIL.
           PERFORM POST-LEAVE-USAGE.
           PERFORM POST-GARNISH.
           ADD 1 TO WS-RUN-COUNT.
           ADD 1 TO WS-SESS-COUNT.
           ADD HOURS TO WS-TOTAL-HOURS.
           PERFORM GET-ADJ-TYPE.
           PERFORM GET-ADJ-SIGN.
           PERFORM GET-DEPT.
           PERFORM GET-PAY-AMOUNTS.
           PERFORM CALC-ADJ-PAY.

       GET-ADJ-EMP-ID.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Earnings type? (R)egular (O)vertime "
                   "(V)acation (S)ick (H)oliday (P)remium "
                   "(B)onus, blank = R "
               ACCEPT EARN-TYPE
               IF EARN-TYPE IS EQUAL TO SPACE
                   MOVE "R" TO EARN-TYPE
                       EARN-TYPE IS EQUAL TO "V" OR
                       EARN-TYPE IS EQUAL TO "S" OR
                       EARN-TYPE IS EQUAL TO "H" OR
                       EARN-TYPE IS EQUAL TO "P" OR
                       EARN-TYPE IS EQUAL TO "B"
                   MOVE "Y" TO WS-VALID
               ELSE
                   DISPLAY "Error: earnings type must be "
                       "R, O, V, S, H, P or B"
               END-IF
           END-PERFORM.

           END-IF
           MOVE 0 TO WS-PRIOR-GROSS
           MOVE 0 TO WS-PRIOR-TAX
           MOVE 0 TO WS-GARN
           MOVE 0 TO WS-GARN-BAL
           MOVE 0 TO WS-GW-COUNT
           PERFORM CALC-TAX
           IF WS-INPUT-MODE IS EQUAL TO "T"
               MOVE "N" TO WS-ANSWER
           ELSE
               DISPLAY "Include insurance and dues? (Y/N) "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           END-IF
           IF WS-ANSWER IS EQUAL TO "Y"
               PERFORM GET-BENEFIT-COST
               MOVE EM-DUES TO WS-DUES
           ELSE
               MOVE 0 TO WS-INSUR
           MOVE WS-EXEMPTS TO ACCT-EXEMPTS.
           MOVE WS-ADJ-SIGN TO ACCT-ADJ-SIGN.
           MOVE WS-ORIG-DATE TO ACCT-ORIG-DATE.
           MOVE 0 TO ACCT-GARN.
           MOVE 0 TO ACCT-GARN-BAL.
           IF WS-DAT-EXPORT IS EQUAL TO "Y"
               MOVE "ADJ" TO REC-TYPE
               WRITE PRINT-REC
           MOVE WS-TAX TO AE-TAX
           MOVE WS-INSUR TO AE-INSUR
           MOVE WS-DUES TO AE-DUES
           MOVE WS-GARN TO AE-GARN
           MOVE DEDUCT TO AE-DEDUCT
           MOVE WS-GROSS TO AE-GROSS
           MOVE WS-NET TO AE-NET
           MOVE SPACES TO AUDIT-LINE
           STRING EMP-ID " " NAME " " DEPT " " EARN-TYPE " "
               AE-HOURS " " AE-RATE " "
               AE-TAX " " AE-INSUR " " AE-DUES " " AE-GARN " "
               AE-DEDUCT " " AE-GROSS " " AE-NET
               " ADJ " WS-ADJ-SIGN " REF " WS-ORIG-DATE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE.

       RETRO-WORK.
           READ RETRO-TRANS
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RT-POST-DATE IS EQUAL TO SPACES
                       PERFORM POST-RETRO-TRANS
                   END-IF
           END-READ.

       POST-RETRO-TRANS.
           MOVE RT-EMP-ID TO EMP-ID
           PERFORM LOOKUP-EMPLOYEE
           IF WS-MAST-FOUND IS EQUAL TO "N"
               DISPLAY "Warning: retro pay for " RT-EMP-ID
                   " held - not on the employee master"
               ADD 1 TO WS-RETRO-HELD
           ELSE
               MOVE RT-NAME TO NAME
               MOVE RT-DEPT TO DEPT
               MOVE RT-EARN-TYPE TO EARN-TYPE
               MOVE RT-HOURS TO HOURS
               MOVE RT-RATE TO RATE
               MOVE RT-ORIG-DATE TO WS-ORIG-DATE
               MOVE "+" TO WS-ADJ-SIGN
               PERFORM CALC-ADJ-PAY
               IF WS-GROSS IS NOT EQUAL TO RT-GROSS
                   DISPLAY "Warning: retro pay for " RT-EMP-ID
                       " " RT-ORIG-DATE " recomputes to " WS-GROSS
                       " not " RT-GROSS " - held"
                   ADD 1 TO WS-RETRO-HELD
               ELSE
                   PERFORM DISPLAY-ADJUSTMENT
                   PERFORM COMMIT-ADJUSTMENT
                   MOVE WS-RUN-DATE TO RT-POST-DATE
                   MOVE WS-BATCH-NO TO RT-POST-BATCH
                   REWRITE RETRO-TRANS-REC
                   IF WS-RETRO-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "Error: cannot mark retrotrn.dat "
                           "posted for " RT-EMP-ID ", file status "
                           WS-RETRO-STATUS
                   END-IF
                   ADD 1 TO WS-RETRO-POSTED
               END-IF
           END-IF.

       FINAL-PAY-WORK.
           PERFORM GET-FINAL-EMP-ID
           PERFORM GET-DEPT
           PERFORM GET-FINAL-HOURS
           IF HOURS IS GREATER THAN ZERO
               MOVE "R" TO EARN-TYPE
               MOVE EM-RATE TO RATE
               PERFORM CHECK-DUP-ID
               IF WS-DUP-FOUND IS EQUAL TO "Y"
                   DISPLAY "Error: employee " EMP-ID
                       " already has a type R entry in this batch"
                       " - final hours not written"
               ELSE
                   PERFORM CALC-PAY
                   PERFORM DISPLAY-ENTRY
                   DISPLAY "Write final hours? (Y/N) "
                   PERFORM CONFIRM-FINAL-LINE
               END-IF
           END-IF
           PERFORM FINAL-VACATION-PAYOUT
           DISPLAY "Another final pay? (Y/N) "
           ACCEPT REC-AGAIN
           MOVE FUNCTION UPPER-CASE(REC-AGAIN) TO REC-AGAIN.

       GET-FINAL-EMP-ID.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Employee ID? "
               ACCEPT EMP-ID
               PERFORM LOOKUP-EMPLOYEE
               EVALUATE TRUE
                   WHEN EMP-ID IS EQUAL TO SPACES
                       DISPLAY "Error: employee id cannot be blank"
                   WHEN WS-MAST-FOUND IS EQUAL TO "N"
                       DISPLAY "Error: employee " EMP-ID
                           " is not on the employee master"
                   WHEN OTHER
                       MOVE EM-NAME TO NAME
                       DISPLAY "Name: " NAME
                       IF EM-STATUS IS NOT EQUAL TO "T"
                           DISPLAY "Note: " EMP-ID " is still "
                               "active - set the termination in "
                               "EMP-MAINT"
                       END-IF
                       MOVE "Y" TO WS-VALID
               END-EVALUATE
           END-PERFORM.

       GET-FINAL-HOURS.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Final regular hours not yet paid? "
                   "(0 = none) "
               ACCEPT HOURS
               IF HOURS IS GREATER THAN 80
                   DISPLAY "Error: hours must be 0 to 80"
               ELSE
                   MOVE "Y" TO WS-VALID
               END-IF
           END-PERFORM.

       FINAL-VACATION-PAYOUT.
           MOVE 0 TO WS-AVAIL-BAL
           MOVE EMP-ID TO LB-EMP-ID
           READ LEAVE-BAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LB-VAC-BAL TO WS-AVAIL-BAL
           END-READ
           IF WS-AVAIL-BAL IS EQUAL TO ZERO
               DISPLAY "Note: no vacation balance to pay out for "
                   EMP-ID
           ELSE
               MOVE "V" TO EARN-TYPE
               MOVE WS-AVAIL-BAL TO HOURS
               MOVE EM-RATE TO RATE
               PERFORM CHECK-DUP-ID
               IF WS-DUP-FOUND IS EQUAL TO "Y"
                   DISPLAY "Error: employee " EMP-ID
                       " already has a type V entry in this batch"
                       " - vacation payout not written"
               ELSE
                   PERFORM CALC-PAY
                   PERFORM DISPLAY-ENTRY
                   DISPLAY "Pay out " HOURS " vacation hours? (Y/N) "
                   PERFORM CONFIRM-FINAL-LINE
               END-IF
           END-IF.

       CONFIRM-FINAL-LINE.
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           EVALUATE TRUE
               WHEN WS-CONFIRM IS NOT EQUAL TO "Y"
                   DISPLAY "Note: type " EARN-TYPE " line for "
                       EMP-ID " not written"
               WHEN DEDUCT IS GREATER THAN WS-GROSS
                   DISPLAY "Error: deductions exceed gross pay - "
                       "entry for " EMP-ID " not written"
               WHEN OTHER
                   PERFORM COMMIT-ENTRY
           END-EVALUATE.

       GET-PAY-AMOUNTS.
           IF EARN-TYPE IS EQUAL TO "B"
               PERFORM GET-BONUS-AMOUNT
           ELSE
               PERFORM GET-HOURS
               PERFORM GET-RATE
           END-IF.

       GET-BONUS-AMOUNT.
           MOVE 0 TO HOURS
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Bonus amount? "
               ACCEPT RATE
               IF RATE IS GREATER THAN ZERO
                   MOVE "Y" TO WS-VALID
               ELSE
                   DISPLAY "Error: bonus amount must be greater "
                       "than zero"
               END-IF
           END-PERFORM.

       GET-HOURS.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
