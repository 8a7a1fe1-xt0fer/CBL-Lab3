       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEN-REMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "HISTIN"
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BEN-PLANS ASSIGN TO "benplans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BEN-ENRL ASSIGN TO "benenrl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT EMP-MASTER ASSIGN TO "empmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REMIT-REPORT ASSIGN TO "benremit.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD BEN-PLANS.
       COPY BENPLAN.

       FD BEN-ENRL.
       COPY BENENRL.

       FD EMP-MASTER.
       COPY EMPREC.

       FD REMIT-REPORT.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-ENRL-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-TODAY.
             05 WS-TODAY-YYYY PIC 9(4).
             05 WS-TODAY-MM PIC 9(2).
             05 WS-TODAY-DD PIC 9(2).
       01 WS-MONTH-IN PIC X(6) VALUE SPACES.
       01 WS-REMIT-MONTH.
             05 WS-RM-YYYY PIC 9(4).
             05 WS-RM-MM PIC 9(2).
       01 WS-MONTH-FIRST PIC X(8) VALUE SPACES.
       01 WS-MONTH-LAST PIC X(8) VALUE SPACES.
       01 WS-HIST-NAME PIC X(30) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-PAY-COUNT PIC 9(8) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-CX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
       01 WS-TIER-DESC PIC X(12) VALUE SPACES.
       01 WS-RE-COUNT PIC 9(4) VALUE 0.
       01 WS-RE-TABLE.
             05 WS-RE-ENTRY OCCURS 2000 TIMES.
                   10 WS-RE-EMP-ID PIC X(6).
                   10 WS-RE-NAME PIC X(8).
                   10 WS-RE-PLAN PIC X(6).
                   10 WS-RE-TIER PIC X(1).
                   10 WS-RE-START PIC X(8).
                   10 WS-RE-STOP PIC X(8).
                   10 WS-RE-CARRIER PIC X(20).
                   10 WS-RE-EE-COST PIC 9(6)V99.
                   10 WS-RE-ER-COST PIC 9(6)V99.
                   10 WS-RE-PAYS PIC S9(3).
                   10 WS-RE-EE-AMT PIC S9(8)V99.
                   10 WS-RE-ER-AMT PIC S9(8)V99.
                   10 WS-RE-LAST-DATE PIC X(8).
       01 WS-CA-COUNT PIC 9(4) VALUE 0.
       01 WS-CA-TABLE.
             05 WS-CA-ENTRY OCCURS 50 TIMES.
                   10 WS-CA-CARRIER PIC X(20).
       01 WS-CAR-COUNT PIC 9(4) VALUE 0.
       01 WS-CAR-EE PIC S9(10)V99 VALUE 0.
       01 WS-CAR-ER PIC S9(10)V99 VALUE 0.
       01 WS-TOT-COUNT PIC 9(4) VALUE 0.
       01 WS-TOT-EE PIC S9(10)V99 VALUE 0.
       01 WS-TOT-ER PIC S9(10)V99 VALUE 0.
       01 WS-LINE-TOTAL PIC S9(10)V99 VALUE 0.
       01 REMIT-FIELDS.
             05 RE-PAYS PIC -ZZ9.
             05 RE-EE PIC -ZZZZZZZ9.99.
             05 RE-ER PIC -ZZZZZZZ9.99.
             05 RE-TOTAL PIC -ZZZZZZZZ9.99.
             05 RE-COUNT PIC ZZZ9.
             05 RE-STOP PIC X(8).
             05 RE-NOTE PIC X(11).
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-TABLE-OK PIC X VALUE "Y".

       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Remittance month? (YYYYMM, blank = last month) "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN IS EQUAL TO SPACES
               MOVE WS-TODAY-YYYY TO WS-RM-YYYY
               IF WS-TODAY-MM IS EQUAL TO 1
                   MOVE 12 TO WS-RM-MM
                   SUBTRACT 1 FROM WS-RM-YYYY
               ELSE
                   COMPUTE WS-RM-MM = WS-TODAY-MM - 1
               END-IF
           ELSE
               IF WS-MONTH-IN IS NOT NUMERIC
                   DISPLAY "Error: month must be YYYYMM"
                   STOP RUN
               END-IF
               MOVE WS-MONTH-IN TO WS-REMIT-MONTH
               IF WS-RM-MM IS LESS THAN 1 OR
                       WS-RM-MM IS GREATER THAN 12
                   DISPLAY "Error: month must be YYYYMM"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-MONTH-FIRST
           STRING WS-REMIT-MONTH "01"
               DELIMITED BY SIZE INTO WS-MONTH-FIRST
           MOVE SPACES TO WS-MONTH-LAST
           STRING WS-REMIT-MONTH "31"
               DELIMITED BY SIZE INTO WS-MONTH-LAST
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
           END-IF
           OPEN INPUT EMP-MASTER
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open empmast.dat, "
                   "file status " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ENROLLMENTS
           CLOSE BEN-ENRL
           CLOSE BEN-PLANS
           CLOSE EMP-MASTER
           MOVE "payhist.dat" TO WS-HIST-NAME
           PERFORM LOAD-HISTORY
           IF WS-READ-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO WS-HIST-NAME
               STRING "hist" WS-RM-YYYY ".dat"
                   DELIMITED BY SIZE INTO WS-HIST-NAME
               DISPLAY "Note: no " WS-REMIT-MONTH " history on "
                   "payhist.dat - trying " WS-HIST-NAME
               PERFORM LOAD-HISTORY
           END-IF
           IF WS-READ-COUNT IS EQUAL TO ZERO
               DISPLAY "Warning: no pay history found for "
                   WS-REMIT-MONTH " - no premiums were deducted"
           END-IF
           OPEN OUTPUT REMIT-REPORT
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open benremit.rpt, "
                   "file status " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOP.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-CARRIER-SECTION
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX IS GREATER THAN WS-CA-COUNT.
           PERFORM WRITE-GRAND-TOTAL.

       CLOSE-STOP.
           CLOSE REMIT-REPORT.
           DISPLAY "Carrier remittance written to benremit.rpt".
           MOVE WS-RE-COUNT TO RE-COUNT.
           DISPLAY "Enrollments reported: " RE-COUNT
               "   pay lines read: " WS-PAY-COUNT.
           IF WS-TABLE-OK IS EQUAL TO "N"
               DISPLAY "*** REMITTANCE IS INCOMPLETE - SEE "
                   "MESSAGES ABOVE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-ENROLLMENTS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ BEN-ENRL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-START-DATE IS NOT GREATER THAN
                               WS-MONTH-LAST AND
                               (EN-STOP-DATE IS EQUAL TO SPACES OR
                                EN-STOP-DATE IS NOT LESS THAN
                                   WS-MONTH-FIRST)
                           PERFORM ADD-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       ADD-ENROLLMENT.
           IF WS-RE-COUNT IS NOT LESS THAN 2000
               DISPLAY "Error: enrollment table full (2000 max) - "
                   EN-EMP-ID " plan " EN-PLAN " not reported"
               MOVE "N" TO WS-TABLE-OK
           ELSE
               ADD 1 TO WS-RE-COUNT
               MOVE WS-RE-COUNT TO WS-SLOT
               MOVE EN-EMP-ID TO WS-RE-EMP-ID(WS-SLOT)
               MOVE EN-PLAN TO WS-RE-PLAN(WS-SLOT)
               MOVE EN-TIER TO WS-RE-TIER(WS-SLOT)
               MOVE EN-START-DATE TO WS-RE-START(WS-SLOT)
               MOVE EN-STOP-DATE TO WS-RE-STOP(WS-SLOT)
               MOVE 0 TO WS-RE-PAYS(WS-SLOT)
               MOVE 0 TO WS-RE-EE-AMT(WS-SLOT)
               MOVE 0 TO WS-RE-ER-AMT(WS-SLOT)
               MOVE SPACES TO WS-RE-LAST-DATE(WS-SLOT)
               MOVE EN-EMP-ID TO EM-EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       MOVE "?" TO WS-RE-NAME(WS-SLOT)
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-RE-NAME(WS-SLOT)
               END-READ
               MOVE EN-PLAN TO BP-PLAN
               MOVE EN-TIER TO BP-TIER
               READ BEN-PLANS
                   INVALID KEY
                       DISPLAY "Warning: " EN-EMP-ID " is enrolled "
                           "in plan " EN-PLAN " tier " EN-TIER
                           " which is not on benplans.dat"
                       MOVE "*** NO PLAN ON FILE" TO
                           WS-RE-CARRIER(WS-SLOT)
                       MOVE 0 TO WS-RE-EE-COST(WS-SLOT)
                       MOVE 0 TO WS-RE-ER-COST(WS-SLOT)
                   NOT INVALID KEY
                       MOVE BP-CARRIER TO WS-RE-CARRIER(WS-SLOT)
                       MOVE BP-EE-COST TO WS-RE-EE-COST(WS-SLOT)
                       MOVE BP-ER-COST TO WS-RE-ER-COST(WS-SLOT)
               END-READ
               PERFORM ADD-CARRIER
           END-IF.

       ADD-CARRIER.
           MOVE 0 TO WS-CX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-CA-COUNT
               IF WS-CA-CARRIER(WS-IDX) IS EQUAL TO
                       WS-RE-CARRIER(WS-SLOT)
                   MOVE WS-IDX TO WS-CX
               END-IF
           END-PERFORM
           IF WS-CX IS EQUAL TO ZERO
               IF WS-CA-COUNT IS LESS THAN 50
                   ADD 1 TO WS-CA-COUNT
                   MOVE WS-RE-CARRIER(WS-SLOT) TO
                       WS-CA-CARRIER(WS-CA-COUNT)
               ELSE
                   DISPLAY "Error: carrier table full (50 max) - "
                       WS-RE-CARRIER(WS-SLOT) " not reported"
                   MOVE "N" TO WS-TABLE-OK
               END-IF
           END-IF.

       LOAD-HISTORY.
           SET ENVIRONMENT "DD_HISTIN" TO WS-HIST-NAME
           OPEN INPUT PAY-HISTORY
           IF WS-HISTORY-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-EOF
               PERFORM READ-HISTORY UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE PAY-HISTORY
           ELSE
               IF WS-HISTORY-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "Error: cannot open " WS-HIST-NAME
                       ", file status " WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-HISTORY.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PH-RUN-DATE(1:6) IS EQUAL TO WS-REMIT-MONTH
                       ADD 1 TO WS-READ-COUNT
                       IF PH-BATCH IS EQUAL TO ZERO AND
                               (PH-ADJ-SIGN IS EQUAL TO SPACE OR
                                PH-INSUR IS GREATER THAN ZERO)
                           ADD 1 TO WS-PAY-COUNT
                           PERFORM POST-HISTORY
                               VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX IS GREATER THAN
                                   WS-RE-COUNT
                       END-IF
                   END-IF
           END-READ.

       POST-HISTORY.
           IF WS-RE-EMP-ID(WS-IDX) IS EQUAL TO PH-EMP-ID AND
                   WS-RE-START(WS-IDX) IS NOT GREATER THAN
                       PH-RUN-DATE AND
                   (WS-RE-STOP(WS-IDX) IS EQUAL TO SPACES OR
                    WS-RE-STOP(WS-IDX) IS NOT LESS THAN PH-RUN-DATE)
               EVALUATE TRUE
                   WHEN PH-ADJ-SIGN IS EQUAL TO "-"
                       SUBTRACT 1 FROM WS-RE-PAYS(WS-IDX)
                       SUBTRACT WS-RE-EE-COST(WS-IDX) FROM
                           WS-RE-EE-AMT(WS-IDX)
                       SUBTRACT WS-RE-ER-COST(WS-IDX) FROM
                           WS-RE-ER-AMT(WS-IDX)
                   WHEN PH-ADJ-SIGN IS EQUAL TO SPACE AND
                           WS-RE-LAST-DATE(WS-IDX) IS EQUAL TO
                               PH-RUN-DATE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-RE-PAYS(WS-IDX)
                       ADD WS-RE-EE-COST(WS-IDX) TO
                           WS-RE-EE-AMT(WS-IDX)
                       ADD WS-RE-ER-COST(WS-IDX) TO
                           WS-RE-ER-AMT(WS-IDX)
                       MOVE PH-RUN-DATE TO WS-RE-LAST-DATE(WS-IDX)
               END-EVALUATE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "CARRIER PREMIUM REMITTANCE   MONTH: "
               WS-REMIT-MONTH "   SOURCE: " WS-HIST-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RE-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "NO ENROLLMENTS IN FORCE DURING THE MONTH"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-CARRIER-SECTION.
           MOVE 0 TO WS-CAR-COUNT
           MOVE 0 TO WS-CAR-EE
           MOVE 0 TO WS-CAR-ER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CARRIER: " WS-CA-CARRIER(WS-CX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EMP ID NAME     PLAN   TIER         START    "
               "STOP     PAYS     EMPLOYEE     EMPLOYER"
               "         TOTAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ENROLLMENT-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-RE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "--------------------------------------------"
               "------------------------------------------------"
               "------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CAR-COUNT TO RE-COUNT
           MOVE WS-CAR-EE TO RE-EE
           MOVE WS-CAR-ER TO RE-ER
           COMPUTE WS-LINE-TOTAL = WS-CAR-EE + WS-CAR-ER
           MOVE WS-LINE-TOTAL TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "CARRIER TOTAL   ENROLLED: " RE-COUNT
               "                             "
               RE-EE " " RE-ER " " RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-CAR-COUNT TO WS-TOT-COUNT
           ADD WS-CAR-EE TO WS-TOT-EE
           ADD WS-CAR-ER TO WS-TOT-ER.

       WRITE-ENROLLMENT-LINE.
           IF WS-RE-CARRIER(WS-IDX) IS EQUAL TO WS-CA-CARRIER(WS-CX)
               ADD 1 TO WS-CAR-COUNT
               ADD WS-RE-EE-AMT(WS-IDX) TO WS-CAR-EE
               ADD WS-RE-ER-AMT(WS-IDX) TO WS-CAR-ER
               EVALUATE WS-RE-TIER(WS-IDX)
                   WHEN "E"
                       MOVE "EMPLOYEE" TO WS-TIER-DESC
                   WHEN "S"
                       MOVE "EMP + SPOUSE" TO WS-TIER-DESC
                   WHEN "F"
                       MOVE "FAMILY" TO WS-TIER-DESC
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-TIER-DESC
               END-EVALUATE
               MOVE WS-RE-STOP(WS-IDX) TO RE-STOP
               IF WS-RE-STOP(WS-IDX) IS EQUAL TO SPACES
                   MOVE "OPEN" TO RE-STOP
               END-IF
               MOVE SPACES TO RE-NOTE
               IF WS-RE-PAYS(WS-IDX) IS EQUAL TO ZERO
                   MOVE "NO PAYS" TO RE-NOTE
               END-IF
               MOVE WS-RE-PAYS(WS-IDX) TO RE-PAYS
               MOVE WS-RE-EE-AMT(WS-IDX) TO RE-EE
               MOVE WS-RE-ER-AMT(WS-IDX) TO RE-ER
               COMPUTE WS-LINE-TOTAL =
                   WS-RE-EE-AMT(WS-IDX) + WS-RE-ER-AMT(WS-IDX)
               MOVE WS-LINE-TOTAL TO RE-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING WS-RE-EMP-ID(WS-IDX) " " WS-RE-NAME(WS-IDX)
                   " " WS-RE-PLAN(WS-IDX) " " WS-TIER-DESC " "
                   WS-RE-START(WS-IDX) " " RE-STOP " " RE-PAYS " "
                   RE-EE " " RE-ER " " RE-TOTAL " " RE-NOTE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-COUNT TO RE-COUNT
           MOVE WS-TOT-EE TO RE-EE
           MOVE WS-TOT-ER TO RE-ER
           COMPUTE WS-LINE-TOTAL = WS-TOT-EE + WS-TOT-ER
           MOVE WS-LINE-TOTAL TO RE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "GRAND TOTAL     ENROLLED: " RE-COUNT
               "                             "
               RE-EE " " RE-ER " " RE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PREMIUMS ARE PER-PAY PLAN COSTS TIMES PAYS - ONE "
               "PER ENROLLMENT FOR EACH REGULAR RUN DATE PAID"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "IN THE MONTH, PLUS OR MINUS ADJUSTMENTS THAT "
               "CARRIED AN INSURANCE DEDUCTION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
