       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RETRO-TRANS ASSIGN TO "retrotrn.dat"
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RETRO-REPORT ASSIGN TO "retro.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DEDUCT-RATES ASSIGN TO "dedrates.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT DEPT-TABLE ASSIGN TO "depttab.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
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
       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD RETRO-TRANS RECORDING MODE F
           RECORD CONTAINS 113 CHARACTERS.
       COPY RETROREC.

       FD RETRO-REPORT.
       01 REPORT-LINE PIC X(110).

       FD DEDUCT-RATES.
       01 DEDUCT-RATE-REC.
             05 DR-CODE PIC X(8).
             05 DR-PCT PIC 9(2)V9(4).

       FD DEPT-TABLE.
       COPY DEPTREC.

       FD EMP-MASTER.
       COPY EMPREC.

       FD OPER-MASTER.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-RATES-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-OPER-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-OPER-LEVEL PIC X VALUE SPACE.
       01 WS-TRY-COUNT PIC 9(1) VALUE 0.
       01 WS-TODAY PIC X(8) VALUE SPACES.
       01 WS-ANSWER PIC X VALUE SPACE.
       01 WS-SEL-TYPE PIC X VALUE SPACE.
       01 WS-SEL-EMP PIC X(6) VALUE SPACES.
       01 WS-SEL-DEPT PIC X(4) VALUE SPACES.
       01 WS-MAST-RATE PIC 9(8)V99 VALUE 0.
       01 WS-OLD-RATE PIC 9(8)V99 VALUE 0.
       01 WS-NEW-RATE PIC 9(8)V99 VALUE 0.
       01 WS-DIFF-RATE PIC 9(8)V99 VALUE 0.
       01 WS-EFF-DATE PIC X(8) VALUE SPACES.
       01 WS-WORK-DATE PIC X(8) VALUE SPACES.
       01 WS-SHIFT-PCT PIC 9(2)V9(4) VALUE 0.
       01 EARN-TYPE PIC X VALUE "R".
       01 HOURS PIC 9(8)V99 VALUE 0.
       01 RATE PIC 9(8)V99 VALUE 0.
       01 WS-GROSS PIC 9(8)V99 VALUE 0.
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-DEPT-IDX PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY PIC X(4) OCCURS 50 TIMES.
       01 WS-RE-COUNT PIC 9(4) VALUE 0.
       01 WS-RE-IDX PIC 9(4) VALUE 0.
       01 WS-RE-SLOT PIC 9(4) VALUE 0.
       01 WS-RETRO-TABLE.
             05 WS-RE-ENTRY OCCURS 2000 TIMES.
                   10 WS-RE-EMP-ID PIC X(6).
                   10 WS-RE-NAME PIC X(8).
                   10 WS-RE-DEPT PIC X(4).
                   10 WS-RE-TYPE PIC X(1).
                   10 WS-RE-DATE PIC X(8).
                   10 WS-RE-HOURS PIC S9(8)V99.
                   10 WS-RE-PAID PIC S9(8)V99.
                   10 WS-RE-RECOMP PIC 9(8)V99.
                   10 WS-RE-RETRO PIC 9(8)V99.
                   10 WS-RE-STATE PIC X(1).
       01 WS-XC-COUNT PIC 9(4) VALUE 0.
       01 WS-XC-IDX PIC 9(4) VALUE 0.
       01 WS-XC-REASON PIC X(28) VALUE SPACES.
       01 WS-EXCEPT-TABLE.
             05 WS-XC-ENTRY OCCURS 500 TIMES.
                   10 WS-XC-EMP-ID PIC X(6).
                   10 WS-XC-NAME PIC X(8).
                   10 WS-XC-TYPE PIC X(1).
                   10 WS-XC-SIGN PIC X(1).
                   10 WS-XC-DATE PIC X(8).
                   10 WS-XC-HOURS PIC 9(8)V99.
                   10 WS-XC-RATE PIC 9(8)V99.
                   10 WS-XC-REASON-TXT PIC X(28).
       01 WS-HIST-COUNT PIC 9(8) VALUE 0.
       01 WS-PRIOR-COUNT PIC 9(4) VALUE 0.
       01 WS-PEND-COUNT PIC 9(4) VALUE 0.
       01 WS-RETRO-COUNT PIC 9(4) VALUE 0.
       01 WS-WRITE-COUNT PIC 9(4) VALUE 0.
       01 WS-TOT-HOURS PIC S9(8)V99 VALUE 0.
       01 WS-TOT-PAID PIC S9(10)V99 VALUE 0.
       01 WS-TOT-RECOMP PIC 9(10)V99 VALUE 0.
       01 WS-TOT-RETRO PIC 9(10)V99 VALUE 0.
       01 RETRO-FIELDS.
             05 RF-HOURS PIC -ZZZZ9.99.
             05 RF-PAID PIC -ZZZZZZ9.99.
             05 RF-RECOMP PIC ZZZZZZZ9.99.
             05 RF-RETRO PIC ZZZZZZZ9.99.
             05 RF-RATE PIC ZZZZZ9.99.
             05 RF-XC-HOURS PIC ZZZZZ9.99.
             05 RF-OLD-RATE PIC ZZZZZ9.99.
             05 RF-NEW-RATE PIC ZZZZZ9.99.
             05 RF-DIFF-RATE PIC ZZZZZ9.99.
             05 RF-COUNT PIC ZZZ9.
             05 RF-TOT-HOURS PIC -ZZZZZZ9.99.
             05 RF-TOT-PAID PIC -ZZZZZZZZ9.99.
             05 RF-TOT-RECOMP PIC ZZZZZZZZZ9.99.
             05 RF-TOT-RETRO PIC ZZZZZZZZZ9.99.
       01 WS-NOTE PIC X(30) VALUE SPACES.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-VALID PIC X VALUE "N".
             05 WS-SIGNED-ON PIC X VALUE "N".
             05 WS-SELECTED PIC X VALUE "N".
             05 WS-DEPT-OK PIC X VALUE "N".
             05 WS-TABLE-FULL PIC X VALUE "N".
             05 WS-XC-FULL PIC X VALUE "N".


       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SIGN-ON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-DEDUCT-RATES
           PERFORM LOAD-DEPT-TABLE
           OPEN INPUT EMP-MASTER
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open empmast.dat, "
                   "file status " WS-MASTER-STATUS
               DISPLAY "Run EMP-MAINT to build the employee "
                   "master first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-SELECTION
           PERFORM GET-RATES
           PERFORM GET-EFF-DATE
           CLOSE EMP-MASTER
           OPEN OUTPUT RETRO-REPORT
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open retro.rpt, "
                   "file status " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOP.
           PERFORM SCAN-HISTORY
           PERFORM CHECK-PENDING
           PERFORM WRITE-WORKSHEET.

       CLOSE-STOP.
           PERFORM APPROVE-RETRO.
           CLOSE RETRO-REPORT.
           STOP RUN.

       GET-SELECTION.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Retro pay for an (E)mployee or a "
                   "(D)epartment? "
               ACCEPT WS-SEL-TYPE
               MOVE FUNCTION UPPER-CASE(WS-SEL-TYPE) TO WS-SEL-TYPE
               EVALUATE WS-SEL-TYPE
                   WHEN "E"
                       PERFORM GET-SEL-EMP
                   WHEN "D"
                       PERFORM GET-SEL-DEPT
                   WHEN OTHER
                       DISPLAY "Error: answer E or D"
               END-EVALUATE
           END-PERFORM.

       GET-SEL-EMP.
           DISPLAY "Employee ID? "
           ACCEPT WS-SEL-EMP
           IF WS-SEL-EMP IS EQUAL TO SPACES
               DISPLAY "Error: employee id cannot be blank"
           ELSE
               MOVE WS-SEL-EMP TO EM-EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       DISPLAY "Error: employee " WS-SEL-EMP
                           " is not on the employee master"
                   NOT INVALID KEY
                       DISPLAY "Name: " EM-NAME
                       MOVE EM-RATE TO WS-MAST-RATE
                       MOVE "Y" TO WS-VALID
               END-READ
           END-IF.

       GET-SEL-DEPT.
           DISPLAY "Department code? "
           ACCEPT WS-SEL-DEPT
           MOVE FUNCTION UPPER-CASE(WS-SEL-DEPT) TO WS-SEL-DEPT
           PERFORM CHECK-DEPT
           IF WS-DEPT-OK IS EQUAL TO "Y"
               MOVE "Y" TO WS-VALID
           ELSE
               DISPLAY "Error: department " WS-SEL-DEPT
                   " is not in depttab.dat"
           END-IF.

       GET-RATES.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Old rate (paid before the increase)? "
               ACCEPT WS-OLD-RATE
               DISPLAY "New rate? "
               ACCEPT WS-NEW-RATE
               EVALUATE TRUE
                   WHEN WS-OLD-RATE IS EQUAL TO ZERO
                       DISPLAY "Error: old rate must be greater "
                           "than zero"
                   WHEN WS-NEW-RATE IS NOT GREATER THAN
                           WS-OLD-RATE
                       DISPLAY "Error: new rate must be greater "
                           "than the old rate"
                   WHEN OTHER
                       COMPUTE WS-DIFF-RATE =
                           WS-NEW-RATE - WS-OLD-RATE
                       MOVE "Y" TO WS-VALID
               END-EVALUATE
           END-PERFORM
           IF WS-SEL-TYPE IS EQUAL TO "E" AND
                   WS-MAST-RATE IS NOT EQUAL TO WS-NEW-RATE
               DISPLAY "Note: empmast.dat rate for " WS-SEL-EMP
                   " is " WS-MAST-RATE
                   " - set the new rate with EMP-MAINT"
           END-IF.

       GET-EFF-DATE.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Effective date of the increase? "
                   "(YYYYMMDD) "
               ACCEPT WS-EFF-DATE
               EVALUATE TRUE
                   WHEN WS-EFF-DATE IS NOT NUMERIC
                       DISPLAY "Error: effective date must be "
                           "YYYYMMDD"
                   WHEN WS-EFF-DATE IS GREATER THAN WS-TODAY
                       DISPLAY "Error: effective date is in the "
                           "future - schedule it with EMP-MAINT"
                   WHEN OTHER
                       MOVE "Y" TO WS-VALID
               END-EVALUATE
           END-PERFORM.

       SCAN-HISTORY.
           OPEN INPUT PAY-HISTORY
           IF WS-HISTORY-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-EOF
               PERFORM READ-HISTORY UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE PAY-HISTORY
           ELSE
               IF WS-HISTORY-STATUS IS EQUAL TO "35"
                   DISPLAY "Note: payhist.dat not found - "
                       "no history to recompute"
               ELSE
                   DISPLAY "Error: cannot open payhist.dat, "
                       "file status " WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-HISTORY.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-HIST-COUNT
                   PERFORM CHECK-HISTORY-LINE
           END-READ.

       CHECK-HISTORY-LINE.
           IF PH-ADJ-SIGN IS NOT EQUAL TO SPACE AND
                   PH-ORIG-DATE IS NOT EQUAL TO SPACES
               MOVE PH-ORIG-DATE TO WS-WORK-DATE
           ELSE
               MOVE PH-RUN-DATE TO WS-WORK-DATE
           END-IF
           MOVE "Y" TO WS-SELECTED
           IF WS-WORK-DATE IS LESS THAN WS-EFF-DATE OR
                   PH-EARN-TYPE IS EQUAL TO "B"
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-SEL-TYPE IS EQUAL TO "E" AND
                   PH-EMP-ID IS NOT EQUAL TO WS-SEL-EMP
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-SEL-TYPE IS EQUAL TO "D" AND
                   PH-DEPT IS NOT EQUAL TO WS-SEL-DEPT
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-SELECTED IS EQUAL TO "Y"
               EVALUATE TRUE
                   WHEN PH-RATE IS EQUAL TO WS-OLD-RATE
                       PERFORM POST-RETRO-LINE
                   WHEN PH-ADJ-SIGN IS EQUAL TO "+" AND
                           PH-RATE IS EQUAL TO WS-DIFF-RATE
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE "RETRO ALREADY PAID?" TO WS-XC-REASON
                       PERFORM ADD-EXCEPTION
                   WHEN PH-RATE IS EQUAL TO WS-NEW-RATE
                       MOVE "ALREADY AT NEW RATE" TO WS-XC-REASON
                       PERFORM ADD-EXCEPTION
                   WHEN OTHER
                       MOVE "OTHER RATE - NOT RECOMPUTED"
                           TO WS-XC-REASON
                       PERFORM ADD-EXCEPTION
               END-EVALUATE
           END-IF.

       POST-RETRO-LINE.
           MOVE 0 TO WS-RE-SLOT
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX IS GREATER THAN WS-RE-COUNT
                   OR WS-RE-SLOT IS GREATER THAN ZERO
               IF WS-RE-EMP-ID(WS-RE-IDX) IS EQUAL TO PH-EMP-ID
                       AND WS-RE-DATE(WS-RE-IDX) IS EQUAL TO
                           WS-WORK-DATE
                       AND WS-RE-TYPE(WS-RE-IDX) IS EQUAL TO
                           PH-EARN-TYPE
                   MOVE WS-RE-IDX TO WS-RE-SLOT
               END-IF
           END-PERFORM
           IF WS-RE-SLOT IS EQUAL TO ZERO
               IF WS-RE-COUNT IS LESS THAN 2000
                   ADD 1 TO WS-RE-COUNT
                   MOVE WS-RE-COUNT TO WS-RE-SLOT
                   MOVE PH-EMP-ID TO WS-RE-EMP-ID(WS-RE-SLOT)
                   MOVE PH-NAME TO WS-RE-NAME(WS-RE-SLOT)
                   MOVE PH-DEPT TO WS-RE-DEPT(WS-RE-SLOT)
                   MOVE PH-EARN-TYPE TO WS-RE-TYPE(WS-RE-SLOT)
                   MOVE WS-WORK-DATE TO WS-RE-DATE(WS-RE-SLOT)
                   MOVE 0 TO WS-RE-HOURS(WS-RE-SLOT)
                   MOVE 0 TO WS-RE-PAID(WS-RE-SLOT)
                   MOVE 0 TO WS-RE-RECOMP(WS-RE-SLOT)
                   MOVE 0 TO WS-RE-RETRO(WS-RE-SLOT)
                   MOVE SPACE TO WS-RE-STATE(WS-RE-SLOT)
               ELSE
                   IF WS-TABLE-FULL IS EQUAL TO "N"
                       DISPLAY "Warning: retro table full (2000 "
                           "max) - later history lines not "
                           "recomputed"
                       MOVE "Y" TO WS-TABLE-FULL
                   END-IF
               END-IF
           END-IF
           IF WS-RE-SLOT IS GREATER THAN ZERO
               IF PH-ADJ-SIGN IS EQUAL TO "-"
                   SUBTRACT PH-HOURS FROM WS-RE-HOURS(WS-RE-SLOT)
                   SUBTRACT PH-GROSS FROM WS-RE-PAID(WS-RE-SLOT)
               ELSE
                   ADD PH-HOURS TO WS-RE-HOURS(WS-RE-SLOT)
                   ADD PH-GROSS TO WS-RE-PAID(WS-RE-SLOT)
               END-IF
           END-IF.

       ADD-EXCEPTION.
           IF WS-XC-COUNT IS LESS THAN 500
               ADD 1 TO WS-XC-COUNT
               MOVE PH-EMP-ID TO WS-XC-EMP-ID(WS-XC-COUNT)
               MOVE PH-NAME TO WS-XC-NAME(WS-XC-COUNT)
               MOVE PH-EARN-TYPE TO WS-XC-TYPE(WS-XC-COUNT)
               MOVE PH-ADJ-SIGN TO WS-XC-SIGN(WS-XC-COUNT)
               MOVE WS-WORK-DATE TO WS-XC-DATE(WS-XC-COUNT)
               MOVE PH-HOURS TO WS-XC-HOURS(WS-XC-COUNT)
               MOVE PH-RATE TO WS-XC-RATE(WS-XC-COUNT)
               MOVE WS-XC-REASON TO WS-XC-REASON-TXT(WS-XC-COUNT)
           ELSE
               IF WS-XC-FULL IS EQUAL TO "N"
                   DISPLAY "Warning: more than 500 history lines "
                       "not recomputed - list truncated"
                   MOVE "Y" TO WS-XC-FULL
               END-IF
           END-IF.

       CHECK-PENDING.
           OPEN INPUT RETRO-TRANS
           IF WS-TRANS-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-EOF
               PERFORM READ-PENDING UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE RETRO-TRANS
           END-IF.

       READ-PENDING.
           READ RETRO-TRANS
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                           UNTIL WS-RE-IDX IS GREATER THAN
                               WS-RE-COUNT
                       IF WS-RE-EMP-ID(WS-RE-IDX) IS EQUAL TO
                               RT-EMP-ID
                               AND WS-RE-DATE(WS-RE-IDX) IS EQUAL
                                   TO RT-ORIG-DATE
                               AND WS-RE-TYPE(WS-RE-IDX) IS EQUAL
                                   TO RT-EARN-TYPE
                               AND RT-OLD-RATE IS EQUAL TO
                                   WS-OLD-RATE
                               AND RT-NEW-RATE IS EQUAL TO
                                   WS-NEW-RATE
                               AND WS-RE-STATE(WS-RE-IDX) IS EQUAL
                                   TO SPACE
                           MOVE "P" TO WS-RE-STATE(WS-RE-IDX)
                           ADD 1 TO WS-PEND-COUNT
                       END-IF
                   END-PERFORM
           END-READ.

       WRITE-WORKSHEET.
           MOVE WS-OLD-RATE TO RF-OLD-RATE
           MOVE WS-NEW-RATE TO RF-NEW-RATE
           MOVE WS-DIFF-RATE TO RF-DIFF-RATE
           MOVE SPACES TO REPORT-LINE
           STRING "RETROACTIVE PAY WORKSHEET   RUN DATE: " WS-TODAY
               "   PREPARED BY: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SEL-TYPE IS EQUAL TO "E"
               STRING "SELECTION: EMPLOYEE " WS-SEL-EMP
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "SELECTION: DEPARTMENT " WS-SEL-DEPT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OLD RATE: " RF-OLD-RATE "   NEW RATE: "
               RF-NEW-RATE "   DIFFERENCE: " RF-DIFF-RATE
               "   EFFECTIVE: " WS-EFF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EMP ID NAME     DEPT T ORIG RUN     HOURS"
               "  PAID GROSS  RECOMPUTED   RETRO PAY NOTE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-RETRO-LINE
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX IS GREATER THAN WS-RE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "--------------------------------------------"
               "----------------------------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-HOURS TO RF-TOT-HOURS
           MOVE WS-TOT-PAID TO RF-TOT-PAID
           MOVE WS-TOT-RECOMP TO RF-TOT-RECOMP
           MOVE WS-TOT-RETRO TO RF-TOT-RETRO
           MOVE WS-RETRO-COUNT TO RF-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETRO LINES: " RF-COUNT "   HOURS: " RF-TOT-HOURS
               "   PAID GROSS: " RF-TOT-PAID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RECOMPUTED GROSS: " RF-TOT-RECOMP
               "   TOTAL RETRO PAY: " RF-TOT-RETRO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PEND-COUNT IS GREATER THAN ZERO
               MOVE WS-PEND-COUNT TO RF-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "LINES ALREADY IN RETROTRN.DAT FOR THIS "
                   "INCREASE: " RF-COUNT " (NOT INCLUDED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-XC-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "HISTORY LINES SINCE THE EFFECTIVE DATE NOT "
                   "RECOMPUTED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "EMP ID NAME     T S ORIG RUN     HOURS"
                   "      RATE REASON"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
                   VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX IS GREATER THAN WS-XC-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-RETRO-LINE.
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN WS-RE-HOURS(WS-RE-IDX) IS NOT GREATER THAN ZERO
                   MOVE "Z" TO WS-RE-STATE(WS-RE-IDX)
                   MOVE "NO NET HOURS - NO RETRO" TO WS-NOTE
               WHEN OTHER
                   MOVE WS-RE-TYPE(WS-RE-IDX) TO EARN-TYPE
                   MOVE WS-RE-HOURS(WS-RE-IDX) TO HOURS
                   MOVE WS-NEW-RATE TO RATE
                   PERFORM CALC-GROSS
                   MOVE WS-GROSS TO WS-RE-RECOMP(WS-RE-IDX)
                   MOVE WS-DIFF-RATE TO RATE
                   PERFORM CALC-GROSS
                   MOVE WS-GROSS TO WS-RE-RETRO(WS-RE-IDX)
                   EVALUATE TRUE
                       WHEN WS-RE-STATE(WS-RE-IDX) IS EQUAL TO "P"
                           MOVE "IN RETROTRN.DAT - NOT INCLUDED"
                               TO WS-NOTE
                       WHEN WS-GROSS IS EQUAL TO ZERO
                           MOVE "Z" TO WS-RE-STATE(WS-RE-IDX)
                           MOVE "NO RETRO DUE" TO WS-NOTE
                       WHEN OTHER
                           ADD 1 TO WS-RETRO-COUNT
                           ADD WS-RE-HOURS(WS-RE-IDX) TO WS-TOT-HOURS
                           ADD WS-RE-PAID(WS-RE-IDX) TO WS-TOT-PAID
                           ADD WS-RE-RECOMP(WS-RE-IDX)
                               TO WS-TOT-RECOMP
                           ADD WS-RE-RETRO(WS-RE-IDX) TO WS-TOT-RETRO
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-RE-HOURS(WS-RE-IDX) TO RF-HOURS
           MOVE WS-RE-PAID(WS-RE-IDX) TO RF-PAID
           MOVE WS-RE-RECOMP(WS-RE-IDX) TO RF-RECOMP
           MOVE WS-RE-RETRO(WS-RE-IDX) TO RF-RETRO
           MOVE SPACES TO REPORT-LINE
           STRING WS-RE-EMP-ID(WS-RE-IDX) " " WS-RE-NAME(WS-RE-IDX)
               " " WS-RE-DEPT(WS-RE-IDX) " " WS-RE-TYPE(WS-RE-IDX)
               " " WS-RE-DATE(WS-RE-IDX) " " RF-HOURS " " RF-PAID
               " " RF-RECOMP " " RF-RETRO " " WS-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-XC-HOURS(WS-XC-IDX) TO RF-XC-HOURS
           MOVE WS-XC-RATE(WS-XC-IDX) TO RF-RATE
           MOVE SPACES TO REPORT-LINE
           STRING WS-XC-EMP-ID(WS-XC-IDX) " " WS-XC-NAME(WS-XC-IDX)
               " " WS-XC-TYPE(WS-XC-IDX) " " WS-XC-SIGN(WS-XC-IDX)
               " " WS-XC-DATE(WS-XC-IDX) " " RF-XC-HOURS " "
               RF-RATE " " WS-XC-REASON-TXT(WS-XC-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       APPROVE-RETRO.
           MOVE WS-RETRO-COUNT TO RF-COUNT
           MOVE WS-TOT-RETRO TO RF-TOT-RETRO
           DISPLAY "History lines read: " WS-HIST-COUNT
           DISPLAY "Retro lines: " RF-COUNT
               "   Total retro pay: " RF-TOT-RETRO
           IF WS-PRIOR-COUNT IS GREATER THAN ZERO
               DISPLAY "Warning: " WS-PRIOR-COUNT " history "
                   "line(s) look like retro pay already paid at "
                   "the rate difference - see retro.rpt"
           END-IF
           IF WS-PEND-COUNT IS GREATER THAN ZERO
               DISPLAY "Note: " WS-PEND-COUNT " line(s) already "
                   "in retrotrn.dat for this increase were left out"
           END-IF
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-RETRO-COUNT IS EQUAL TO ZERO
                   DISPLAY "Note: no retro pay due - nothing "
                       "written to retrotrn.dat"
                   STRING "NO RETRO PAY DUE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-OPER-LEVEL IS NOT EQUAL TO "S"
                   DISPLAY "Note: retro pay must be approved by "
                       "a supervisor - worksheet is in retro.rpt"
                   STRING "NOT APPROVED - SUPERVISOR APPROVAL "
                       "REQUIRED"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   DISPLAY "Approve and write retrotrn.dat? (Y/N) "
                   ACCEPT WS-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
                   IF WS-ANSWER IS EQUAL TO "Y"
                       PERFORM WRITE-RETRO-TRANS
                       MOVE WS-WRITE-COUNT TO RF-COUNT
                       STRING "APPROVED BY " WS-OPERATOR-ID " ON "
                           WS-TODAY " - " RF-COUNT
                           " TRANSACTIONS WRITTEN TO RETROTRN.DAT"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       DISPLAY "Retro pay not approved - nothing "
                           "written to retrotrn.dat"
                       STRING "NOT APPROVED BY " WS-OPERATOR-ID
                           " ON " WS-TODAY
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
           END-EVALUATE
           WRITE REPORT-LINE.

       WRITE-RETRO-TRANS.
           OPEN EXTEND RETRO-TRANS
           IF WS-TRANS-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT RETRO-TRANS
           END-IF
           IF WS-TRANS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open retrotrn.dat, "
                   "file status " WS-TRANS-STATUS
               CLOSE RETRO-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-WRITE-COUNT
           PERFORM WRITE-ONE-TRANS
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX IS GREATER THAN WS-RE-COUNT
           CLOSE RETRO-TRANS
           DISPLAY WS-WRITE-COUNT " retro transaction(s) written "
               "to retrotrn.dat - post them with GEN-DATA input "
               "mode T".

       WRITE-ONE-TRANS.
           IF WS-RE-STATE(WS-RE-IDX) IS EQUAL TO SPACE
               MOVE WS-RE-EMP-ID(WS-RE-IDX) TO RT-EMP-ID
               MOVE WS-RE-NAME(WS-RE-IDX) TO RT-NAME
               MOVE WS-RE-DEPT(WS-RE-IDX) TO RT-DEPT
               MOVE WS-RE-TYPE(WS-RE-IDX) TO RT-EARN-TYPE
               MOVE WS-RE-DATE(WS-RE-IDX) TO RT-ORIG-DATE
               MOVE WS-RE-HOURS(WS-RE-IDX) TO RT-HOURS
               MOVE WS-DIFF-RATE TO RT-RATE
               MOVE WS-OLD-RATE TO RT-OLD-RATE
               MOVE WS-NEW-RATE TO RT-NEW-RATE
               MOVE WS-RE-RETRO(WS-RE-IDX) TO RT-GROSS
               MOVE WS-EFF-DATE TO RT-EFF-DATE
               MOVE WS-OPERATOR-ID TO RT-APPROVER
               MOVE WS-TODAY TO RT-APPROVE-DATE
               MOVE SPACES TO RT-POST-DATE
               MOVE 0 TO RT-POST-BATCH
               WRITE RETRO-TRANS-REC
               ADD 1 TO WS-WRITE-COUNT
           END-IF.

       CALC-GROSS.
           EVALUATE EARN-TYPE
               WHEN "O"
                   COMPUTE WS-GROSS = HOURS * RATE * 1.5
               WHEN "P"
                   COMPUTE WS-GROSS ROUNDED = HOURS * RATE *
                       (1 + WS-SHIFT-PCT / 100)
               WHEN "V"
               WHEN "S"
               WHEN "H"
                   COMPUTE WS-GROSS = HOURS * RATE
               WHEN OTHER
                   IF HOURS IS GREATER THAN 40
                       COMPUTE WS-GROSS = 40 * RATE +
                           (HOURS - 40) * RATE * 1.5
                   ELSE
                       COMPUTE WS-GROSS = HOURS * RATE
                   END-IF
           END-EVALUATE.

       SIGN-ON.
           OPEN INPUT OPER-MASTER
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open opermast.dat, "
                   "file status " WS-OPER-STATUS
               DISPLAY "Run OPER-MAINT to build the operator "
                   "file first"
               MOVE 8 TO RETURN-CODE
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-DEDUCT-RATES.
           OPEN INPUT DEDUCT-RATES
           IF WS-RATES-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open dedrates.dat, "
                   "file status " WS-RATES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ DEDUCT-RATES
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DR-CODE IS EQUAL TO "SHIFT"
                           MOVE DR-PCT TO WS-SHIFT-PCT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE DEDUCT-RATES.

       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-TABLE
           IF WS-DEPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open depttab.dat, "
                   "file status " WS-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-DEPT-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ DEPT-TABLE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT IS LESS THAN 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DT-DEPT TO
                               WS-DEPT-ENTRY(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE DEPT-TABLE.

       CHECK-DEPT.
           MOVE "N" TO WS-DEPT-OK
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               IF WS-DEPT-ENTRY(WS-DEPT-IDX) IS EQUAL TO WS-SEL-DEPT
                   MOVE "Y" TO WS-DEPT-OK
               END-IF
           END-PERFORM.
