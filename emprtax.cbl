       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPR-TAX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ER-RATES ASSIGN TO "ertaxes.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT ER-LIABILITY ASSIGN TO "ERLIAB"
               FILE STATUS IS WS-LIAB-STATUS.
           SELECT ER-REPORT ASSIGN TO "ERREPORT"
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

       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD ER-RATES.
       01 ER-RATE-REC.
             05 ER-CODE PIC X(8).
             05 ER-PCT PIC 9(2)V9(4).
             05 ER-WAGE-BASE PIC 9(8)V99.

       FD ER-LIABILITY RECORDING MODE F
           RECORD CONTAINS 59 CHARACTERS.
       01 ER-LIAB-REC.
             05 EL-RUN-DATE PIC X(8).
             05 EL-EMP-ID PIC X(6).
             05 EL-DEPT PIC X(4).
             05 EL-TAX-CODE PIC X(4).
             05 EL-RATE PIC 9(2)V9(4).
             05 EL-WAGES PIC 9(8)V99.
             05 EL-TAXABLE PIC 9(8)V99.
             05 EL-AMOUNT PIC 9(8)V99.
             05 EL-SIGN PIC X(1).

       FD ER-REPORT.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-DETAIL-STATUS PIC X(2) VALUE "00".
       01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-RATES-STATUS PIC X(2) VALUE "00".
       01 WS-LIAB-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-HDR-BATCH PIC 9(4) VALUE 0.
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-CTL-GROSS PIC 9(10)V99 VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
       01 WS-TX PIC 9(1) VALUE 0.
       01 WS-ED-IDX PIC 9(4) VALUE 0.
       01 WS-TAX-VALUES.
             05 FILLER PIC X(4) VALUE "FICA".
             05 FILLER PIC X(4) VALUE "MEDI".
             05 FILLER PIC X(4) VALUE "FUTA".
             05 FILLER PIC X(4) VALUE "SUTA".
       01 WS-TAX-CODES REDEFINES WS-TAX-VALUES.
             05 WS-TC-CODE PIC X(4) OCCURS 4 TIMES.
       01 WS-TAX-TABLE.
             05 WS-TT-ENTRY OCCURS 4 TIMES.
                   10 WS-TT-RATE PIC 9(2)V9(4).
                   10 WS-TT-BASE PIC 9(8)V99.
                   10 WS-TT-LOADED PIC X.
                   10 WS-TT-WAGES PIC S9(10)V99.
                   10 WS-TT-TAXABLE PIC S9(10)V99.
                   10 WS-TT-AMOUNT PIC S9(10)V99.
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
             05 WS-EE-ENTRY OCCURS 500 TIMES.
                   10 WS-EE-EMP-ID PIC X(6).
                   10 WS-EE-YTD PIC S9(8)V99.
       01 WS-ED-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-DEPT-TABLE.
             05 WS-ED-ENTRY OCCURS 1000 TIMES.
                   10 WS-ED-EMP-ID PIC X(6).
                   10 WS-ED-DEPT PIC X(4).
                   10 WS-ED-WAGES PIC S9(8)V99.
                   10 WS-ED-TAXABLE PIC S9(8)V99 OCCURS 4 TIMES.
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
             05 WS-DP-ENTRY OCCURS 50 TIMES.
                   10 WS-DP-DEPT PIC X(4).
                   10 WS-DP-WAGES PIC S9(10)V99.
                   10 WS-DP-TAXABLE PIC S9(10)V99 OCCURS 4 TIMES.
                   10 WS-DP-AMOUNT PIC S9(10)V99 OCCURS 4 TIMES.
       01 WS-LINE-GROSS PIC S9(8)V99 VALUE 0.
       01 WS-CAP-BEFORE PIC S9(8)V99 VALUE 0.
       01 WS-CAP-AFTER PIC S9(8)V99 VALUE 0.
       01 WS-TAXABLE PIC S9(8)V99 VALUE 0.
       01 WS-AMOUNT PIC S9(8)V99 VALUE 0.
       01 WS-TOT-WAGES PIC S9(10)V99 VALUE 0.
       01 WS-TOT-AMOUNT PIC S9(10)V99 VALUE 0.
       01 WS-LIAB-COUNT PIC 9(8) VALUE 0.
       01 ER-FIELDS.
             05 RE-WAGES PIC -ZZZZZZZZ9.99.
             05 RE-TAXABLE PIC -ZZZZZZZZ9.99.
             05 RE-EXCESS PIC -ZZZZZZZZ9.99.
             05 RE-AMOUNT PIC -ZZZZZZZZ9.99.
             05 RE-RATE PIC Z9.9999.
             05 RE-GROSS PIC ZZZZZZZZZ9.99.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-SEEN-TRL PIC X VALUE "N".
             05 WS-TIES PIC X VALUE "Y".

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SET-BATCH-FILES
           PERFORM CHECK-RELEASE
           PERFORM LOAD-TAX-RATES
           OPEN INPUT PAY-DETAIL
           IF WS-DETAIL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open output.dat, "
                   "file status " WS-DETAIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ER-REPORT
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open emprtax.rpt, "
                   "file status " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOP.
           PERFORM LOAD-EMPLOYEE UNTIL WS-EOF IS EQUAL TO "Y".
           CLOSE PAY-DETAIL.
           MOVE "N" TO WS-EOF.
           PERFORM LOAD-YTD-WAGES.
           OPEN INPUT PAY-DETAIL.
           PERFORM CALC-DETAIL UNTIL WS-EOF IS EQUAL TO "Y".
           CLOSE PAY-DETAIL.

       CLOSE-STOP.
           PERFORM CHECK-TOTALS.
           IF WS-TIES IS EQUAL TO "Y"
               PERFORM WRITE-LIABILITY
               DISPLAY "Employer liability written to emprliab.dat"
           ELSE
               OPEN OUTPUT ER-LIABILITY
               CLOSE ER-LIABILITY
               DISPLAY "*** emprliab.dat NOT written - any prior "
                   "liability file has been cleared ***"
           END-IF.
           PERFORM WRITE-REPORT.
           CLOSE ER-REPORT.
           DISPLAY "Employer tax report written to emprtax.rpt".
           IF WS-TIES IS EQUAL TO "N"
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
               SET ENVIRONMENT "DD_ERLIAB" TO "emprliab.dat"
               SET ENVIRONMENT "DD_ERREPORT" TO "emprtax.rpt"
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
               MOVE "erl" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_ERLIAB" TO WS-FILE-NAME
               MOVE "ert" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_ERREPORT" TO WS-FILE-NAME
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
                   MOVE CTL-TOTAL-GROSS TO WS-CTL-GROSS
           END-READ
           CLOSE CONTROL-FILE.

       LOAD-TAX-RATES.
           OPEN INPUT ER-RATES
           IF WS-RATES-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open ertaxes.dat, "
                   "file status " WS-RATES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX IS GREATER THAN 4
               MOVE 0 TO WS-TT-RATE(WS-TX)
               MOVE 0 TO WS-TT-BASE(WS-TX)
               MOVE "N" TO WS-TT-LOADED(WS-TX)
               MOVE 0 TO WS-TT-WAGES(WS-TX)
               MOVE 0 TO WS-TT-TAXABLE(WS-TX)
               MOVE 0 TO WS-TT-AMOUNT(WS-TX)
           END-PERFORM
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ ER-RATES
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM POST-TAX-RATE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE ER-RATES
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX IS GREATER THAN 4
               IF WS-TT-LOADED(WS-TX) IS EQUAL TO "N"
                   DISPLAY "Error: ertaxes.dat has no "
                       WS-TC-CODE(WS-TX) " rate"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       POST-TAX-RATE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX IS GREATER THAN 4
               IF WS-TC-CODE(WS-TX) IS EQUAL TO ER-CODE
                   MOVE WS-TX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               DISPLAY "Warning: unknown employer tax code "
                   ER-CODE
           ELSE
               MOVE ER-PCT TO WS-TT-RATE(WS-SLOT)
               MOVE ER-WAGE-BASE TO WS-TT-BASE(WS-SLOT)
               MOVE "Y" TO WS-TT-LOADED(WS-SLOT)
           END-IF.

       LOAD-EMPLOYEE.
           READ PAY-DETAIL
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   EVALUATE REC-TYPE
                       WHEN "HDR"
                           MOVE HDR-RUN-DATE TO WS-RUN-DATE
                           MOVE HDR-BATCH TO WS-HDR-BATCH
                       WHEN "DET"
                           PERFORM FIND-EMPLOYEE
                       WHEN "ADJ"
                           PERFORM FIND-EMPLOYEE
                       WHEN "TRL"
                           MOVE "Y" TO WS-SEEN-TRL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-EMP-COUNT
               IF WS-EE-EMP-ID(WS-IDX) IS EQUAL TO ACCT-EMP-ID
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-EMP-COUNT IS LESS THAN 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-SLOT
                   MOVE ACCT-EMP-ID TO WS-EE-EMP-ID(WS-SLOT)
                   MOVE 0 TO WS-EE-YTD(WS-SLOT)
               ELSE
                   DISPLAY "Error: employee table full (500 max) "
                       "- " ACCT-EMP-ID " not taxed"
                   MOVE "N" TO WS-TIES
               END-IF
           END-IF.

       LOAD-YTD-WAGES.
           OPEN INPUT PAY-HISTORY
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               DISPLAY "Note: no payhist.dat - year-to-date "
                   "wages taken as zero"
           ELSE
               IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "Error: cannot open payhist.dat, "
                       "file status " WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
                   READ PAY-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PH-RUN-DATE(1:4) IS EQUAL TO
                                   WS-RUN-DATE(1:4) AND
                                   (PH-RUN-DATE IS LESS THAN
                                   WS-RUN-DATE OR
                                   (PH-RUN-DATE IS EQUAL TO
                                   WS-RUN-DATE AND
                                   PH-BATCH IS NOT EQUAL TO
                                   WS-HDR-BATCH))
                               PERFORM POST-YTD-WAGES
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE PAY-HISTORY
           END-IF.

       POST-YTD-WAGES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-EMP-COUNT
               IF WS-EE-EMP-ID(WS-IDX) IS EQUAL TO PH-EMP-ID
                   IF PH-ADJ-SIGN IS EQUAL TO "-"
                       SUBTRACT PH-GROSS FROM WS-EE-YTD(WS-IDX)
                   ELSE
                       ADD PH-GROSS TO WS-EE-YTD(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CALC-DETAIL.
           READ PAY-DETAIL
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF REC-TYPE IS EQUAL TO "DET" OR
                           REC-TYPE IS EQUAL TO "ADJ"
                       PERFORM CALC-LINE
                   END-IF
           END-READ.

       CALC-LINE.
           IF REC-TYPE IS EQUAL TO "ADJ" AND
                   ACCT-ADJ-SIGN IS EQUAL TO "-"
               COMPUTE WS-LINE-GROSS = 0 - ACCT-GROSS
           ELSE
               MOVE ACCT-GROSS TO WS-LINE-GROSS
           END-IF
           ADD WS-LINE-GROSS TO WS-TOT-WAGES
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-EMP-COUNT
               IF WS-EE-EMP-ID(WS-IDX) IS EQUAL TO ACCT-EMP-ID
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS GREATER THAN ZERO
               MOVE WS-SLOT TO WS-IDX
               PERFORM FIND-EMP-DEPT
               IF WS-SLOT IS GREATER THAN ZERO
                   ADD WS-LINE-GROSS TO WS-ED-WAGES(WS-SLOT)
                   PERFORM VARYING WS-TX FROM 1 BY 1
                           UNTIL WS-TX IS GREATER THAN 4
                       PERFORM CALC-TAXABLE
                       ADD WS-TAXABLE TO
                           WS-ED-TAXABLE(WS-SLOT, WS-TX)
                   END-PERFORM
               END-IF
               ADD WS-LINE-GROSS TO WS-EE-YTD(WS-IDX)
           END-IF.

       FIND-EMP-DEPT.
           PERFORM FIND-EMP-DEPT-SLOT
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-ED-COUNT IS LESS THAN 1000
                   ADD 1 TO WS-ED-COUNT
                   MOVE WS-ED-COUNT TO WS-SLOT
                   MOVE ACCT-EMP-ID TO WS-ED-EMP-ID(WS-SLOT)
                   MOVE ACCT-DEPT TO WS-ED-DEPT(WS-SLOT)
                   MOVE 0 TO WS-ED-WAGES(WS-SLOT)
                   PERFORM VARYING WS-TX FROM 1 BY 1
                           UNTIL WS-TX IS GREATER THAN 4
                       MOVE 0 TO WS-ED-TAXABLE(WS-SLOT, WS-TX)
                   END-PERFORM
               ELSE
                   DISPLAY "Error: employee/department table full "
                       "(1000 max) - " ACCT-EMP-ID " not taxed"
                   MOVE "N" TO WS-TIES
               END-IF
           END-IF.

       FIND-EMP-DEPT-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX IS GREATER THAN WS-ED-COUNT
               IF WS-ED-EMP-ID(WS-ED-IDX) IS EQUAL TO ACCT-EMP-ID
                       AND WS-ED-DEPT(WS-ED-IDX) IS EQUAL TO
                       ACCT-DEPT
                   MOVE WS-ED-IDX TO WS-SLOT
               END-IF
           END-PERFORM.

       CALC-TAXABLE.
           IF WS-TT-BASE(WS-TX) IS EQUAL TO ZERO
               MOVE WS-LINE-GROSS TO WS-TAXABLE
           ELSE
               IF WS-EE-YTD(WS-IDX) IS GREATER THAN
                       WS-TT-BASE(WS-TX)
                   MOVE WS-TT-BASE(WS-TX) TO WS-CAP-BEFORE
               ELSE
                   MOVE WS-EE-YTD(WS-IDX) TO WS-CAP-BEFORE
               END-IF
               COMPUTE WS-CAP-AFTER =
                   WS-EE-YTD(WS-IDX) + WS-LINE-GROSS
               IF WS-CAP-AFTER IS GREATER THAN WS-TT-BASE(WS-TX)
                   MOVE WS-TT-BASE(WS-TX) TO WS-CAP-AFTER
               END-IF
               COMPUTE WS-TAXABLE = WS-CAP-AFTER - WS-CAP-BEFORE
           END-IF.

       CHECK-TOTALS.
           IF WS-SEEN-TRL IS EQUAL TO "N"
               DISPLAY "Error: no trailer on output.dat - file "
                   "may be incomplete"
               MOVE "N" TO WS-TIES
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-ED-COUNT
               PERFORM POST-DEPT-TOTALS
           END-PERFORM
           IF WS-TOT-WAGES IS NOT EQUAL TO WS-CTL-GROSS
               MOVE WS-TOT-WAGES TO RE-WAGES
               DISPLAY "Error: employer tax wages " RE-WAGES
                   " do not tie to output.ctl gross"
               MOVE WS-CTL-GROSS TO RE-GROSS
               DISPLAY "  output.ctl gross is  " RE-GROSS
               MOVE "N" TO WS-TIES
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX IS GREATER THAN 4
               IF WS-TT-WAGES(WS-TX) IS NOT EQUAL TO WS-TOT-WAGES
                   DISPLAY "Error: " WS-TC-CODE(WS-TX)
                       " wages do not tie to the day's gross"
                   MOVE "N" TO WS-TIES
               END-IF
           END-PERFORM.

       POST-DEPT-TOTALS.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX IS GREATER THAN WS-DEPT-COUNT
               IF WS-DP-DEPT(WS-ED-IDX) IS EQUAL TO
                       WS-ED-DEPT(WS-IDX)
                   MOVE WS-ED-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-DEPT-COUNT IS LESS THAN 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-SLOT
                   MOVE WS-ED-DEPT(WS-IDX) TO WS-DP-DEPT(WS-SLOT)
                   MOVE 0 TO WS-DP-WAGES(WS-SLOT)
                   PERFORM VARYING WS-TX FROM 1 BY 1
                           UNTIL WS-TX IS GREATER THAN 4
                       MOVE 0 TO WS-DP-TAXABLE(WS-SLOT, WS-TX)
                       MOVE 0 TO WS-DP-AMOUNT(WS-SLOT, WS-TX)
                   END-PERFORM
               ELSE
                   DISPLAY "Error: department table full (50 "
                       "max) - " WS-ED-DEPT(WS-IDX) " not reported"
                   MOVE "N" TO WS-TIES
               END-IF
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX IS GREATER THAN 4
               COMPUTE WS-AMOUNT ROUNDED =
                   WS-ED-TAXABLE(WS-IDX, WS-TX) *
                   WS-TT-RATE(WS-TX) / 100
               ADD WS-ED-WAGES(WS-IDX) TO WS-TT-WAGES(WS-TX)
               ADD WS-ED-TAXABLE(WS-IDX, WS-TX) TO
                   WS-TT-TAXABLE(WS-TX)
               ADD WS-AMOUNT TO WS-TT-AMOUNT(WS-TX)
               ADD WS-AMOUNT TO WS-TOT-AMOUNT
               IF WS-SLOT IS GREATER THAN ZERO
                   ADD WS-ED-TAXABLE(WS-IDX, WS-TX) TO
                       WS-DP-TAXABLE(WS-SLOT, WS-TX)
                   ADD WS-AMOUNT TO WS-DP-AMOUNT(WS-SLOT, WS-TX)
               END-IF
           END-PERFORM
           IF WS-SLOT IS GREATER THAN ZERO
               ADD WS-ED-WAGES(WS-IDX) TO WS-DP-WAGES(WS-SLOT)
           END-IF.

       WRITE-LIABILITY.
           OPEN OUTPUT ER-LIABILITY
           IF WS-LIAB-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open emprliab.dat, "
                   "file status " WS-LIAB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-LIAB-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-ED-COUNT
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX IS GREATER THAN 4
                   PERFORM WRITE-LIABILITY-REC
               END-PERFORM
           END-PERFORM
           CLOSE ER-LIABILITY.

       WRITE-LIABILITY-REC.
           COMPUTE WS-AMOUNT ROUNDED =
               WS-ED-TAXABLE(WS-IDX, WS-TX) *
               WS-TT-RATE(WS-TX) / 100
           MOVE SPACES TO ER-LIAB-REC
           MOVE WS-RUN-DATE TO EL-RUN-DATE
           MOVE WS-ED-EMP-ID(WS-IDX) TO EL-EMP-ID
           MOVE WS-ED-DEPT(WS-IDX) TO EL-DEPT
           MOVE WS-TC-CODE(WS-TX) TO EL-TAX-CODE
           MOVE WS-TT-RATE(WS-TX) TO EL-RATE
           IF WS-ED-WAGES(WS-IDX) IS LESS THAN ZERO
               MOVE "-" TO EL-SIGN
           ELSE
               MOVE "+" TO EL-SIGN
           END-IF
           MOVE WS-ED-WAGES(WS-IDX) TO EL-WAGES
           MOVE WS-ED-TAXABLE(WS-IDX, WS-TX) TO EL-TAXABLE
           MOVE WS-AMOUNT TO EL-AMOUNT
           WRITE ER-LIAB-REC
           ADD 1 TO WS-LIAB-COUNT.

       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "EMPLOYER PAYROLL TAX LIABILITY   RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPT TAX    RATE         WAGES       TAXABLE"
               "        EXCESS     LIABILITY"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT IS GREATER THAN WS-DEPT-COUNT
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX IS GREATER THAN 4
                   PERFORM WRITE-DEPT-LINE
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "--------------------------------------------"
               "----------------------------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTALS BY TAX TYPE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX IS GREATER THAN 4
               PERFORM WRITE-TAX-LINE
           END-PERFORM
           MOVE WS-TOT-AMOUNT TO RE-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EMPLOYER LIABILITY                     "
               "                  " RE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-WAGES TO RE-WAGES
           MOVE SPACES TO REPORT-LINE
           STRING "WAGES SUBJECT TO EMPLOYER TAX    " RE-WAGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CTL-GROSS TO RE-GROSS
           MOVE SPACES TO REPORT-LINE
           STRING "GROSS ON output.ctl               " RE-GROSS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-TIES IS EQUAL TO "Y"
               STRING "LIABILITY WAGES TIE TO output.ctl GROSS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "*** LIABILITY DOES NOT TIE - emprliab.dat "
                   "NOT WRITTEN ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-DEPT-LINE.
           MOVE WS-TT-RATE(WS-TX) TO RE-RATE
           MOVE WS-DP-WAGES(WS-SLOT) TO RE-WAGES
           MOVE WS-DP-TAXABLE(WS-SLOT, WS-TX) TO RE-TAXABLE
           COMPUTE WS-AMOUNT = WS-DP-WAGES(WS-SLOT) -
               WS-DP-TAXABLE(WS-SLOT, WS-TX)
           MOVE WS-AMOUNT TO RE-EXCESS
           MOVE WS-DP-AMOUNT(WS-SLOT, WS-TX) TO RE-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-DP-DEPT(WS-SLOT) " " WS-TC-CODE(WS-TX) " "
               RE-RATE RE-WAGES " " RE-TAXABLE " " RE-EXCESS " "
               RE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-TAX-LINE.
           MOVE WS-TT-RATE(WS-TX) TO RE-RATE
           MOVE WS-TT-WAGES(WS-TX) TO RE-WAGES
           MOVE WS-TT-TAXABLE(WS-TX) TO RE-TAXABLE
           COMPUTE WS-AMOUNT = WS-TT-WAGES(WS-TX) -
               WS-TT-TAXABLE(WS-TX)
           MOVE WS-AMOUNT TO RE-EXCESS
           MOVE WS-TT-AMOUNT(WS-TX) TO RE-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "     " WS-TC-CODE(WS-TX) " "
               RE-RATE RE-WAGES " " RE-TAXABLE " " RE-EXCESS " "
               RE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
