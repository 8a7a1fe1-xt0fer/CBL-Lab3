       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTR-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "HISTIN"
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ER-RATES ASSIGN TO "ertaxes.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT SUI-WAGES ASSIGN TO "suiwage.dat"
               FILE STATUS IS WS-SUI-STATUS.
           SELECT QTR-REPORT ASSIGN TO "qtrtax.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD ER-RATES.
       01 ER-RATE-REC.
             05 ER-CODE PIC X(8).
             05 ER-PCT PIC 9(2)V9(4).
             05 ER-WAGE-BASE PIC 9(8)V99.

       FD SUI-WAGES RECORDING MODE F
           RECORD CONTAINS 52 CHARACTERS.
       01 SUI-WAGE-REC.
             05 SW-REC-TYPE PIC X(3).
             05 SW-YEAR PIC X(4).
             05 SW-QTR PIC 9(1).
             05 SW-EMP-ID PIC X(6).
             05 SW-NAME PIC X(8).
             05 SW-WAGES PIC 9(8)V99.
             05 SW-EXCESS PIC 9(8)V99.
             05 SW-TAXABLE PIC 9(8)V99.
       01 SUI-TRAILER-REC.
             05 ST-REC-TYPE PIC X(3).
             05 ST-YEAR PIC X(4).
             05 ST-QTR PIC 9(1).
             05 ST-COUNT PIC 9(8).
             05 ST-WAGES PIC 9(10)V99.
             05 ST-EXCESS PIC 9(10)V99.
             05 ST-TAXABLE PIC 9(10)V99.

       FD QTR-REPORT.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-RATES-STATUS PIC X(2) VALUE "00".
       01 WS-SUI-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-YEAR PIC X(4) VALUE SPACES.
       01 WS-QTR-IN PIC X VALUE SPACE.
       01 WS-QTR PIC 9(1) VALUE 0.
       01 WS-HIST-NAME PIC X(30) VALUE SPACES.
       01 WS-MONTH PIC 9(2) VALUE 0.
       01 WS-REC-QTR PIC 9(1) VALUE 0.
       01 WS-REC-MONTH PIC 9(1) VALUE 0.
       01 WS-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-BAD-DATE-COUNT PIC 9(8) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
       01 WS-Q PIC 9(1) VALUE 0.
       01 WS-FICA-RATE PIC 9(2)V9(4) VALUE 0.
       01 WS-FICA-BASE PIC 9(8)V99 VALUE 0.
       01 WS-MEDI-RATE PIC 9(2)V9(4) VALUE 0.
       01 WS-SUTA-BASE PIC 9(8)V99 VALUE 0.
       01 WS-QE-COUNT PIC 9(4) VALUE 0.
       01 WS-QE-TABLE.
             05 WS-QE-ENTRY OCCURS 1000 TIMES.
                   10 WS-QE-EMP-ID PIC X(6).
                   10 WS-QE-NAME PIC X(8).
                   10 WS-QE-GROSS PIC S9(10)V99 OCCURS 4 TIMES.
                   10 WS-QE-TAX PIC S9(10)V99 OCCURS 4 TIMES.
                   10 WS-QE-ANN-GROSS PIC S9(12)V99.
                   10 WS-QE-ANN-TAX PIC S9(10)V99.
       01 WS-YTD-BEFORE PIC S9(12)V99 VALUE 0.
       01 WS-YTD-AFTER PIC S9(12)V99 VALUE 0.
       01 WS-CAP-BEFORE PIC S9(12)V99 VALUE 0.
       01 WS-CAP-AFTER PIC S9(12)V99 VALUE 0.
       01 WS-BASE PIC 9(8)V99 VALUE 0.
       01 WS-CAPPED PIC S9(10)V99 VALUE 0.
       01 WS-EMP-GROSS PIC S9(10)V99 VALUE 0.
       01 WS-EMP-SS PIC S9(10)V99 VALUE 0.
       01 WS-EMP-SUI PIC S9(10)V99 VALUE 0.
       01 WS-EMP-EXCESS PIC S9(10)V99 VALUE 0.
       01 WS-SUM-GROSS PIC S9(12)V99 VALUE 0.
       01 WS-SUM-TAX PIC S9(12)V99 VALUE 0.
       01 WS-PAID-COUNT PIC 9(8) VALUE 0.
       01 WS-TOT-GROSS PIC S9(12)V99 VALUE 0.
       01 WS-TOT-SS PIC S9(12)V99 VALUE 0.
       01 WS-TOT-TAX PIC S9(12)V99 VALUE 0.
       01 WS-TOT-EXCESS PIC S9(12)V99 VALUE 0.
       01 WS-TOT-SUI PIC S9(12)V99 VALUE 0.
       01 WS-SS-TAX PIC S9(12)V99 VALUE 0.
       01 WS-MEDI-TAX PIC S9(12)V99 VALUE 0.
       01 WS-FICA-TOTAL PIC S9(12)V99 VALUE 0.
       01 WS-ALL-TAXES PIC S9(12)V99 VALUE 0.
       01 WS-MONTH-TAX-TABLE.
             05 WS-MONTH-TAX PIC S9(12)V99 OCCURS 3 TIMES.
       01 WS-QTR-TOTALS.
             05 WS-QT-ENTRY OCCURS 4 TIMES.
                   10 WS-QT-GROSS PIC S9(12)V99.
                   10 WS-QT-TAX PIC S9(12)V99.
       01 WS-ANN-GROSS PIC S9(12)V99 VALUE 0.
       01 WS-ANN-TAX PIC S9(12)V99 VALUE 0.
       01 WS-PROOF-GROSS PIC S9(12)V99 VALUE 0.
       01 WS-PROOF-TAX PIC S9(12)V99 VALUE 0.
       01 WS-PROOF-ERRS PIC 9(8) VALUE 0.
       01 WS-SUI-COUNT PIC 9(8) VALUE 0.
       01 QTR-FIELDS.
             05 QE-AMOUNT PIC -ZZZZZZZZ9.99.
             05 QE-GROSS PIC -ZZZZZZZZ9.99.
             05 QE-SS PIC -ZZZZZZZZ9.99.
             05 QE-TAX PIC -ZZZZZZZZ9.99.
             05 QE-EXCESS PIC -ZZZZZZZZ9.99.
             05 QE-TOTAL PIC -ZZZZZZZZZZ9.99.
             05 QE-RATE PIC Z9.9999.
             05 QE-COUNT PIC ZZZZZZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-PROOF-OK PIC X VALUE "Y".
             05 WS-FICA-LOADED PIC X VALUE "N".
             05 WS-MEDI-LOADED PIC X VALUE "N".
             05 WS-SUTA-LOADED PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           DISPLAY "Tax year? (YYYY) "
           ACCEPT WS-YEAR
           IF WS-YEAR IS EQUAL TO SPACES OR
                   WS-YEAR IS NOT NUMERIC
               DISPLAY "Error: year must be four digits"
               STOP RUN
           END-IF
           DISPLAY "Quarter? (1-4) "
           ACCEPT WS-QTR-IN
           IF WS-QTR-IN IS NOT NUMERIC
               DISPLAY "Error: quarter must be 1 - 4"
               STOP RUN
           END-IF
           MOVE WS-QTR-IN TO WS-QTR
           IF WS-QTR IS LESS THAN 1 OR WS-QTR IS GREATER THAN 4
               DISPLAY "Error: quarter must be 1 - 4"
               STOP RUN
           END-IF
           PERFORM LOAD-TAX-RATES
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q IS GREATER THAN 3
               MOVE 0 TO WS-MONTH-TAX(WS-Q)
           END-PERFORM
           MOVE "payhist.dat" TO WS-HIST-NAME
           PERFORM LOAD-HISTORY
           IF WS-READ-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO WS-HIST-NAME
               STRING "hist" WS-YEAR ".dat"
                   DELIMITED BY SIZE INTO WS-HIST-NAME
               DISPLAY "Note: no " WS-YEAR " history on "
                   "payhist.dat - trying " WS-HIST-NAME
               PERFORM LOAD-HISTORY
           END-IF
           IF WS-READ-COUNT IS EQUAL TO ZERO
               DISPLAY "Error: no history found for " WS-YEAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QTR-REPORT
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open qtrtax.rpt, "
                   "file status " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUI-WAGES
           IF WS-SUI-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open suiwage.dat, "
                   "file status " WS-SUI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOP.
           PERFORM WRITE-EMPLOYEE-SECTION.
           PERFORM WRITE-FEDERAL-SUMMARY.
           PERFORM WRITE-QUARTER-PROOF.

       CLOSE-STOP.
           PERFORM WRITE-SUI-TRAILER.
           CLOSE SUI-WAGES.
           CLOSE QTR-REPORT.
           DISPLAY "Quarterly report written to qtrtax.rpt".
           MOVE WS-SUI-COUNT TO QE-COUNT.
           DISPLAY "State wage detail written to suiwage.dat for "
               QE-COUNT " employees".
           IF WS-PROOF-OK IS EQUAL TO "N"
               DISPLAY "*** QUARTERS DO NOT ADD TO THE ANNUAL "
                   "TOTALS - SEE qtrtax.rpt ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-TAX-RATES.
           OPEN INPUT ER-RATES
           IF WS-RATES-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open ertaxes.dat, "
                   "file status " WS-RATES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ ER-RATES
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE ER-CODE
                           WHEN "FICA"
                               MOVE ER-PCT TO WS-FICA-RATE
                               MOVE ER-WAGE-BASE TO WS-FICA-BASE
                               MOVE "Y" TO WS-FICA-LOADED
                           WHEN "MEDI"
                               MOVE ER-PCT TO WS-MEDI-RATE
                               MOVE "Y" TO WS-MEDI-LOADED
                           WHEN "SUTA"
                               MOVE ER-WAGE-BASE TO WS-SUTA-BASE
                               MOVE "Y" TO WS-SUTA-LOADED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE ER-RATES
           IF WS-FICA-LOADED IS EQUAL TO "N" OR
                   WS-MEDI-LOADED IS EQUAL TO "N" OR
                   WS-SUTA-LOADED IS EQUAL TO "N"
               DISPLAY "Error: ertaxes.dat must carry FICA, MEDI "
                   "and SUTA entries"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                   IF PH-RUN-DATE(1:4) IS EQUAL TO WS-YEAR
                       ADD 1 TO WS-READ-COUNT
                       PERFORM POST-HISTORY
                   END-IF
           END-READ.

       POST-HISTORY.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-QE-COUNT
               IF WS-QE-EMP-ID(WS-IDX) IS EQUAL TO PH-EMP-ID
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-QE-COUNT IS LESS THAN 1000
                   ADD 1 TO WS-QE-COUNT
                   MOVE WS-QE-COUNT TO WS-SLOT
                   MOVE PH-EMP-ID TO WS-QE-EMP-ID(WS-SLOT)
                   PERFORM VARYING WS-Q FROM 1 BY 1
                           UNTIL WS-Q IS GREATER THAN 4
                       MOVE 0 TO WS-QE-GROSS(WS-SLOT, WS-Q)
                       MOVE 0 TO WS-QE-TAX(WS-SLOT, WS-Q)
                   END-PERFORM
                   MOVE 0 TO WS-QE-ANN-GROSS(WS-SLOT)
                   MOVE 0 TO WS-QE-ANN-TAX(WS-SLOT)
               ELSE
                   DISPLAY "Error: employee table full "
                       "(1000 max) - " PH-EMP-ID " not reported"
                   MOVE "N" TO WS-PROOF-OK
               END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
               MOVE PH-NAME TO WS-QE-NAME(WS-SLOT)
               IF PH-ADJ-SIGN IS EQUAL TO "-"
                   SUBTRACT PH-GROSS FROM WS-QE-ANN-GROSS(WS-SLOT)
                   SUBTRACT PH-TAX FROM WS-QE-ANN-TAX(WS-SLOT)
               ELSE
                   ADD PH-GROSS TO WS-QE-ANN-GROSS(WS-SLOT)
                   ADD PH-TAX TO WS-QE-ANN-TAX(WS-SLOT)
               END-IF
               PERFORM FIND-RECORD-QUARTER
               IF WS-REC-QTR IS GREATER THAN ZERO
                   IF PH-ADJ-SIGN IS EQUAL TO "-"
                       SUBTRACT PH-GROSS FROM
                           WS-QE-GROSS(WS-SLOT, WS-REC-QTR)
                       SUBTRACT PH-TAX FROM
                           WS-QE-TAX(WS-SLOT, WS-REC-QTR)
                   ELSE
                       ADD PH-GROSS TO
                           WS-QE-GROSS(WS-SLOT, WS-REC-QTR)
                       ADD PH-TAX TO
                           WS-QE-TAX(WS-SLOT, WS-REC-QTR)
                   END-IF
               END-IF
               IF WS-REC-QTR IS EQUAL TO WS-QTR
                   IF PH-ADJ-SIGN IS EQUAL TO "-"
                       SUBTRACT PH-TAX FROM
                           WS-MONTH-TAX(WS-REC-MONTH)
                   ELSE
                       ADD PH-TAX TO WS-MONTH-TAX(WS-REC-MONTH)
                   END-IF
               END-IF
           END-IF.

       FIND-RECORD-QUARTER.
           MOVE 0 TO WS-REC-QTR
           MOVE 0 TO WS-REC-MONTH
           IF PH-RUN-DATE(5:2) IS NUMERIC
               MOVE PH-RUN-DATE(5:2) TO WS-MONTH
               IF WS-MONTH IS GREATER THAN ZERO AND
                       WS-MONTH IS NOT GREATER THAN 12
                   COMPUTE WS-REC-QTR = (WS-MONTH + 2) / 3
                   COMPUTE WS-REC-MONTH =
                       WS-MONTH - (WS-REC-QTR - 1) * 3
               END-IF
           END-IF
           IF WS-REC-QTR IS EQUAL TO ZERO
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY "Warning: " PH-EMP-ID " history dated "
                   PH-RUN-DATE " falls in no quarter"
           END-IF.

       WRITE-EMPLOYEE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "QUARTERLY WAGE AND TAX REPORT   YEAR: " WS-YEAR
               "  QUARTER: " WS-QTR "   SOURCE: " WS-HIST-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EMP ID NAME        QTD GROSS   SS TAXABLE"
               "  TAX WITHHELD    SUI EXCESS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-EMPLOYEE-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-QE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "--------------------------------------------"
               "----------------------------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-GROSS TO QE-GROSS
           MOVE WS-TOT-SS TO QE-SS
           MOVE WS-TOT-TAX TO QE-TAX
           MOVE WS-TOT-EXCESS TO QE-EXCESS
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL          " QE-GROSS QE-SS " " QE-TAX " "
               QE-EXCESS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EMPLOYEE-LINE.
           MOVE 0 TO WS-YTD-BEFORE
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q IS NOT LESS THAN WS-QTR
               ADD WS-QE-GROSS(WS-IDX, WS-Q) TO WS-YTD-BEFORE
           END-PERFORM
           MOVE WS-QE-GROSS(WS-IDX, WS-QTR) TO WS-EMP-GROSS
           COMPUTE WS-YTD-AFTER = WS-YTD-BEFORE + WS-EMP-GROSS
           MOVE WS-FICA-BASE TO WS-BASE
           PERFORM CALC-CAPPED-WAGES
           MOVE WS-CAPPED TO WS-EMP-SS
           MOVE WS-SUTA-BASE TO WS-BASE
           PERFORM CALC-CAPPED-WAGES
           MOVE WS-CAPPED TO WS-EMP-SUI
           COMPUTE WS-EMP-EXCESS = WS-EMP-GROSS - WS-EMP-SUI
           IF WS-EMP-GROSS IS NOT EQUAL TO ZERO OR
                   WS-QE-TAX(WS-IDX, WS-QTR) IS NOT EQUAL TO ZERO
               ADD 1 TO WS-PAID-COUNT
               ADD WS-EMP-GROSS TO WS-TOT-GROSS
               ADD WS-EMP-SS TO WS-TOT-SS
               ADD WS-QE-TAX(WS-IDX, WS-QTR) TO WS-TOT-TAX
               ADD WS-EMP-EXCESS TO WS-TOT-EXCESS
               ADD WS-EMP-SUI TO WS-TOT-SUI
               MOVE WS-EMP-GROSS TO QE-GROSS
               MOVE WS-EMP-SS TO QE-SS
               MOVE WS-QE-TAX(WS-IDX, WS-QTR) TO QE-TAX
               MOVE WS-EMP-EXCESS TO QE-EXCESS
               MOVE SPACES TO REPORT-LINE
               STRING WS-QE-EMP-ID(WS-IDX) " " WS-QE-NAME(WS-IDX)
                   QE-GROSS QE-SS " " QE-TAX " " QE-EXCESS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-SUI-DETAIL
           END-IF.

       CALC-CAPPED-WAGES.
           IF WS-BASE IS EQUAL TO ZERO
               MOVE WS-EMP-GROSS TO WS-CAPPED
           ELSE
               IF WS-YTD-BEFORE IS GREATER THAN WS-BASE
                   MOVE WS-BASE TO WS-CAP-BEFORE
               ELSE
                   MOVE WS-YTD-BEFORE TO WS-CAP-BEFORE
               END-IF
               IF WS-YTD-AFTER IS GREATER THAN WS-BASE
                   MOVE WS-BASE TO WS-CAP-AFTER
               ELSE
                   MOVE WS-YTD-AFTER TO WS-CAP-AFTER
               END-IF
               COMPUTE WS-CAPPED = WS-CAP-AFTER - WS-CAP-BEFORE
           END-IF.

       WRITE-SUI-DETAIL.
           IF WS-EMP-GROSS IS LESS THAN ZERO
               DISPLAY "Warning: " WS-QE-EMP-ID(WS-IDX)
                   " has negative wages for the quarter - "
                   "check the state wage file"
           END-IF
           MOVE SPACES TO SUI-WAGE-REC
           MOVE "SWD" TO SW-REC-TYPE
           MOVE WS-YEAR TO SW-YEAR
           MOVE WS-QTR TO SW-QTR
           MOVE WS-QE-EMP-ID(WS-IDX) TO SW-EMP-ID
           MOVE WS-QE-NAME(WS-IDX) TO SW-NAME
           MOVE WS-EMP-GROSS TO SW-WAGES
           MOVE WS-EMP-EXCESS TO SW-EXCESS
           MOVE WS-EMP-SUI TO SW-TAXABLE
           WRITE SUI-WAGE-REC
           ADD 1 TO WS-SUI-COUNT.

       WRITE-SUI-TRAILER.
           MOVE SPACES TO SUI-TRAILER-REC
           MOVE "SWT" TO ST-REC-TYPE
           MOVE WS-YEAR TO ST-YEAR
           MOVE WS-QTR TO ST-QTR
           MOVE WS-SUI-COUNT TO ST-COUNT
           MOVE WS-TOT-GROSS TO ST-WAGES
           MOVE WS-TOT-EXCESS TO ST-EXCESS
           MOVE WS-TOT-SUI TO ST-TAXABLE
           WRITE SUI-TRAILER-REC.

       WRITE-FEDERAL-SUMMARY.
           COMPUTE WS-SS-TAX ROUNDED =
               WS-TOT-SS * WS-FICA-RATE * 2 / 100
           COMPUTE WS-MEDI-TAX ROUNDED =
               WS-TOT-GROSS * WS-MEDI-RATE * 2 / 100
           COMPUTE WS-FICA-TOTAL = WS-SS-TAX + WS-MEDI-TAX
           COMPUTE WS-ALL-TAXES = WS-TOT-TAX + WS-FICA-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "=============================================="
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FEDERAL QUARTERLY RETURN SUMMARY   YEAR: "
               WS-YEAR "  QUARTER: " WS-QTR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-COUNT TO QE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NUMBER OF EMPLOYEES PAID:            " QE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-GROSS TO QE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "WAGES, TIPS AND OTHER COMPENSATION: " QE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-TAX TO QE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "FEDERAL INCOME TAX WITHHELD:        " QE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-SS TO QE-TOTAL
           COMPUTE WS-CAPPED = WS-FICA-RATE * 2
           MOVE WS-CAPPED TO QE-RATE
           MOVE WS-SS-TAX TO QE-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TAXABLE SOCIAL SECURITY WAGES:      " QE-TOTAL
               "  X " QE-RATE "% = " QE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-GROSS TO QE-TOTAL
           COMPUTE WS-CAPPED = WS-MEDI-RATE * 2
           MOVE WS-CAPPED TO QE-RATE
           MOVE WS-MEDI-TAX TO QE-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TAXABLE MEDICARE WAGES:             " QE-TOTAL
               "  X " QE-RATE "% = " QE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FICA-TOTAL TO QE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL SOCIAL SECURITY AND MEDICARE: " QE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALL-TAXES TO QE-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL TAXES FOR THE QUARTER:        " QE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INCOME TAX WITHHELD BY MONTH OF QUARTER:"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q IS GREATER THAN 3
               MOVE WS-MONTH-TAX(WS-Q) TO QE-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  MONTH " WS-Q ":                         "
                   QE-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-QUARTER-PROOF.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q IS GREATER THAN 4
               MOVE 0 TO WS-QT-GROSS(WS-Q)
               MOVE 0 TO WS-QT-TAX(WS-Q)
           END-PERFORM
           MOVE 0 TO WS-ANN-GROSS
           MOVE 0 TO WS-ANN-TAX
           MOVE 0 TO WS-PROOF-ERRS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "=============================================="
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FOUR-QUARTER PROOF TO ANNUAL STATEMENT TOTALS"
               "   YEAR: " WS-YEAR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PROVE-EMPLOYEE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-QE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "QUARTER            GROSS   TAX WITHHELD"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PROOF-GROSS
           MOVE 0 TO WS-PROOF-TAX
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q IS GREATER THAN 4
               ADD WS-QT-GROSS(WS-Q) TO WS-PROOF-GROSS
               ADD WS-QT-TAX(WS-Q) TO WS-PROOF-TAX
               MOVE WS-QT-GROSS(WS-Q) TO QE-GROSS
               MOVE WS-QT-TAX(WS-Q) TO QE-TAX
               MOVE SPACES TO REPORT-LINE
               STRING "  Q" WS-Q "       " QE-GROSS " " QE-TAX
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-PROOF-GROSS TO QE-GROSS
           MOVE WS-PROOF-TAX TO QE-TAX
           MOVE SPACES TO REPORT-LINE
           STRING "  Q1-Q4    " QE-GROSS " " QE-TAX
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ANN-GROSS TO QE-GROSS
           MOVE WS-ANN-TAX TO QE-TAX
           MOVE SPACES TO REPORT-LINE
           STRING "  ANNUAL   " QE-GROSS " " QE-TAX
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PROOF-GROSS IS NOT EQUAL TO WS-ANN-GROSS OR
                   WS-PROOF-TAX IS NOT EQUAL TO WS-ANN-TAX OR
                   WS-PROOF-ERRS IS GREATER THAN ZERO OR
                   WS-BAD-DATE-COUNT IS GREATER THAN ZERO
               MOVE "N" TO WS-PROOF-OK
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-PROOF-OK IS EQUAL TO "Y"
               STRING "FOUR QUARTERS TIE TO THE ANNUAL TOTALS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE WS-PROOF-ERRS TO QE-COUNT
               STRING "*** FOUR QUARTERS DO NOT TIE TO THE ANNUAL "
                   "TOTALS - " QE-COUNT " EMPLOYEES OUT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       PROVE-EMPLOYEE.
           MOVE 0 TO WS-SUM-GROSS
           MOVE 0 TO WS-SUM-TAX
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q IS GREATER THAN 4
               ADD WS-QE-GROSS(WS-IDX, WS-Q) TO WS-SUM-GROSS
               ADD WS-QE-TAX(WS-IDX, WS-Q) TO WS-SUM-TAX
               ADD WS-QE-GROSS(WS-IDX, WS-Q) TO WS-QT-GROSS(WS-Q)
               ADD WS-QE-TAX(WS-IDX, WS-Q) TO WS-QT-TAX(WS-Q)
           END-PERFORM
           ADD WS-QE-ANN-GROSS(WS-IDX) TO WS-ANN-GROSS
           ADD WS-QE-ANN-TAX(WS-IDX) TO WS-ANN-TAX
           IF WS-SUM-GROSS IS NOT EQUAL TO WS-QE-ANN-GROSS(WS-IDX)
                   OR WS-SUM-TAX IS NOT EQUAL TO
                   WS-QE-ANN-TAX(WS-IDX)
               ADD 1 TO WS-PROOF-ERRS
               MOVE WS-SUM-GROSS TO QE-GROSS
               MOVE WS-QE-ANN-GROSS(WS-IDX) TO QE-SS
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-QE-EMP-ID(WS-IDX) " "
                   WS-QE-NAME(WS-IDX) " QUARTERS " QE-GROSS
                   " ANNUAL " QE-SS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
