       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BAL-REPORT ASSIGN TO "PAYBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DEDUCT-RATES ASSIGN TO "dedrates.dat"
       DATA DIVISION.
       FILE SECTION.
       FD PAY-DETAIL RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD CONTROL-FILE RECORDING MODE F
           RECORD CONTAINS 51 CHARACTERS.
       COPY CTLREC.

       FD BAL-REPORT.
       01 WS-ACCRUED PIC 9(8) VALUE 0.
       01 WS-EXEMPT-AMT PIC 9(2)V9(4) VALUE 0.
       01 WS-SHIFT-PCT PIC 9(2)V9(4) VALUE 0.
       01 WS-SUPP-PCT PIC 9(2)V9(4) VALUE 22.
       01 WS-BRKT-COUNT PIC 9(4) VALUE 0.
       01 WS-BRKT-IDX PIC 9(4) VALUE 0.
       01 WS-BRKT-TABLE.
                   10 WS-RN-GROSS PIC 9(10)V99.
                   10 WS-RN-TAX PIC 9(10)V99.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-HDR-BATCH PIC 9(4) VALUE 0.
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-DET-COUNT PIC 9(8) VALUE 0.
       01 WS-DET-HOURS PIC 9(8)V99 VALUE 0.
       01 WS-DET-GROSS PIC 9(10)V99 VALUE 0.
       01 WS-DET-GARN PIC 9(10)V99 VALUE 0.
       01 WS-TRL-COUNT PIC 9(8) VALUE 0.
       01 WS-TRL-HOURS PIC 9(8)V99 VALUE 0.
       01 WS-TRL-GROSS PIC 9(10)V99 VALUE 0.
             05 WS-CTL-COUNT PIC 9(8).
             05 WS-CTL-HOURS PIC 9(8)V99.
             05 WS-CTL-GROSS PIC 9(10)V99.
             05 WS-CTL-BATCH PIC 9(4).
       01 BAL-FIELDS.
             05 BE-COUNT PIC ZZZZZZZ9.
             05 BE-HOURS PIC ZZZZZZZ9.99.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-BATCH-FILES
           PERFORM LOAD-DEDUCT-RATES
           PERFORM LOAD-TAX-BRACKETS
           OPEN INPUT PAY-DETAIL
                       MOVE CTL-COUNT TO WS-CTL-COUNT
                       MOVE CTL-TOTAL-HOURS TO WS-CTL-HOURS
                       MOVE CTL-TOTAL-GROSS TO WS-CTL-GROSS
                       MOVE CTL-BATCH TO WS-CTL-BATCH
                       IF CTL-RELEASE IS EQUAL TO "Y"
                           MOVE "Y" TO WS-ALREADY-RELEASED
                       END-IF
                   EVALUATE REC-TYPE
                       WHEN "HDR"
                           MOVE HDR-RUN-DATE TO WS-RUN-DATE
                           MOVE HDR-BATCH TO WS-HDR-BATCH
                       WHEN "DET"
                           PERFORM CHECK-DETAIL
                       WHEN "ADJ"
           ADD 1 TO WS-DET-COUNT
           ADD ACCT-HOURS TO WS-DET-HOURS
           ADD ACCT-GROSS TO WS-DET-GROSS
           ADD ACCT-GARN TO WS-DET-GARN
           IF ACCT-EARN-TYPE IS NOT EQUAL TO "V" AND
                   ACCT-EARN-TYPE IS NOT EQUAL TO "S" AND
                   ACCT-EARN-TYPE IS NOT EQUAL TO "H" AND
                   ACCT-EARN-TYPE IS NOT EQUAL TO "B"
               PERFORM POST-WORKED-HOURS
           END-IF
           PERFORM CHECK-ARITHMETIC.
               WHEN "H"
                   COMPUTE WS-CALC-GROSS =
                       ACCT-HOURS * ACCT-RATE
               WHEN "B"
                   MOVE ACCT-RATE TO WS-CALC-GROSS
               WHEN OTHER
                   IF ACCT-HOURS IS GREATER THAN 40
                       COMPUTE WS-CALC-GROSS = 40 * ACCT-RATE +
               MOVE ACCT-FIL-STATUS TO WS-FIL-STATUS
               MOVE ACCT-EXEMPTS TO WS-EXEMPTS
           END-IF
           EVALUATE TRUE
               WHEN ACCT-EARN-TYPE IS EQUAL TO "B"
                   MOVE 0 TO WS-RN-SLOT
                   COMPUTE WS-CALC-TAX ROUNDED =
                       ACCT-GROSS * WS-SUPP-PCT / 100
               WHEN REC-TYPE IS EQUAL TO "ADJ"
                   MOVE 0 TO WS-RN-SLOT
                   MOVE 0 TO WS-PRIOR-GROSS
                   MOVE 0 TO WS-PRIOR-TAX
                   PERFORM CALC-TAX
               WHEN OTHER
                   PERFORM FIND-RUN-SLOT
                   PERFORM CALC-TAX
           END-EVALUATE
           COMPUTE WS-CALC-DEDUCT = ACCT-TAX + ACCT-INSUR +
               ACCT-DUES + ACCT-GARN
           COMPUTE WS-CALC-NET = ACCT-GROSS - ACCT-DEDUCT
           IF WS-CALC-GROSS IS NOT EQUAL TO ACCT-GROSS OR
                   WS-CALC-TAX IS NOT EQUAL TO ACCT-TAX OR
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-HDR-BATCH IS NOT EQUAL TO WS-CTL-BATCH
                   MOVE "N" TO WS-BAL-OK
                   MOVE SPACES TO REPORT-LINE
                   STRING "CONTROL FILE BATCH " WS-CTL-BATCH
                       " DOES NOT MATCH HEADER BATCH " WS-HDR-BATCH
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       REPORT-PROBLEM-NO-TRL.
           STRING "END-OF-DAY BALANCING   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BATCH-NO IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "OFF-CYCLE BATCH: " WS-BATCH-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-DET-COUNT TO BE-COUNT
           MOVE WS-DET-HOURS TO BE-HOURS
           MOVE WS-DET-GROSS TO BE-GROSS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-DET-GARN TO BE-GROSS
           MOVE SPACES TO REPORT-LINE
           STRING "GARNISHMENTS WITHHELD:          " BE-GROSS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REC-ERRORS TO BE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS WITH ARITHMETIC ERRORS: " BE-COUNT
               MOVE WS-CTL-COUNT TO CTL-COUNT
               MOVE WS-CTL-HOURS TO CTL-TOTAL-HOURS
               MOVE WS-CTL-GROSS TO CTL-TOTAL-GROSS
               MOVE WS-CTL-BATCH TO CTL-BATCH
               MOVE "Y" TO CTL-RELEASE
               WRITE CONTROL-REC
               CLOSE CONTROL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ALREADY-RELEASED IS EQUAL TO "Y"
                   DISPLAY "Batch was already released - leave "
                       "accrual skipped"
               WHEN WS-BATCH-NO IS GREATER THAN ZERO
                   DISPLAY "Off-cycle batch - leave accrues with "
                       "the regular daily batch only"
               WHEN OTHER
                   PERFORM ACCRUE-LEAVE
           END-EVALUATE.

       ACCRUE-LEAVE.
           OPEN I-O LEAVE-BAL
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
               SET ENVIRONMENT "DD_PAYBAL" TO "balance.rpt"
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
               MOVE "bal" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYBAL" TO WS-FILE-NAME
           END-IF.

       BUILD-OFFC-NAME.
           MOVE SPACES TO WS-FILE-NAME
           STRING "offc" WS-BATCH-ID "." DELIMITED BY SIZE
               WS-FILE-EXT DELIMITED BY SPACE
               INTO WS-FILE-NAME.

       LOAD-DEDUCT-RATES.
           OPEN INPUT DEDUCT-RATES
           IF WS-RATES-STATUS IS NOT EQUAL TO "00"
                               MOVE DR-PCT TO WS-VAC-ACC
                           WHEN "SICKACC"
                               MOVE DR-PCT TO WS-SICK-ACC
                           WHEN "SUPPRT"
                               MOVE DR-PCT TO WS-SUPP-PCT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
