       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNCH-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-FILE ASSIGN TO "punches.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.
           SELECT TIMECARDS ASSIGN TO "timecards.dat"
               FILE STATUS IS WS-TIMECARDS-STATUS.
           SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
               FILE STATUS IS WS-HISTORY-STATUS.
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
           SELECT PUNCH-LISTING ASSIGN TO "punchexc.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PUNCH-FILE.
       01 PUNCH-REC.
             05 PN-EMP-ID PIC X(6).
             05 PN-DATE PIC X(8).
             05 PN-IN-TIME PIC X(4).
             05 PN-OUT-TIME PIC X(4).
             05 PN-DEPT PIC X(4).

       FD TIMECARDS RECORDING MODE F.
       COPY TIMEREC.

       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD DEDUCT-RATES.
       01 DEDUCT-RATE-REC.
             05 DR-CODE PIC X(8).
             05 DR-PCT PIC 9(2)V9(4).

       FD DEPT-TABLE.
       COPY DEPTREC.

       FD EMP-MASTER.
       COPY EMPREC.

       FD PUNCH-LISTING.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-PUNCH-STATUS PIC X(2) VALUE "00".
       01 WS-TIMECARDS-STATUS PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-RATES-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-PUNCH-DATE PIC X(8) VALUE SPACES.
       01 WS-WEEK-START PIC X(8) VALUE SPACES.
       01 WS-ENTRY-DATE PIC X(8) VALUE SPACES.
       01 WS-WORK-DATE PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(8) VALUE 0.
       01 WS-MEAL-AFTER PIC 9(2)V9(4) VALUE 6.
       01 WS-MEAL-DEDUCT PIC 9(2)V9(4) VALUE 0.5.
       01 WS-MEAL-AFTER-MIN PIC 9(4) VALUE 0.
       01 WS-MEAL-DEDUCT-MIN PIC 9(4) VALUE 0.
       01 WS-PUNCH-TIME.
             05 WS-PT-HH PIC 9(2).
             05 WS-PT-MM PIC 9(2).
       01 WS-MINUTES PIC 9(4) VALUE 0.
       01 WS-QTRS PIC 9(4) VALUE 0.
       01 WS-IN-MIN PIC 9(4) VALUE 0.
       01 WS-OUT-MIN PIC 9(4) VALUE 0.
       01 WS-PAIR-MIN PIC 9(4) VALUE 0.
       01 WS-DAY-HOURS PIC 9(6)V99 VALUE 0.
       01 WS-REG-ROOM PIC 9(6)V99 VALUE 0.
       01 WS-REG-HOURS PIC 9(6)V99 VALUE 0.
       01 WS-OT-HOURS PIC 9(6)V99 VALUE 0.
       01 WS-PUNCH-DEPT PIC X(4) VALUE SPACES.
       01 WS-EXC-CODE PIC X(2) VALUE SPACES.
       01 WS-EXC-TEXT PIC X(60) VALUE SPACES.
       01 WS-EXC-EMP-ID PIC X(6) VALUE SPACES.
       01 WS-EXC-DATE PIC X(8) VALUE SPACES.
       01 WS-EXC-IN-TIME PIC X(4) VALUE SPACES.
       01 WS-EXC-OUT-TIME PIC X(4) VALUE SPACES.
       01 WS-EXC-DEPT PIC X(4) VALUE SPACES.
       01 WS-PE-COUNT PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
       01 WS-PUNCH-TABLE.
             05 WS-PE-ENTRY OCCURS 1000 TIMES.
                   10 WS-PE-EMP-ID PIC X(6).
                   10 WS-PE-NAME PIC X(8).
                   10 WS-PE-DEPT PIC X(4).
                   10 WS-PE-RATE PIC 9(8)V99.
                   10 WS-PE-MAST-CODE PIC X(2).
                   10 WS-PE-HELD PIC X(1).
                   10 WS-PE-HAS-OPEN PIC X(1).
                   10 WS-PE-OPEN-IN PIC 9(4).
                   10 WS-PE-OPEN-TIME PIC X(4).
                   10 WS-PE-OPEN-DEPT PIC X(4).
                   10 WS-PE-LAST-IN PIC X(4).
                   10 WS-PE-LAST-OUT PIC X(4).
                   10 WS-PE-MINUTES PIC 9(6).
                   10 WS-PE-PAIRS PIC 9(4).
                   10 WS-PE-WEEK-HOURS PIC 9(6)V99.
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-DEPT-IDX PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY PIC X(4) OCCURS 50 TIMES.
       01 WS-PUNCH-COUNT PIC 9(8) VALUE 0.
       01 WS-PAIR-COUNT PIC 9(8) VALUE 0.
       01 WS-EXC-COUNT PIC 9(8) VALUE 0.
       01 WS-HELD-COUNT PIC 9(8) VALUE 0.
       01 WS-TC-COUNT PIC 9(8) VALUE 0.
       01 WS-TOTAL-REG PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-OT PIC 9(8)V99 VALUE 0.
       01 PUNCH-FIELDS.
             05 PE-HOURS PIC ZZZZZ9.99.
             05 PE-COUNT PIC ZZZZZZZ9.
             05 PE-TOTAL-HOURS PIC ZZZZZZZ9.99.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-DEPT-OK PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM LOAD-MEAL-RULES
           PERFORM LOAD-DEPT-TABLE
           OPEN INPUT EMP-MASTER
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open empmast.dat, "
                   "file status " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PUNCH-FILE
           IF WS-PUNCH-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open punches.dat, "
                   "file status " WS-PUNCH-STATUS
               CLOSE EMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-PUNCH-DATE
           PERFORM GET-WEEK-START
           OPEN OUTPUT PUNCH-LISTING
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open punchexc.rpt, "
                   "file status " WS-REPORT-STATUS
               CLOSE PUNCH-FILE
               CLOSE EMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER.

       LOOP.
           MOVE "N" TO WS-EOF
           PERFORM READ-PUNCH UNTIL WS-EOF IS EQUAL TO "Y"
           MOVE "N" TO WS-EOF
           CLOSE PUNCH-FILE
           PERFORM CHECK-OPEN-PUNCHES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-PE-COUNT
           PERFORM LOAD-WEEK-HOURS
           OPEN OUTPUT TIMECARDS
           IF WS-TIMECARDS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open timecards.dat, "
                   "file status " WS-TIMECARDS-STATUS
               CLOSE PUNCH-LISTING
               CLOSE EMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-EMP-TIMECARDS
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-PE-COUNT
           CLOSE TIMECARDS.

       CLOSE-STOP.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PUNCH-LISTING.
           CLOSE EMP-MASTER.
           DISPLAY "Timecards written to timecards.dat".
           MOVE WS-PUNCH-COUNT TO PE-COUNT.
           DISPLAY "Punch records read:   " PE-COUNT.
           MOVE WS-TC-COUNT TO PE-COUNT.
           DISPLAY "Timecards written:    " PE-COUNT.
           MOVE WS-EXC-COUNT TO PE-COUNT.
           DISPLAY "Punch exceptions:     " PE-COUNT.
           MOVE WS-HELD-COUNT TO PE-COUNT.
           DISPLAY "Employees held:       " PE-COUNT.
           IF WS-EXC-COUNT IS GREATER THAN ZERO
               DISPLAY "Review punchexc.rpt before running "
                   "GEN-DATA in batch mode"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-MEAL-RULES.
           OPEN INPUT DEDUCT-RATES
           IF WS-RATES-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Warning: cannot open dedrates.dat, "
                   "file status " WS-RATES-STATUS
                   " - using default meal break rules"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
                   READ DEDUCT-RATES
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           EVALUATE DR-CODE
                               WHEN "MEALAFT"
                                   MOVE DR-PCT TO WS-MEAL-AFTER
                               WHEN "MEALDED"
                                   MOVE DR-PCT TO WS-MEAL-DEDUCT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE DEDUCT-RATES
           END-IF
           COMPUTE WS-MEAL-AFTER-MIN ROUNDED = WS-MEAL-AFTER * 60
           COMPUTE WS-MEAL-DEDUCT-MIN ROUNDED =
               WS-MEAL-DEDUCT * 60.

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
                       ELSE
                           DISPLAY "Warning: department table "
                               "full (50 max) - " DT-DEPT
                               " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE DEPT-TABLE.

       CHECK-DEPT.
           MOVE "N" TO WS-DEPT-OK
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               IF WS-DEPT-ENTRY(WS-DEPT-IDX) IS EQUAL TO
                       WS-PUNCH-DEPT
                   MOVE "Y" TO WS-DEPT-OK
               END-IF
           END-PERFORM.

       GET-PUNCH-DATE.
           DISPLAY "Punch date to import? (YYYYMMDD, blank = "
               WS-RUN-DATE ") "
           ACCEPT WS-PUNCH-DATE
           IF WS-PUNCH-DATE IS EQUAL TO SPACES
               MOVE WS-RUN-DATE TO WS-PUNCH-DATE
           END-IF
           PERFORM UNTIL WS-PUNCH-DATE IS NUMERIC
               DISPLAY "Error: date must be YYYYMMDD"
               DISPLAY "Punch date to import? (YYYYMMDD) "
               ACCEPT WS-PUNCH-DATE
           END-PERFORM.

       GET-WEEK-START.
           MOVE WS-PUNCH-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DATE-INT IS GREATER THAN ZERO
               COMPUTE WS-DATE-INT = WS-DATE-INT -
                   FUNCTION MOD(WS-DATE-INT - 1, 7)
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           MOVE WS-DATE-NUM TO WS-WEEK-START
           DISPLAY "Week starting date for overtime? (YYYYMMDD, "
               "blank = " WS-WEEK-START ") "
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE IS NOT EQUAL TO SPACES
               MOVE WS-ENTRY-DATE TO WS-WEEK-START
           END-IF
           PERFORM UNTIL WS-WEEK-START IS NUMERIC AND
                   WS-WEEK-START IS NOT GREATER THAN WS-PUNCH-DATE
               DISPLAY "Error: week start must be YYYYMMDD and "
                   "not after the punch date"
               DISPLAY "Week starting date for overtime? "
                   "(YYYYMMDD) "
               ACCEPT WS-WEEK-START
           END-PERFORM.

       READ-PUNCH.
           READ PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-PUNCH-COUNT
                   PERFORM PROCESS-PUNCH
           END-READ.

       PROCESS-PUNCH.
           MOVE PN-EMP-ID TO WS-EXC-EMP-ID
           MOVE PN-DATE TO WS-EXC-DATE
           MOVE PN-IN-TIME TO WS-EXC-IN-TIME
           MOVE PN-OUT-TIME TO WS-EXC-OUT-TIME
           MOVE PN-DEPT TO WS-EXC-DEPT
           EVALUATE TRUE
               WHEN PN-EMP-ID IS EQUAL TO SPACES
                   MOVE "ID" TO WS-EXC-CODE
                   MOVE "BLANK EMPLOYEE ID - PUNCH NOT USED"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-PUNCH-EXCEPTION
               WHEN PN-DATE IS NOT EQUAL TO WS-PUNCH-DATE
                   MOVE "DT" TO WS-EXC-CODE
                   MOVE "PUNCH DATE IS NOT THE IMPORT DATE - NOT USED"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-PUNCH-EXCEPTION
               WHEN OTHER
                   PERFORM FIND-PUNCH-SLOT
                   IF WS-SLOT IS GREATER THAN ZERO
                       PERFORM APPLY-PUNCH
                   END-IF
           END-EVALUATE.

       FIND-PUNCH-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-PE-COUNT
               IF WS-PE-EMP-ID(WS-IDX) IS EQUAL TO PN-EMP-ID
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-PE-COUNT IS LESS THAN 1000
                   ADD 1 TO WS-PE-COUNT
                   MOVE WS-PE-COUNT TO WS-SLOT
                   PERFORM NEW-PUNCH-SLOT
               ELSE
                   MOVE "TF" TO WS-EXC-CODE
                   MOVE "EMPLOYEE TABLE FULL (1000 MAX) - NOT USED"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-PUNCH-EXCEPTION
               END-IF
           END-IF.

       NEW-PUNCH-SLOT.
           MOVE PN-EMP-ID TO WS-PE-EMP-ID(WS-SLOT)
           MOVE SPACES TO WS-PE-NAME(WS-SLOT)
           MOVE SPACES TO WS-PE-DEPT(WS-SLOT)
           MOVE 0 TO WS-PE-RATE(WS-SLOT)
           MOVE SPACES TO WS-PE-MAST-CODE(WS-SLOT)
           MOVE "N" TO WS-PE-HELD(WS-SLOT)
           MOVE "N" TO WS-PE-HAS-OPEN(WS-SLOT)
           MOVE 0 TO WS-PE-OPEN-IN(WS-SLOT)
           MOVE SPACES TO WS-PE-OPEN-TIME(WS-SLOT)
           MOVE SPACES TO WS-PE-OPEN-DEPT(WS-SLOT)
           MOVE SPACES TO WS-PE-LAST-IN(WS-SLOT)
           MOVE SPACES TO WS-PE-LAST-OUT(WS-SLOT)
           MOVE 0 TO WS-PE-MINUTES(WS-SLOT)
           MOVE 0 TO WS-PE-PAIRS(WS-SLOT)
           MOVE 0 TO WS-PE-WEEK-HOURS(WS-SLOT)
           MOVE PN-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE "EM" TO WS-PE-MAST-CODE(WS-SLOT)
                   MOVE "Y" TO WS-PE-HELD(WS-SLOT)
               NOT INVALID KEY
                   MOVE EM-NAME TO WS-PE-NAME(WS-SLOT)
                   MOVE EM-DEPT TO WS-PE-DEPT(WS-SLOT)
                   MOVE EM-RATE TO WS-PE-RATE(WS-SLOT)
                   IF EM-RATE-EFF-DATE IS NOT EQUAL TO SPACES
                           AND EM-RATE-EFF-DATE IS NOT GREATER
                               THAN WS-PUNCH-DATE
                       MOVE EM-NEW-RATE TO WS-PE-RATE(WS-SLOT)
                   END-IF
                   IF EM-STATUS IS EQUAL TO "T"
                       MOVE "TM" TO WS-PE-MAST-CODE(WS-SLOT)
                       MOVE "Y" TO WS-PE-HELD(WS-SLOT)
                   END-IF
           END-READ.

       APPLY-PUNCH.
           IF WS-PE-MAST-CODE(WS-SLOT) IS NOT EQUAL TO SPACES
               MOVE WS-PE-MAST-CODE(WS-SLOT) TO WS-EXC-CODE
               IF WS-EXC-CODE IS EQUAL TO "EM"
                   MOVE "NOT ON EMPLOYEE MASTER - HOURS HELD"
                       TO WS-EXC-TEXT
               ELSE
                   MOVE "EMPLOYEE IS TERMINATED - HOURS HELD"
                       TO WS-EXC-TEXT
               END-IF
               PERFORM WRITE-PUNCH-EXCEPTION
           ELSE
               PERFORM EDIT-PUNCH
           END-IF.

       EDIT-PUNCH.
           IF PN-DEPT IS EQUAL TO SPACES
               MOVE WS-PE-DEPT(WS-SLOT) TO WS-PUNCH-DEPT
           ELSE
               MOVE PN-DEPT TO WS-PUNCH-DEPT
           END-IF
           PERFORM CHECK-DEPT
           IF PN-IN-TIME IS NOT EQUAL TO SPACES
               MOVE PN-IN-TIME TO WS-PUNCH-TIME
               PERFORM ROUND-PUNCH-TIME
               MOVE WS-MINUTES TO WS-IN-MIN
           END-IF
           IF PN-OUT-TIME IS NOT EQUAL TO SPACES
               MOVE PN-OUT-TIME TO WS-PUNCH-TIME
               PERFORM ROUND-PUNCH-TIME
               MOVE WS-MINUTES TO WS-OUT-MIN
           END-IF
           PERFORM CHECK-PUNCH-TIMES
           EVALUATE TRUE
               WHEN WS-DEPT-OK IS EQUAL TO "N"
                   MOVE "DE" TO WS-EXC-CODE
                   STRING "UNKNOWN DEPARTMENT " WS-PUNCH-DEPT
                       " - HOURS HELD"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM HOLD-PUNCH
               WHEN WS-EXC-CODE IS EQUAL TO "BT"
                   MOVE "INVALID PUNCH TIME - HOURS HELD"
                       TO WS-EXC-TEXT
                   PERFORM HOLD-PUNCH
               WHEN PN-IN-TIME IS EQUAL TO SPACES AND
                       PN-OUT-TIME IS EQUAL TO SPACES
                   MOVE "MP" TO WS-EXC-CODE
                   MOVE "NO IN OR OUT TIME ON PUNCH - HOURS HELD"
                       TO WS-EXC-TEXT
                   PERFORM HOLD-PUNCH
               WHEN PN-OUT-TIME IS EQUAL TO SPACES
                   PERFORM APPLY-IN-PUNCH
               WHEN PN-IN-TIME IS EQUAL TO SPACES
                   PERFORM APPLY-OUT-PUNCH
               WHEN OTHER
                   PERFORM APPLY-PAIRED-PUNCH
           END-EVALUATE.

       CHECK-PUNCH-TIMES.
           MOVE SPACES TO WS-EXC-CODE
           MOVE SPACES TO WS-EXC-TEXT
           IF PN-IN-TIME IS NOT EQUAL TO SPACES
               MOVE PN-IN-TIME TO WS-PUNCH-TIME
               IF WS-PUNCH-TIME IS NOT NUMERIC
                   MOVE "BT" TO WS-EXC-CODE
               ELSE
                   IF WS-PT-HH IS GREATER THAN 23 OR
                           WS-PT-MM IS GREATER THAN 59
                       MOVE "BT" TO WS-EXC-CODE
                   END-IF
               END-IF
           END-IF
           IF PN-OUT-TIME IS NOT EQUAL TO SPACES
               MOVE PN-OUT-TIME TO WS-PUNCH-TIME
               IF WS-PUNCH-TIME IS NOT NUMERIC
                   MOVE "BT" TO WS-EXC-CODE
               ELSE
                   IF WS-PT-HH IS GREATER THAN 23 OR
                           WS-PT-MM IS GREATER THAN 59
                       MOVE "BT" TO WS-EXC-CODE
                   END-IF
               END-IF
           END-IF.

       ROUND-PUNCH-TIME.
           MOVE 0 TO WS-MINUTES
           IF WS-PUNCH-TIME IS NUMERIC
               COMPUTE WS-MINUTES = WS-PT-HH * 60 + WS-PT-MM
               COMPUTE WS-QTRS = (WS-MINUTES + 7) / 15
               COMPUTE WS-MINUTES = WS-QTRS * 15
           END-IF.

       APPLY-IN-PUNCH.
           IF WS-PE-HAS-OPEN(WS-SLOT) IS EQUAL TO "Y"
               IF WS-PE-OPEN-IN(WS-SLOT) IS EQUAL TO WS-IN-MIN
                   MOVE "DP" TO WS-EXC-CODE
                   MOVE "DOUBLE IN PUNCH - HOURS HELD"
                       TO WS-EXC-TEXT
               ELSE
                   MOVE "MO" TO WS-EXC-CODE
                   STRING "IN AGAIN WITHOUT OUT SINCE "
                       WS-PE-OPEN-TIME(WS-SLOT)
                       " - HOURS HELD"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-IF
               PERFORM HOLD-PUNCH
           END-IF
           MOVE "Y" TO WS-PE-HAS-OPEN(WS-SLOT)
           MOVE WS-IN-MIN TO WS-PE-OPEN-IN(WS-SLOT)
           MOVE PN-IN-TIME TO WS-PE-OPEN-TIME(WS-SLOT)
           MOVE WS-PUNCH-DEPT TO WS-PE-OPEN-DEPT(WS-SLOT).

       APPLY-OUT-PUNCH.
           IF WS-PE-HAS-OPEN(WS-SLOT) IS EQUAL TO "Y"
               MOVE WS-PE-OPEN-IN(WS-SLOT) TO WS-IN-MIN
               MOVE WS-PE-OPEN-TIME(WS-SLOT) TO
                   WS-PE-LAST-IN(WS-SLOT)
               MOVE PN-OUT-TIME TO WS-PE-LAST-OUT(WS-SLOT)
               MOVE "N" TO WS-PE-HAS-OPEN(WS-SLOT)
               MOVE WS-PE-OPEN-DEPT(WS-SLOT) TO WS-PUNCH-DEPT
               PERFORM ADD-PAIR-MINUTES
           ELSE
               IF WS-PE-LAST-OUT(WS-SLOT) IS EQUAL TO PN-OUT-TIME
                   MOVE "DP" TO WS-EXC-CODE
                   MOVE "DOUBLE OUT PUNCH - HOURS HELD"
                       TO WS-EXC-TEXT
               ELSE
                   MOVE "MI" TO WS-EXC-CODE
                   MOVE "OUT PUNCH WITH NO IN PUNCH - HOURS HELD"
                       TO WS-EXC-TEXT
               END-IF
               PERFORM HOLD-PUNCH
           END-IF.

       APPLY-PAIRED-PUNCH.
           IF WS-PE-HAS-OPEN(WS-SLOT) IS EQUAL TO "Y"
               MOVE "MO" TO WS-EXC-CODE
               STRING "IN PUNCH AT " WS-PE-OPEN-TIME(WS-SLOT)
                   " HAS NO OUT PUNCH - HOURS HELD"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM HOLD-PUNCH
               MOVE "N" TO WS-PE-HAS-OPEN(WS-SLOT)
           END-IF
           IF PN-IN-TIME IS EQUAL TO WS-PE-LAST-IN(WS-SLOT) AND
                   PN-OUT-TIME IS EQUAL TO WS-PE-LAST-OUT(WS-SLOT)
               MOVE "DP" TO WS-EXC-CODE
               MOVE "DOUBLE PUNCH - SAME IN AND OUT AS PRIOR PAIR"
                   TO WS-EXC-TEXT
               PERFORM HOLD-PUNCH
           ELSE
               MOVE PN-IN-TIME TO WS-PE-LAST-IN(WS-SLOT)
               MOVE PN-OUT-TIME TO WS-PE-LAST-OUT(WS-SLOT)
               PERFORM ADD-PAIR-MINUTES
           END-IF.

       ADD-PAIR-MINUTES.
           IF WS-OUT-MIN IS LESS THAN WS-IN-MIN
               ADD 1440 TO WS-OUT-MIN
           END-IF
           COMPUTE WS-PAIR-MIN = WS-OUT-MIN - WS-IN-MIN
           IF WS-PAIR-MIN IS GREATER THAN WS-MEAL-AFTER-MIN
               SUBTRACT WS-MEAL-DEDUCT-MIN FROM WS-PAIR-MIN
           END-IF
           ADD WS-PAIR-MIN TO WS-PE-MINUTES(WS-SLOT)
           ADD 1 TO WS-PE-PAIRS(WS-SLOT)
           ADD 1 TO WS-PAIR-COUNT
           IF WS-PE-PAIRS(WS-SLOT) IS EQUAL TO 1
               MOVE WS-PUNCH-DEPT TO WS-PE-DEPT(WS-SLOT)
           ELSE
               IF WS-PUNCH-DEPT IS NOT EQUAL TO WS-PE-DEPT(WS-SLOT)
                   MOVE "DC" TO WS-EXC-CODE
                   STRING "WORKED IN " WS-PUNCH-DEPT
                       " - HOURS CHARGED TO "
                       WS-PE-DEPT(WS-SLOT)
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM WRITE-PUNCH-EXCEPTION
               END-IF
           END-IF.

       HOLD-PUNCH.
           MOVE "Y" TO WS-PE-HELD(WS-SLOT)
           PERFORM WRITE-PUNCH-EXCEPTION.

       CHECK-OPEN-PUNCHES.
           IF WS-PE-HAS-OPEN(WS-IDX) IS EQUAL TO "Y"
               MOVE "Y" TO WS-PE-HELD(WS-IDX)
               MOVE "N" TO WS-PE-HAS-OPEN(WS-IDX)
               MOVE WS-PE-EMP-ID(WS-IDX) TO WS-EXC-EMP-ID
               MOVE WS-PUNCH-DATE TO WS-EXC-DATE
               MOVE WS-PE-OPEN-TIME(WS-IDX) TO WS-EXC-IN-TIME
               MOVE SPACES TO WS-EXC-OUT-TIME
               MOVE WS-PE-OPEN-DEPT(WS-IDX) TO WS-EXC-DEPT
               MOVE "MO" TO WS-EXC-CODE
               MOVE "IN PUNCH HAS NO OUT PUNCH - HOURS HELD"
                   TO WS-EXC-TEXT
               PERFORM WRITE-PUNCH-EXCEPTION
           END-IF.

       LOAD-WEEK-HOURS.
           IF WS-WEEK-START IS LESS THAN WS-PUNCH-DATE
               OPEN INPUT PAY-HISTORY
               IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "Warning: cannot open payhist.dat, "
                       "file status " WS-HISTORY-STATUS
                       " - weekly overtime uses today's hours only"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM READ-HISTORY-REC
                       UNTIL WS-EOF IS EQUAL TO "Y"
                   MOVE "N" TO WS-EOF
                   CLOSE PAY-HISTORY
               END-IF
           END-IF.

       READ-HISTORY-REC.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PH-ADJ-SIGN IS NOT EQUAL TO SPACE AND
                           PH-ORIG-DATE IS NOT EQUAL TO SPACES
                       MOVE PH-ORIG-DATE TO WS-WORK-DATE
                   ELSE
                       MOVE PH-RUN-DATE TO WS-WORK-DATE
                   END-IF
                   IF WS-WORK-DATE IS NOT LESS THAN WS-WEEK-START
                           AND WS-WORK-DATE IS LESS THAN
                               WS-PUNCH-DATE
                           AND (PH-EARN-TYPE IS EQUAL TO "R" OR
                               PH-EARN-TYPE IS EQUAL TO "O" OR
                               PH-EARN-TYPE IS EQUAL TO "P")
                       PERFORM POST-WEEK-HOURS
                   END-IF
           END-READ.

       POST-WEEK-HOURS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT IS GREATER THAN WS-PE-COUNT
               IF WS-PE-EMP-ID(WS-SLOT) IS EQUAL TO PH-EMP-ID
                   IF PH-ADJ-SIGN IS EQUAL TO "-"
                       IF PH-HOURS IS GREATER THAN
                               WS-PE-WEEK-HOURS(WS-SLOT)
                           MOVE 0 TO WS-PE-WEEK-HOURS(WS-SLOT)
                       ELSE
                           SUBTRACT PH-HOURS FROM
                               WS-PE-WEEK-HOURS(WS-SLOT)
                       END-IF
                   ELSE
                       ADD PH-HOURS TO WS-PE-WEEK-HOURS(WS-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-EMP-TIMECARDS.
           IF WS-PE-HELD(WS-IDX) IS EQUAL TO "Y"
               ADD 1 TO WS-HELD-COUNT
               IF WS-PE-MAST-CODE(WS-IDX) IS EQUAL TO SPACES
                   COMPUTE WS-DAY-HOURS =
                       WS-PE-MINUTES(WS-IDX) / 60
                   MOVE WS-DAY-HOURS TO PE-HOURS
                   MOVE WS-PE-EMP-ID(WS-IDX) TO WS-EXC-EMP-ID
                   MOVE WS-PUNCH-DATE TO WS-EXC-DATE
                   MOVE SPACES TO WS-EXC-IN-TIME
                   MOVE SPACES TO WS-EXC-OUT-TIME
                   MOVE WS-PE-DEPT(WS-IDX) TO WS-EXC-DEPT
                   MOVE "HL" TO WS-EXC-CODE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "NO TIMECARD WRITTEN - " PE-HOURS
                       " HOURS PAIRED BEFORE HOLD"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM WRITE-PUNCH-EXCEPTION
               END-IF
           ELSE
               IF WS-PE-MINUTES(WS-IDX) IS GREATER THAN ZERO
                   PERFORM SPLIT-WEEK-HOURS
                   IF WS-REG-HOURS IS GREATER THAN ZERO
                       MOVE "R" TO TC-EARN-TYPE
                       MOVE WS-REG-HOURS TO TC-HOURS
                       PERFORM WRITE-TIMECARD
                       ADD WS-REG-HOURS TO WS-TOTAL-REG
                   END-IF
                   IF WS-OT-HOURS IS GREATER THAN ZERO
                       MOVE "O" TO TC-EARN-TYPE
                       MOVE WS-OT-HOURS TO TC-HOURS
                       PERFORM WRITE-TIMECARD
                       ADD WS-OT-HOURS TO WS-TOTAL-OT
                   END-IF
               END-IF
           END-IF.

       SPLIT-WEEK-HOURS.
           COMPUTE WS-DAY-HOURS = WS-PE-MINUTES(WS-IDX) / 60
           IF WS-PE-WEEK-HOURS(WS-IDX) IS NOT LESS THAN 40
               MOVE 0 TO WS-REG-ROOM
           ELSE
               COMPUTE WS-REG-ROOM = 40 - WS-PE-WEEK-HOURS(WS-IDX)
           END-IF
           IF WS-DAY-HOURS IS GREATER THAN WS-REG-ROOM
               MOVE WS-REG-ROOM TO WS-REG-HOURS
               COMPUTE WS-OT-HOURS = WS-DAY-HOURS - WS-REG-ROOM
           ELSE
               MOVE WS-DAY-HOURS TO WS-REG-HOURS
               MOVE 0 TO WS-OT-HOURS
           END-IF.

       WRITE-TIMECARD.
           MOVE WS-PE-EMP-ID(WS-IDX) TO TC-EMP-ID
           MOVE WS-PE-NAME(WS-IDX) TO TC-NAME
           MOVE WS-PE-RATE(WS-IDX) TO TC-RATE
           MOVE 0 TO TC-DEDUCT
           MOVE WS-PE-DEPT(WS-IDX) TO TC-DEPT
           WRITE TIMECARD-REC
           ADD 1 TO WS-TC-COUNT.

       WRITE-PUNCH-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-EXC-EMP-ID "  " WS-EXC-DATE " "
               WS-EXC-IN-TIME " " WS-EXC-OUT-TIME " " WS-EXC-DEPT
               " " WS-EXC-CODE " "
               WS-EXC-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-EXC-TEXT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "TIME CLOCK PUNCH EXCEPTION LISTING"
               "   PUNCH DATE: " WS-PUNCH-DATE
               "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "WEEK STARTING: " WS-WEEK-START
               "   HOURS OVER 40 FOR THE WEEK PAID AS TYPE O"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EMP-ID  DATE     IN   OUT  DEPT CD DESCRIPTION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING "------------------------------------------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PUNCH-COUNT TO PE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PUNCH RECORDS READ:  " PE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAIR-COUNT TO PE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PUNCH PAIRS MATCHED: " PE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TC-COUNT TO PE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TIMECARDS WRITTEN:   " PE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-REG TO PE-TOTAL-HOURS
           MOVE SPACES TO REPORT-LINE
           STRING "REGULAR HOURS:    " PE-TOTAL-HOURS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OT TO PE-TOTAL-HOURS
           MOVE SPACES TO REPORT-LINE
           STRING "OVERTIME HOURS:   " PE-TOTAL-HOURS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXC-COUNT TO PE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PUNCH EXCEPTIONS:    " PE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT TO PE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "EMPLOYEES HELD:      " PE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "*** CORRECT HELD PUNCHES AND RE-IMPORT, OR KEY "
               "THE HOURS IN GEN-DATA ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
