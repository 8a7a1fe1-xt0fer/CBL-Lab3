       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEG-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO "empmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LEAVE-BAL ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "chkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DEPT-TABLE ASSIGN TO "depttab.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT DAY-DETAIL ASSIGN TO "daydetl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DD-KEY
               FILE STATUS IS WS-DAYDETL-STATUS.
           SELECT PAY-DETAIL ASSIGN TO "output.dat"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT INTEG-LISTING ASSIGN TO "integchk.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-MASTER.
       COPY EMPREC.

       FD LEAVE-BAL.
       COPY LEAVREC.

       FD PAY-HISTORY RECORDING MODE F
           RECORD CONTAINS 140 CHARACTERS.
       COPY HISTREC.

       FD CHECK-REGISTER.
       COPY CHKREC.

       FD DEPT-TABLE.
       COPY DEPTREC.

       FD DAY-DETAIL.
       COPY DAYREC.

       FD PAY-DETAIL RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD INTEG-LISTING.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-STATUS PIC X(2) VALUE "00".
       01 WS-DAYDETL-STATUS PIC X(2) VALUE "00".
       01 WS-DETAIL-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-OUT-DATE PIC X(8) VALUE SPACES.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
       01 WS-FX PIC 9(1) VALUE 0.
       01 WS-FILE-VALUES.
             05 FILLER PIC X(12) VALUE "empmast.dat".
             05 FILLER PIC X(12) VALUE "leavebal.dat".
             05 FILLER PIC X(12) VALUE "payhist.dat".
             05 FILLER PIC X(12) VALUE "chkreg.dat".
             05 FILLER PIC X(12) VALUE "depttab.dat".
             05 FILLER PIC X(12) VALUE "daydetl.dat".
             05 FILLER PIC X(12) VALUE "output.dat".
       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
             05 WS-FILE-NAME PIC X(12) OCCURS 7 TIMES.
       01 WS-FILE-COUNTS.
             05 WS-FC-ENTRY OCCURS 7 TIMES.
                   10 WS-FC-READ PIC 9(8).
                   10 WS-FC-SERIOUS PIC 9(6).
                   10 WS-FC-WARNING PIC 9(6).
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY PIC X(4) OCCURS 50 TIMES.
       01 WS-OK-COUNT PIC 9(4) VALUE 0.
       01 WS-OUT-KEYS.
             05 WS-OK-KEY PIC X(7) OCCURS 2000 TIMES.
       01 WS-OR-COUNT PIC 9(4) VALUE 0.
       01 WS-ORPHAN-TABLE.
             05 WS-OR-ENTRY OCCURS 500 TIMES.
                   10 WS-OR-EMP-ID PIC X(6).
                   10 WS-OR-NAME PIC X(8).
                   10 WS-OR-RECS PIC 9(6).
       01 WS-FD-COUNT PIC 9(4) VALUE 0.
       01 WS-FD-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-FINDING-TABLE.
             05 WS-FD-ENTRY OCCURS 2000 TIMES.
                   10 WS-FD-SEV PIC X(1).
                   10 WS-FD-FILE PIC 9(1).
                   10 WS-FD-TEXT PIC X(80).
       01 WS-NEW-SEV PIC X VALUE SPACE.
       01 WS-NEW-FILE PIC 9(1) VALUE 0.
       01 WS-NEW-TEXT PIC X(80) VALUE SPACES.
       01 WS-PRINT-SEV PIC X VALUE SPACE.
       01 WS-PRINT-COUNT PIC 9(6) VALUE 0.
       01 WS-TOT-READ PIC 9(8) VALUE 0.
       01 WS-TOT-SERIOUS PIC 9(6) VALUE 0.
       01 WS-TOT-WARNING PIC 9(6) VALUE 0.
       01 WS-EMP-KEY PIC X(7) VALUE SPACES.
       01 INTEG-FIELDS.
             05 IE-READ PIC ZZZZZZZ9.
             05 IE-SERIOUS PIC ZZZZZZ9.
             05 IE-WARNING PIC ZZZZZZ9.
             05 IE-RECS PIC ZZZZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-HAVE-LEAVE PIC X VALUE "N".
             05 WS-HAVE-DEPT PIC X VALUE "N".
             05 WS-HAVE-OUTPUT PIC X VALUE "N".
             05 WS-MAST-FOUND PIC X VALUE "N".
             05 WS-KEY-FOUND PIC X VALUE "N".
             05 WS-DEPT-OK PIC X VALUE "N".
             05 WS-OR-FULL PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-FILE-COUNTS
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX IS GREATER THAN 7
           OPEN INPUT EMP-MASTER
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open empmast.dat, "
                   "file status " WS-MASTER-STATUS
               DISPLAY "Run EMP-MAINT to build the employee "
                   "master first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INTEG-LISTING
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open integchk.rpt, "
                   "file status " WS-REPORT-STATUS
               CLOSE EMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DEPT-TABLE
           OPEN INPUT LEAVE-BAL
           IF WS-LEAVE-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-HAVE-LEAVE
           ELSE
               MOVE "S" TO WS-NEW-SEV
               MOVE 2 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "CANNOT OPEN leavebal.dat, FILE STATUS "
                   WS-LEAVE-STATUS " - LEAVE CHECKS SKIPPED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           END-IF.

       LOOP.
           PERFORM CHECK-MASTER.
           IF WS-HAVE-LEAVE IS EQUAL TO "Y"
               PERFORM CHECK-LEAVE-ORPHANS
           END-IF.
           PERFORM CHECK-HISTORY.
           PERFORM CHECK-REGISTER-FILE.
           PERFORM CHECK-DAY-DETAIL.

       CLOSE-STOP.
           IF WS-HAVE-LEAVE IS EQUAL TO "Y"
               CLOSE LEAVE-BAL
           END-IF.
           CLOSE EMP-MASTER.
           PERFORM WRITE-REPORT.
           CLOSE INTEG-LISTING.
           DISPLAY "Integrity sweep written to integchk.rpt".
           MOVE WS-TOT-SERIOUS TO IE-SERIOUS.
           MOVE WS-TOT-WARNING TO IE-WARNING.
           DISPLAY "Serious discrepancies: " IE-SERIOUS.
           DISPLAY "Warnings:              " IE-WARNING.
           IF WS-TOT-SERIOUS IS GREATER THAN ZERO
               DISPLAY "*** SERIOUS DISCREPANCIES FOUND - SEE "
                   "integchk.rpt ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-FILE-COUNTS.
           MOVE 0 TO WS-FC-READ(WS-FX)
           MOVE 0 TO WS-FC-SERIOUS(WS-FX)
           MOVE 0 TO WS-FC-WARNING(WS-FX).

       ADD-FINDING.
           IF WS-NEW-SEV IS EQUAL TO "S"
               ADD 1 TO WS-FC-SERIOUS(WS-NEW-FILE)
               ADD 1 TO WS-TOT-SERIOUS
           ELSE
               ADD 1 TO WS-FC-WARNING(WS-NEW-FILE)
               ADD 1 TO WS-TOT-WARNING
           END-IF
           IF WS-FD-COUNT IS LESS THAN 2000
               ADD 1 TO WS-FD-COUNT
               MOVE WS-NEW-SEV TO WS-FD-SEV(WS-FD-COUNT)
               MOVE WS-NEW-FILE TO WS-FD-FILE(WS-FD-COUNT)
               MOVE WS-NEW-TEXT TO WS-FD-TEXT(WS-FD-COUNT)
           ELSE
               ADD 1 TO WS-FD-OVERFLOW
           END-IF.

       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-TABLE
           IF WS-DEPT-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-NEW-SEV
               MOVE 5 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "CANNOT OPEN depttab.dat, FILE STATUS "
                   WS-DEPT-STATUS " - DEPARTMENT CHECK SKIPPED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
                   READ DEPT-TABLE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FC-READ(5)
                           IF WS-DEPT-COUNT IS LESS THAN 50
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DT-DEPT TO
                                   WS-DEPT-ENTRY(WS-DEPT-COUNT)
                           ELSE
                               MOVE "W" TO WS-NEW-SEV
                               MOVE 5 TO WS-NEW-FILE
                               MOVE SPACES TO WS-NEW-TEXT
                               STRING "DEPARTMENT TABLE FULL (50 "
                                   "MAX) - " DT-DEPT " NOT LOADED"
                                   DELIMITED BY SIZE INTO WS-NEW-TEXT
                               PERFORM ADD-FINDING
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE DEPT-TABLE
               IF WS-DEPT-COUNT IS GREATER THAN ZERO
                   MOVE "Y" TO WS-HAVE-DEPT
               ELSE
                   MOVE "S" TO WS-NEW-SEV
                   MOVE 5 TO WS-NEW-FILE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "depttab.dat IS EMPTY - DEPARTMENT CHECK "
                       "SKIPPED"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM ADD-FINDING
               END-IF
           END-IF.

       CHECK-MASTER.
           MOVE "N" TO WS-EOF
           PERFORM READ-MASTER-REC UNTIL WS-EOF IS EQUAL TO "Y"
           MOVE "N" TO WS-EOF.

       READ-MASTER-REC.
           READ EMP-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(1)
                   IF WS-HAVE-LEAVE IS EQUAL TO "Y"
                       PERFORM CHECK-EMP-LEAVE
                   END-IF
                   IF WS-HAVE-DEPT IS EQUAL TO "Y"
                       PERFORM CHECK-EMP-DEPT
                   END-IF
                   IF EM-STATUS IS EQUAL TO "A" AND
                           EM-PAY-METHOD IS EQUAL TO "D"
                       PERFORM CHECK-EMP-BANK
                   END-IF
           END-READ.

       CHECK-EMP-LEAVE.
           MOVE EM-EMP-ID TO LB-EMP-ID
           READ LEAVE-BAL
               INVALID KEY
                   IF EM-STATUS IS EQUAL TO "T"
                       MOVE "W" TO WS-NEW-SEV
                   ELSE
                       MOVE "S" TO WS-NEW-SEV
                   END-IF
                   MOVE 2 TO WS-NEW-FILE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING EM-EMP-ID " " EM-NAME " STATUS "
                       EM-STATUS " HAS NO LEAVE BALANCE RECORD"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM ADD-FINDING
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       CHECK-EMP-DEPT.
           MOVE "N" TO WS-DEPT-OK
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-DEPT-COUNT
               IF WS-DEPT-ENTRY(WS-IDX) IS EQUAL TO EM-DEPT
                   MOVE "Y" TO WS-DEPT-OK
               END-IF
           END-PERFORM
           IF WS-DEPT-OK IS EQUAL TO "N"
               IF EM-STATUS IS EQUAL TO "T"
                   MOVE "W" TO WS-NEW-SEV
               ELSE
                   MOVE "S" TO WS-NEW-SEV
               END-IF
               MOVE 1 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING EM-EMP-ID " " EM-NAME " STATUS " EM-STATUS
                   " DEPT " EM-DEPT " IS NOT ON depttab.dat"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           END-IF.

       CHECK-EMP-BANK.
           IF EM-BANK-ROUTING IS EQUAL TO SPACES OR
                   EM-BANK-ROUTING IS NOT NUMERIC
               MOVE "S" TO WS-NEW-SEV
               MOVE 1 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING EM-EMP-ID " " EM-NAME
                   " DIRECT DEPOSIT WITH MISSING OR INVALID "
                   "ROUTING NUMBER '" EM-BANK-ROUTING "'"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           END-IF
           IF EM-BANK-ACCT IS EQUAL TO SPACES
               MOVE "S" TO WS-NEW-SEV
               MOVE 1 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING EM-EMP-ID " " EM-NAME
                   " DIRECT DEPOSIT WITH NO BANK ACCOUNT NUMBER"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           END-IF.

       CHECK-LEAVE-ORPHANS.
           MOVE LOW-VALUES TO LB-EMP-ID
           START LEAVE-BAL KEY IS NOT LESS THAN LB-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM READ-LEAVE-REC UNTIL WS-EOF IS EQUAL TO "Y"
           MOVE "N" TO WS-EOF.

       READ-LEAVE-REC.
           READ LEAVE-BAL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(2)
                   MOVE LB-EMP-ID TO EM-EMP-ID
                   PERFORM LOOKUP-EMPLOYEE
                   IF WS-MAST-FOUND IS EQUAL TO "N"
                       MOVE "W" TO WS-NEW-SEV
                       MOVE 2 TO WS-NEW-FILE
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING LB-EMP-ID " HAS A LEAVE BALANCE "
                           "RECORD BUT IS NOT ON empmast.dat"
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                       PERFORM ADD-FINDING
                   END-IF
           END-READ.

       LOOKUP-EMPLOYEE.
           MOVE "N" TO WS-MAST-FOUND
           READ EMP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND
           END-READ.

       CHECK-HISTORY.
           MOVE 0 TO WS-OR-COUNT
           MOVE "N" TO WS-OR-FULL
           OPEN INPUT PAY-HISTORY
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "W" TO WS-NEW-SEV
               MOVE 3 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "CANNOT OPEN payhist.dat, FILE STATUS "
                   WS-HISTORY-STATUS " - HISTORY CHECK SKIPPED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM READ-HISTORY-REC UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE PAY-HISTORY
               MOVE 3 TO WS-NEW-FILE
               PERFORM REPORT-HISTORY-ORPHAN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-OR-COUNT
               PERFORM REPORT-ORPHAN-OVERFLOW
           END-IF.

       READ-HISTORY-REC.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(3)
                   MOVE PH-EMP-ID TO EM-EMP-ID
                   PERFORM LOOKUP-EMPLOYEE
                   IF WS-MAST-FOUND IS EQUAL TO "N"
                       MOVE PH-NAME TO WS-NEW-TEXT
                       PERFORM POST-ORPHAN
                   END-IF
           END-READ.

       POST-ORPHAN.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-OR-COUNT
               IF WS-OR-EMP-ID(WS-IDX) IS EQUAL TO EM-EMP-ID
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT IS EQUAL TO ZERO
               IF WS-OR-COUNT IS LESS THAN 500
                   ADD 1 TO WS-OR-COUNT
                   MOVE WS-OR-COUNT TO WS-SLOT
                   MOVE EM-EMP-ID TO WS-OR-EMP-ID(WS-SLOT)
                   MOVE WS-NEW-TEXT TO WS-OR-NAME(WS-SLOT)
                   MOVE 0 TO WS-OR-RECS(WS-SLOT)
               ELSE
                   MOVE "Y" TO WS-OR-FULL
               END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
               ADD 1 TO WS-OR-RECS(WS-SLOT)
           END-IF.

       REPORT-HISTORY-ORPHAN.
           MOVE WS-OR-RECS(WS-IDX) TO IE-RECS
           MOVE "S" TO WS-NEW-SEV
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-OR-EMP-ID(WS-IDX) " " WS-OR-NAME(WS-IDX)
               " HAS " IE-RECS " HISTORY RECORDS BUT IS NOT ON "
               "empmast.dat"
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           PERFORM ADD-FINDING.

       REPORT-ORPHAN-OVERFLOW.
           IF WS-OR-FULL IS EQUAL TO "Y"
               MOVE "S" TO WS-NEW-SEV
               MOVE SPACES TO WS-NEW-TEXT
               STRING "MORE THAN 500 EMPLOYEES ARE MISSING FROM "
                   "empmast.dat - ONLY THE FIRST 500 LISTED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           END-IF.

       CHECK-REGISTER-FILE.
           MOVE 0 TO WS-OR-COUNT
           MOVE "N" TO WS-OR-FULL
           OPEN INPUT CHECK-REGISTER
           IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
               MOVE "W" TO WS-NEW-SEV
               MOVE 4 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "CANNOT OPEN chkreg.dat, FILE STATUS "
                   WS-REGISTER-STATUS " - CHECK REGISTER CHECK "
                   "SKIPPED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM READ-REGISTER-REC UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE CHECK-REGISTER
               MOVE 4 TO WS-NEW-FILE
               PERFORM REPORT-REGISTER-ORPHAN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-OR-COUNT
               PERFORM REPORT-ORPHAN-OVERFLOW
           END-IF.

       READ-REGISTER-REC.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(4)
                   MOVE CR-EMP-ID TO EM-EMP-ID
                   PERFORM LOOKUP-EMPLOYEE
                   IF WS-MAST-FOUND IS EQUAL TO "N"
                       MOVE CR-NAME TO WS-NEW-TEXT
                       PERFORM POST-ORPHAN
                   END-IF
           END-READ.

       REPORT-REGISTER-ORPHAN.
           MOVE WS-OR-RECS(WS-IDX) TO IE-RECS
           MOVE "S" TO WS-NEW-SEV
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-OR-EMP-ID(WS-IDX) " " WS-OR-NAME(WS-IDX)
               " HAS " IE-RECS " CHECKS ON THE REGISTER BUT IS NOT "
               "ON empmast.dat"
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           PERFORM ADD-FINDING.

       CHECK-DAY-DETAIL.
           PERFORM LOAD-OUTPUT-KEYS
           OPEN INPUT DAY-DETAIL
           IF WS-DAYDETL-STATUS IS NOT EQUAL TO "00"
               MOVE "W" TO WS-NEW-SEV
               MOVE 6 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "CANNOT OPEN daydetl.dat, FILE STATUS "
                   WS-DAYDETL-STATUS " - DAY DETAIL CHECK SKIPPED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM READ-DAYDETL-REC UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE DAY-DETAIL
           END-IF.

       LOAD-OUTPUT-KEYS.
           MOVE 0 TO WS-OK-COUNT
           OPEN INPUT PAY-DETAIL
           IF WS-DETAIL-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-NEW-SEV
               MOVE 7 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "CANNOT OPEN output.dat, FILE STATUS "
                   WS-DETAIL-STATUS " - EVERY daydetl.dat KEY "
                   "WILL BE REPORTED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           ELSE
               MOVE "Y" TO WS-HAVE-OUTPUT
               MOVE "N" TO WS-EOF
               PERFORM READ-OUTPUT-REC UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE PAY-DETAIL
               IF WS-OUT-DATE IS NOT EQUAL TO WS-RUN-DATE
                   MOVE "W" TO WS-NEW-SEV
                   MOVE 7 TO WS-NEW-FILE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "output.dat IS DATED " WS-OUT-DATE
                       ", NOT TODAY " WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM ADD-FINDING
               END-IF
           END-IF.

       READ-OUTPUT-REC.
           READ PAY-DETAIL
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(7)
                   EVALUATE REC-TYPE
                       WHEN "HDR"
                           MOVE HDR-RUN-DATE TO WS-OUT-DATE
                       WHEN "DET"
                           PERFORM POST-OUTPUT-KEY
                       WHEN "ADJ"
                           PERFORM POST-OUTPUT-KEY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       POST-OUTPUT-KEY.
           IF WS-OK-COUNT IS LESS THAN 2000
               ADD 1 TO WS-OK-COUNT
               MOVE SPACES TO WS-OK-KEY(WS-OK-COUNT)
               STRING ACCT-EMP-ID ACCT-EARN-TYPE
                   DELIMITED BY SIZE INTO WS-OK-KEY(WS-OK-COUNT)
           ELSE
               MOVE "W" TO WS-NEW-SEV
               MOVE 7 TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "output.dat KEY TABLE FULL (2000 MAX) - "
                   ACCT-EMP-ID " " ACCT-EARN-TYPE " NOT LOADED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-FINDING
           END-IF.

       READ-DAYDETL-REC.
           READ DAY-DETAIL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(6)
                   MOVE DD-KEY TO WS-EMP-KEY
                   MOVE "N" TO WS-KEY-FOUND
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX IS GREATER THAN WS-OK-COUNT
                               OR WS-KEY-FOUND IS EQUAL TO "Y"
                       IF WS-OK-KEY(WS-IDX) IS EQUAL TO WS-EMP-KEY
                           MOVE "Y" TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND IS EQUAL TO "N"
                       MOVE "S" TO WS-NEW-SEV
                       MOVE 6 TO WS-NEW-FILE
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING DD-EMP-ID " " DD-NAME " TYPE "
                           DD-EARN-TYPE " IS ON daydetl.dat BUT NOT "
                           "ON output.dat"
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                       PERFORM ADD-FINDING
                   END-IF
           END-READ.

       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "CROSS-FILE INTEGRITY SWEEP   RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "S" TO WS-PRINT-SEV
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SERIOUS DISCREPANCIES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SEVERITY-GROUP
           MOVE "W" TO WS-PRINT-SEV
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "WARNINGS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SEVERITY-GROUP
           IF WS-FD-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-FD-OVERFLOW TO IE-RECS
               MOVE SPACES TO REPORT-LINE
               STRING "*** " IE-RECS " MORE DISCREPANCIES COUNTED "
                   "BUT NOT LISTED (2000 MAX) ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-FILE-COUNTS.

       WRITE-SEVERITY-GROUP.
           MOVE SPACES TO REPORT-LINE
           STRING "FILE         DISCREPANCY"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PRINT-COUNT
           PERFORM WRITE-FINDING
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-FD-COUNT
           IF WS-PRINT-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "             NONE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-FINDING.
           IF WS-FD-SEV(WS-IDX) IS EQUAL TO WS-PRINT-SEV
               ADD 1 TO WS-PRINT-COUNT
               MOVE WS-FD-FILE(WS-IDX) TO WS-FX
               MOVE SPACES TO REPORT-LINE
               STRING WS-FILE-NAME(WS-FX) " " WS-FD-TEXT(WS-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-FILE-COUNTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILE          RECORDS  SERIOUS WARNINGS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-FILE-COUNT-LINE
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX IS GREATER THAN 7
           MOVE SPACES TO REPORT-LINE
           STRING "----------------------------------------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-READ TO IE-READ
           MOVE WS-TOT-SERIOUS TO IE-SERIOUS
           MOVE WS-TOT-WARNING TO IE-WARNING
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL        " IE-READ " " IE-SERIOUS "  "
               IE-WARNING
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-TOT-SERIOUS IS GREATER THAN ZERO
               STRING "*** SERIOUS DISCREPANCIES FOUND - CORRECT "
                   "BEFORE RUNNING WEEK-CONS ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "NO SERIOUS DISCREPANCIES FOUND"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-FILE-COUNT-LINE.
           ADD WS-FC-READ(WS-FX) TO WS-TOT-READ
           MOVE WS-FC-READ(WS-FX) TO IE-READ
           MOVE WS-FC-SERIOUS(WS-FX) TO IE-SERIOUS
           MOVE WS-FC-WARNING(WS-FX) TO IE-WARNING
           MOVE SPACES TO REPORT-LINE
           STRING WS-FILE-NAME(WS-FX) " " IE-READ " " IE-SERIOUS
               "  " IE-WARNING
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
