       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STUB-FILE ASSIGN TO "PAYSTUBS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.
           SELECT LEAVE-BAL ASSIGN TO "leavebal.dat"
       DATA DIVISION.
       FILE SECTION.
       FD PAY-DETAIL RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD CONTROL-FILE RECORDING MODE F
           RECORD CONTAINS 51 CHARACTERS.
       COPY CTLREC.

       FD STUB-FILE.
       01 WS-STUB-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-PAY-DATE PIC X(8) VALUE SPACES.
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-STUB-COUNT PIC 9(8) VALUE 0.
       01 WS-REG-HOURS PIC S9(8)V99 VALUE 0.
       01 WS-OT-HOURS PIC S9(8)V99 VALUE 0.
       01 WS-REG-EARN PIC S9(10)V99 VALUE 0.
       01 WS-OT-EARN PIC S9(10)V99 VALUE 0.
       01 WS-EARN-IDX PIC 9(4) VALUE 0.
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
                   10 WS-ST-NAME PIC X(8).
                   10 WS-ST-DEPT PIC X(4).
                   10 WS-ST-RATE PIC 9(8)V99.
                   10 WS-ST-TYPE-HOURS PIC S9(8)V99
                         OCCURS 7 TIMES.
                   10 WS-ST-TYPE-EARN PIC S9(10)V99
                         OCCURS 7 TIMES.
                   10 WS-ST-TAX PIC S9(10)V99.
                   10 WS-ST-INSUR PIC S9(10)V99.
                   10 WS-ST-DUES PIC S9(10)V99.
                   10 WS-ST-GARN PIC S9(10)V99.
                   10 WS-ST-GARN-BAL PIC 9(10)V99.
                   10 WS-ST-DEDUCT PIC S9(10)V99.
                   10 WS-ST-GROSS PIC S9(10)V99.
                   10 WS-ST-NET PIC S9(10)V99.
                   10 WS-ST-ADJ-COUNT PIC 9(4).
                   10 WS-ST-ADJ-GROSS PIC S9(10)V99.
       01 WS-TYPE-LABEL-VALUES.
             05 FILLER PIC X(10) VALUE "REGULAR".
             05 FILLER PIC X(10) VALUE "OVERTIME".
             05 FILLER PIC X(10) VALUE "SICK".
             05 FILLER PIC X(10) VALUE "HOLIDAY".
             05 FILLER PIC X(10) VALUE "PREMIUM".
             05 FILLER PIC X(10) VALUE "BONUS".
       01 WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-VALUES.
             05 WS-TYPE-LABEL PIC X(10) OCCURS 7 TIMES.
       01 STUB-FIELDS.
             05 SE-HOURS PIC -ZZZZ9.99.
             05 SE-RATE PIC ZZZZZ9.99.
             05 SE-AMOUNT PIC -ZZZZZZ9.99.
             05 SE-COUNT PIC ZZZZZZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SET-BATCH-FILES
           PERFORM CHECK-RELEASE
           OPEN INPUT PAY-DETAIL
           IF WS-DETAIL-STATUS IS NOT EQUAL TO "00"
               SE-COUNT.
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
               SET ENVIRONMENT "DD_PAYSTUBS" TO "paystubs.rpt"
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
               MOVE "stb" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYSTUBS" TO WS-FILE-NAME
           END-IF.

       BUILD-OFFC-NAME.
           MOVE SPACES TO WS-FILE-NAME
           STRING "offc" WS-BATCH-ID "." DELIMITED BY SIZE
               WS-FILE-EXT DELIMITED BY SPACE
               INTO WS-FILE-NAME.

       CHECK-RELEASE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
                       WHEN "HDR"
                           MOVE HDR-RUN-DATE TO WS-PAY-DATE
                       WHEN "DET"
                       WHEN "ADJ"
                           PERFORM POST-STUB-DETAIL
                       WHEN OTHER
                           CONTINUE
       POST-STUB-DETAIL.
           PERFORM FIND-STUB-SLOT
           IF WS-SLOT IS GREATER THAN ZERO
               IF WS-ST-RATE(WS-SLOT) IS EQUAL TO ZERO AND
                       ACCT-EARN-TYPE IS NOT EQUAL TO "B" AND
                       REC-TYPE IS EQUAL TO "DET"
                   MOVE ACCT-RATE TO WS-ST-RATE(WS-SLOT)
               END-IF
               PERFORM POST-STUB-EARNINGS
               IF REC-TYPE IS EQUAL TO "DET"
                   MOVE ACCT-GARN-BAL TO WS-ST-GARN-BAL(WS-SLOT)
               ELSE
                   ADD 1 TO WS-ST-ADJ-COUNT(WS-SLOT)
               END-IF
               IF ACCT-ADJ-SIGN IS EQUAL TO "-"
                   SUBTRACT ACCT-TAX FROM WS-ST-TAX(WS-SLOT)
                   SUBTRACT ACCT-INSUR FROM WS-ST-INSUR(WS-SLOT)
                   SUBTRACT ACCT-DUES FROM WS-ST-DUES(WS-SLOT)
                   SUBTRACT ACCT-GARN FROM WS-ST-GARN(WS-SLOT)
                   SUBTRACT ACCT-DEDUCT FROM WS-ST-DEDUCT(WS-SLOT)
                   SUBTRACT ACCT-GROSS FROM WS-ST-GROSS(WS-SLOT)
                   SUBTRACT ACCT-NET FROM WS-ST-NET(WS-SLOT)
                   SUBTRACT ACCT-GROSS FROM WS-ST-ADJ-GROSS(WS-SLOT)
               ELSE
                   ADD ACCT-TAX TO WS-ST-TAX(WS-SLOT)
                   ADD ACCT-INSUR TO WS-ST-INSUR(WS-SLOT)
                   ADD ACCT-DUES TO WS-ST-DUES(WS-SLOT)
                   ADD ACCT-GARN TO WS-ST-GARN(WS-SLOT)
                   ADD ACCT-DEDUCT TO WS-ST-DEDUCT(WS-SLOT)
                   ADD ACCT-GROSS TO WS-ST-GROSS(WS-SLOT)
                   ADD ACCT-NET TO WS-ST-NET(WS-SLOT)
                   IF REC-TYPE IS EQUAL TO "ADJ"
                       ADD ACCT-GROSS TO WS-ST-ADJ-GROSS(WS-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-STUB-SLOT.
                   MOVE ACCT-EMP-ID TO WS-ST-EMP-ID(WS-SLOT)
                   MOVE ACCT-NAME TO WS-ST-NAME(WS-SLOT)
                   MOVE ACCT-DEPT TO WS-ST-DEPT(WS-SLOT)
                   IF ACCT-EARN-TYPE IS EQUAL TO "B" OR
                           REC-TYPE IS EQUAL TO "ADJ"
                       MOVE 0 TO WS-ST-RATE(WS-SLOT)
                   ELSE
                       MOVE ACCT-RATE TO WS-ST-RATE(WS-SLOT)
                   END-IF
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-TYPE-IDX IS GREATER THAN 7
                       MOVE 0 TO WS-ST-TYPE-HOURS
                           (WS-SLOT WS-TYPE-IDX)
                       MOVE 0 TO WS-ST-TYPE-EARN
                   MOVE 0 TO WS-ST-TAX(WS-SLOT)
                   MOVE 0 TO WS-ST-INSUR(WS-SLOT)
                   MOVE 0 TO WS-ST-DUES(WS-SLOT)
                   MOVE 0 TO WS-ST-GARN(WS-SLOT)
                   MOVE 0 TO WS-ST-GARN-BAL(WS-SLOT)
                   MOVE 0 TO WS-ST-DEDUCT(WS-SLOT)
                   MOVE 0 TO WS-ST-GROSS(WS-SLOT)
                   MOVE 0 TO WS-ST-NET(WS-SLOT)
                   MOVE 0 TO WS-ST-ADJ-COUNT(WS-SLOT)
                   MOVE 0 TO WS-ST-ADJ-GROSS(WS-SLOT)
               ELSE
                   DISPLAY "Error: employee table full "
                       "(1000 max) - " ACCT-EMP-ID
           END-IF.

       POST-STUB-EARNINGS.
           MOVE ACCT-HOURS TO WS-REG-HOURS
           MOVE ACCT-GROSS TO WS-REG-EARN
           MOVE 0 TO WS-OT-HOURS
           MOVE 0 TO WS-OT-EARN
           EVALUATE ACCT-EARN-TYPE
               WHEN "O"
                   MOVE 2 TO WS-EARN-IDX
               WHEN "V"
                   MOVE 3 TO WS-EARN-IDX
               WHEN "S"
                   MOVE 4 TO WS-EARN-IDX
               WHEN "H"
                   MOVE 5 TO WS-EARN-IDX
               WHEN "P"
                   MOVE 6 TO WS-EARN-IDX
               WHEN "B"
                   MOVE 7 TO WS-EARN-IDX
                   MOVE 0 TO WS-REG-HOURS
               WHEN OTHER
                   MOVE 1 TO WS-EARN-IDX
                   PERFORM SPLIT-OVERTIME
           END-EVALUATE
           IF ACCT-ADJ-SIGN IS EQUAL TO "-"
               COMPUTE WS-REG-HOURS = 0 - WS-REG-HOURS
               COMPUTE WS-REG-EARN = 0 - WS-REG-EARN
               COMPUTE WS-OT-HOURS = 0 - WS-OT-HOURS
               COMPUTE WS-OT-EARN = 0 - WS-OT-EARN
           END-IF
           ADD WS-REG-HOURS TO
               WS-ST-TYPE-HOURS(WS-SLOT WS-EARN-IDX)
           ADD WS-REG-EARN TO
               WS-ST-TYPE-EARN(WS-SLOT WS-EARN-IDX)
           ADD WS-OT-HOURS TO
               WS-ST-TYPE-HOURS(WS-SLOT 2)
           ADD WS-OT-EARN TO
               WS-ST-TYPE-EARN(WS-SLOT 2).

       SPLIT-OVERTIME.
           IF ACCT-HOURS IS GREATER THAN 40
               "PAY DATE: " WS-PAY-DATE
               DELIMITED BY SIZE INTO STUB-LINE
           WRITE STUB-LINE
           IF WS-BATCH-NO IS GREATER THAN ZERO
               MOVE SPACES TO STUB-LINE
               STRING "OFF-CYCLE PAYMENT                 "
                   "BATCH:    " WS-BATCH-ID
                   DELIMITED BY SIZE INTO STUB-LINE
               WRITE STUB-LINE
           END-IF
           MOVE SPACES TO STUB-LINE
           STRING "EMPLOYEE: " WS-ST-EMP-ID(WS-IDX) "  "
               WS-ST-NAME(WS-IDX)
           WRITE STUB-LINE
           PERFORM WRITE-STUB-EARN-LINE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX IS GREATER THAN 7
           IF WS-ST-ADJ-COUNT(WS-IDX) IS GREATER THAN ZERO
               MOVE WS-ST-ADJ-GROSS(WS-IDX) TO SE-AMOUNT
               MOVE WS-ST-ADJ-COUNT(WS-IDX) TO SE-COUNT
               MOVE SPACES TO STUB-LINE
               STRING "  INCLUDES ADJUSTMENTS:     " SE-AMOUNT
                   "  LINES: " SE-COUNT
                   DELIMITED BY SIZE INTO STUB-LINE
               WRITE STUB-LINE
           END-IF
           MOVE WS-ST-GROSS(WS-IDX) TO SE-AMOUNT
           MOVE SPACES TO STUB-LINE
           STRING "GROSS PAY:                  " SE-AMOUNT
           STRING "DUES:                       " SE-AMOUNT
               DELIMITED BY SIZE INTO STUB-LINE
           WRITE STUB-LINE
           IF WS-ST-GARN(WS-IDX) IS NOT EQUAL TO ZERO OR
                   WS-ST-GARN-BAL(WS-IDX) IS GREATER THAN ZERO
               MOVE WS-ST-GARN(WS-IDX) TO SE-AMOUNT
               MOVE SPACES TO STUB-LINE
               STRING "GARNISHMENT:                " SE-AMOUNT
                   DELIMITED BY SIZE INTO STUB-LINE
               WRITE STUB-LINE
               MOVE WS-ST-GARN-BAL(WS-IDX) TO SE-AMOUNT
               MOVE SPACES TO STUB-LINE
               STRING "  GARNISHMENT BALANCE:      " SE-AMOUNT
                   DELIMITED BY SIZE INTO STUB-LINE
               WRITE STUB-LINE
           END-IF
           MOVE WS-ST-DEDUCT(WS-IDX) TO SE-AMOUNT
           MOVE SPACES TO STUB-LINE
           STRING "TOTAL DEDUCTIONS:           " SE-AMOUNT
           END-IF.

       WRITE-STUB-EARN-LINE.
           IF WS-ST-TYPE-HOURS(WS-IDX WS-TYPE-IDX) IS NOT EQUAL
                   TO ZERO OR
                   WS-ST-TYPE-EARN(WS-IDX WS-TYPE-IDX) IS NOT
                       EQUAL TO ZERO
               MOVE WS-ST-TYPE-HOURS(WS-IDX WS-TYPE-IDX)
                   TO SE-HOURS
               MOVE WS-ST-TYPE-EARN(WS-IDX WS-TYPE-IDX)
