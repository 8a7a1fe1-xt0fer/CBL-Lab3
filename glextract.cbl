       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ACCT-MAP ASSIGN TO "glaccts.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-POST ASSIGN TO "PAYGL"
               FILE STATUS IS WS-POST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-DETAIL RECORDING MODE F
           RECORD CONTAINS 134 CHARACTERS.
       COPY PAYREC.

       FD CONTROL-FILE RECORDING MODE F
           RECORD CONTAINS 51 CHARACTERS.
       COPY CTLREC.

       FD ACCT-MAP.
       01 WS-MAP-STATUS PIC X(2) VALUE "00".
       01 WS-POST-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-MAP-COUNT PIC 9(4) VALUE 0.
       01 WS-GROSS-MAP.
             05 WS-GROSS-MAP-ENTRY OCCURS 50 TIMES.
       01 WS-TAX-ACCT PIC X(8) VALUE SPACES.
       01 WS-INSUR-ACCT PIC X(8) VALUE SPACES.
       01 WS-DUES-ACCT PIC X(8) VALUE SPACES.
       01 WS-GARN-ACCT PIC X(8) VALUE SPACES.
       01 WS-CASH-ACCT PIC X(8) VALUE SPACES.
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-TOT-TAX PIC 9(10)V99 VALUE 0.
       01 WS-TOT-INSUR PIC 9(10)V99 VALUE 0.
       01 WS-TOT-DUES PIC 9(10)V99 VALUE 0.
       01 WS-TOT-GARN PIC 9(10)V99 VALUE 0.
       01 WS-TOT-NET PIC 9(10)V99 VALUE 0.
       01 WS-TRL-GROSS PIC 9(10)V99 VALUE 0.
       01 WS-DEBITS PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SET-BATCH-FILES
           PERFORM CHECK-RELEASE
           OPEN INPUT PAY-DETAIL
           IF WS-DETAIL-STATUS IS NOT EQUAL TO "00"
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
               SET ENVIRONMENT "DD_PAYGL" TO "glpost.dat"
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
               MOVE "glp" TO WS-FILE-EXT
               PERFORM BUILD-OFFC-NAME
               SET ENVIRONMENT "DD_PAYGL" TO WS-FILE-NAME
           END-IF.

       BUILD-OFFC-NAME.
           MOVE SPACES TO WS-FILE-NAME
           STRING "offc" WS-BATCH-ID "." DELIMITED BY SIZE
               WS-FILE-EXT DELIMITED BY SPACE
               INTO WS-FILE-NAME.

       CHECK-RELEASE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
           IF WS-TAX-ACCT IS EQUAL TO SPACES OR
                   WS-INSUR-ACCT IS EQUAL TO SPACES OR
                   WS-DUES-ACCT IS EQUAL TO SPACES OR
                   WS-GARN-ACCT IS EQUAL TO SPACES OR
                   WS-CASH-ACCT IS EQUAL TO SPACES
               DISPLAY "Error: glaccts.dat must map TAX, INSUR, "
                   "DUES, GARN and CASH accounts"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
                   MOVE MAP-ACCT TO WS-INSUR-ACCT
               WHEN "DUES  "
                   MOVE MAP-ACCT TO WS-DUES-ACCT
               WHEN "GARN  "
                   MOVE MAP-ACCT TO WS-GARN-ACCT
               WHEN "CASH  "
                   MOVE MAP-ACCT TO WS-CASH-ACCT
               WHEN OTHER
               SUBTRACT ACCT-TAX FROM WS-TOT-TAX
               SUBTRACT ACCT-INSUR FROM WS-TOT-INSUR
               SUBTRACT ACCT-DUES FROM WS-TOT-DUES
               SUBTRACT ACCT-GARN FROM WS-TOT-GARN
               SUBTRACT ACCT-NET FROM WS-TOT-NET
           ELSE
               ADD ACCT-GROSS TO WS-DET-GROSS
               ADD ACCT-TAX TO WS-TOT-TAX
               ADD ACCT-INSUR TO WS-TOT-INSUR
               ADD ACCT-DUES TO WS-TOT-DUES
               ADD ACCT-GARN TO WS-TOT-GARN
               ADD ACCT-NET TO WS-TOT-NET
           END-IF
           MOVE 0 TO WS-SLOT
           END-IF
           COMPUTE WS-DEBITS = WS-DET-GROSS
           COMPUTE WS-CREDITS = WS-TOT-TAX + WS-TOT-INSUR +
               WS-TOT-DUES + WS-TOT-GARN + WS-TOT-NET
           IF WS-DEBITS IS NOT EQUAL TO WS-CREDITS
               MOVE WS-DEBITS TO GE-AMOUNT
               DISPLAY "Error: debits " GE-AMOUNT
           WRITE GL-POST-REC
           MOVE SPACES TO GL-POST-REC
           MOVE WS-RUN-DATE TO GL-DATE
           MOVE WS-GARN-ACCT TO GL-ACCT
           MOVE "CR" TO GL-DRCR
           MOVE WS-TOT-GARN TO GL-AMOUNT
           MOVE "GARNISHMENTS WITHHELD" TO GL-DESC
           WRITE GL-POST-REC
           MOVE SPACES TO GL-POST-REC
           MOVE WS-RUN-DATE TO GL-DATE
           MOVE WS-CASH-ACCT TO GL-ACCT
           MOVE "CR" TO GL-DRCR
           MOVE WS-TOT-NET TO GL-AMOUNT
