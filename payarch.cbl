       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
               FILE STATUS IS WS-HISTORY-STATUS.
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

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-HDR-BATCH PIC 9(4) VALUE 0.
       01 WS-BATCH-ID PIC X(4) VALUE SPACES.
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-FILE-EXT PIC X(3) VALUE SPACES.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-ARCH-COUNT PIC 9(8) VALUE 0.
       01 ARCH-FIELDS.
             05 AR-COUNT PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM SET-BATCH-FILES
           PERFORM CHECK-RELEASE
           OPEN INPUT PAY-DETAIL
           IF WS-DETAIL-STATUS IS NOT EQUAL TO "00"
           PERFORM GET-RUN-DATE
           PERFORM CHECK-ALREADY-ARCHIVED
           IF WS-DATE-ON-FILE IS EQUAL TO "Y"
               IF WS-HDR-BATCH IS GREATER THAN ZERO
                   DISPLAY "Error: off-cycle batch " WS-BATCH-ID
                       " of " WS-RUN-DATE " is already on "
                       "payhist.dat - nothing archived"
               ELSE
                   DISPLAY "Error: run date " WS-RUN-DATE
                       " is already on payhist.dat - nothing "
                       "archived"
               END-IF
               CLOSE PAY-DETAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
               WS-RUN-DATE " to payhist.dat".
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
           END-IF.

       BUILD-OFFC-NAME.
           MOVE SPACES TO WS-FILE-NAME
           STRING "offc" WS-BATCH-ID "." DELIMITED BY SIZE
               WS-FILE-EXT DELIMITED BY SPACE
               INTO WS-FILE-NAME.

       CHECK-RELEASE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
                   NOT AT END
                       IF REC-TYPE IS EQUAL TO "HDR"
                           MOVE HDR-RUN-DATE TO WS-RUN-DATE
                           MOVE HDR-BATCH TO WS-HDR-BATCH
                       END-IF
               END-READ
           END-PERFORM
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PH-RUN-DATE IS EQUAL TO WS-RUN-DATE
                                   AND PH-BATCH IS EQUAL TO
                                       WS-HDR-BATCH
                               MOVE "Y" TO WS-DATE-ON-FILE
                           END-IF
                   END-READ
                       MOVE ACCT-DEDUCT TO PH-DEDUCT
                       MOVE ACCT-GROSS TO PH-GROSS
                       MOVE ACCT-NET TO PH-NET
                       MOVE ACCT-GARN TO PH-GARN
                       MOVE ACCT-GARN-BAL TO PH-GARN-BAL
                       MOVE WS-HDR-BATCH TO PH-BATCH
                       IF REC-TYPE IS EQUAL TO "ADJ"
                           MOVE ACCT-ADJ-SIGN TO PH-ADJ-SIGN
                           MOVE ACCT-ORIG-DATE TO PH-ORIG-DATE
                       ELSE
                           MOVE SPACE TO PH-ADJ-SIGN
                           MOVE SPACES TO PH-ORIG-DATE
                       END-IF
                       WRITE HIST-REC
                       ADD 1 TO WS-ARCH-COUNT
