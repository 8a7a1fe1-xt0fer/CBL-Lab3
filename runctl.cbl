               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OFFCYCLE-CTL ASSIGN TO "offcycle.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OFFC-STATUS.
           SELECT GEN-CATALOG ASSIGN TO "gencat.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
             05 RL-OPERATOR PIC X(8).
             05 RL-TIME PIC X(6).
             05 RL-OUTCOME PIC X(4).
             05 RL-BATCH PIC X(4).
             05 RL-NOTE PIC X(20).

       FD OPER-MASTER.
       COPY OPERREC.

       FD CONTROL-FILE RECORDING MODE F
           RECORD CONTAINS 51 CHARACTERS.
       COPY CTLREC.

       FD OFFCYCLE-CTL.
       01 OFFCYCLE-REC.
             05 OC-NEXT-BATCH PIC 9(4).

       FD GEN-CATALOG.
       01 GEN-CAT-REC.
             05 GC-GEN-DATE PIC X(8).
             05 GC-COUNT PIC 9(8).
             05 GC-GROSS PIC 9(10)V99.
             05 GC-SAVE-DATE PIC X(8).
             05 GC-SAVE-TIME PIC X(6).
             05 GC-OPERATOR PIC X(8).
             05 GC-FILES PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(2) VALUE "00".
       01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-OFFC-STATUS PIC X(2) VALUE "00".
       01 WS-CAT-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-TYPE PIC X VALUE "R".
       01 WS-BATCH-ID PIC X(4) VALUE "0000".
       01 WS-BATCH-NO PIC 9(4) VALUE 0.
       01 WS-LOG-BATCH PIC 9(4) VALUE 0.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.
       01 WS-DOW PIC 9(1) VALUE 0.
       01 WS-STEP-NO PIC 9(2) VALUE 0.
       01 WS-IDX PIC 9(2) VALUE 0.
       01 WS-COMMAND PIC X(30) VALUE SPACES.
       01 WS-STEP-COUNT PIC 9(2) VALUE 12.
       01 WS-STEP-VALUES.
             05 FILLER PIC X(28) VALUE
                   "GEN-DATA    ./gen       00NY".
             05 FILLER PIC X(28) VALUE
                   "EXC-REPORT  ./excvar    01NN".
             05 FILLER PIC X(28) VALUE
                   "BAL-RELEASE ./balrel    02NY".
             05 FILLER PIC X(28) VALUE
                   "PAY-STUB    ./paystub   03YY".
             05 FILLER PIC X(28) VALUE
                   "PAY-DISBURSE./paydisb   04YY".
             05 FILLER PIC X(28) VALUE
                   "LABOR-DIST  ./labordist 05YN".
             05 FILLER PIC X(28) VALUE
                   "GL-EXTRACT  ./glextract 06YY".
             05 FILLER PIC X(28) VALUE
                   "PAY-ARCHIVE ./payarch   07YY".
             05 FILLER PIC X(28) VALUE
                   "WEEK-CONS   ./weekcons  08NN".
             05 FILLER PIC X(28) VALUE
                   "GARN-REMIT  ./garnremit 03YY".
             05 FILLER PIC X(28) VALUE
                   "EMPR-TAX    ./emprtax   03YY".
             05 FILLER PIC X(28) VALUE
                   "INTEG-SWEEP ./integchk  00NN".
       01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
             05 WS-STEP-ENTRY OCCURS 12 TIMES.
                   10 WS-STEP-NAME PIC X(12).
                   10 WS-STEP-CMD PIC X(12).
                   10 WS-STEP-PREREQ PIC 9(2).
                   10 WS-STEP-GATE PIC X(1).
                   10 WS-STEP-OFFC PIC X(1).
       01 WS-STEP-DONE-TABLE.
             05 WS-STEP-DONE PIC X OCCURS 12 TIMES.
       01 WS-GEN-KEEP-IN PIC X(3) VALUE SPACES.
       01 WS-GEN-KEEP PIC 9(3) VALUE 7.
       01 WS-GEN-DATE PIC X(8) VALUE SPACES.
       01 WS-RESTORE-DATE PIC X(8) VALUE SPACES.
       01 WS-RESTORE-SLOT PIC 9(3) VALUE 0.
       01 WS-HOLD-DATE PIC X(8) VALUE SPACES.
       01 WS-GEN-ACTION PIC X(12) VALUE SPACES.
       01 WS-GEN-OUTCOME PIC X(4) VALUE SPACES.
       01 WS-GEN-FILES PIC X(6) VALUE SPACES.
       01 WS-GEN-COMMAND PIC X(80) VALUE SPACES.
       01 WS-GEN-IDX PIC 9(3) VALUE 0.
       01 WS-GEN-SLOT PIC 9(3) VALUE 0.
       01 WS-FILE-IDX PIC 9(1) VALUE 0.
       01 WS-GEN-FILE-VALUES.
             05 FILLER PIC X(12) VALUE "output.dat".
             05 FILLER PIC X(12) VALUE "output.ctl".
             05 FILLER PIC X(12) VALUE "audit.rpt".
             05 FILLER PIC X(12) VALUE "rejects.dat".
             05 FILLER PIC X(12) VALUE "glpost.dat".
             05 FILLER PIC X(12) VALUE "achfile.dat".
       01 WS-GEN-FILE-TABLE REDEFINES WS-GEN-FILE-VALUES.
             05 WS-GEN-FILE PIC X(12) OCCURS 6 TIMES.
       01 WS-CUR-DATE PIC X(8) VALUE SPACES.
       01 WS-CUR-COUNT PIC 9(8) VALUE 0.
       01 WS-CUR-GROSS PIC 9(10)V99 VALUE 0.
       01 WS-CUR-RELEASE PIC X VALUE SPACE.
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-TABLE.
             05 WS-CAT-ENTRY OCCURS 100 TIMES.
                   10 WS-CT-GEN-DATE PIC X(8).
                   10 WS-CT-COUNT PIC 9(8).
                   10 WS-CT-GROSS PIC 9(10)V99.
                   10 WS-CT-SAVE-DATE PIC X(8).
                   10 WS-CT-SAVE-TIME PIC X(6).
                   10 WS-CT-OPERATOR PIC X(8).
                   10 WS-CT-FILES PIC X(6).
       01 GEN-FIELDS.
             05 CE-COUNT PIC ZZZZZZZ9.
             05 CE-GROSS PIC ZZZZZZZZZ9.99.
             05 CE-KEEP PIC ZZ9.
       01 FLAGS.
             05 WS-EOF PIC X VALUE "N".
             05 WS-DONE PIC X VALUE "N".
             05 WS-STEP-OK PIC X VALUE "Y".
             05 WS-SIGNED-ON PIC X VALUE "N".
             05 WS-RELEASE-OK PIC X VALUE "N".
             05 WS-GEN-OK PIC X VALUE "Y".
             05 WS-CUR-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           DISPLAY "END-OF-DAY RUN CONTROL   RUN DATE: "
               WS-RUN-DATE
           PERFORM SIGN-ON
           PERFORM GET-RUN-TYPE
           PERFORM INIT-STEP-DONE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-STEP-COUNT
           PERFORM LOAD-RUN-LOG
           PERFORM GET-GEN-KEEP.

       LOOP.
           PERFORM DO-STEP-CHOICE UNTIL WS-DONE IS EQUAL TO "Y".
               STOP RUN
           END-IF.

       GET-RUN-TYPE.
           MOVE SPACE TO WS-RUN-TYPE
           PERFORM UNTIL WS-RUN-TYPE IS EQUAL TO "R" OR
                   WS-RUN-TYPE IS EQUAL TO "O"
               DISPLAY "(R)egular daily run or (O)ff-cycle batch? "
               ACCEPT WS-RUN-TYPE
               MOVE FUNCTION UPPER-CASE(WS-RUN-TYPE) TO WS-RUN-TYPE
               IF WS-RUN-TYPE IS EQUAL TO SPACE
                   MOVE "R" TO WS-RUN-TYPE
               END-IF
           END-PERFORM
           IF WS-RUN-TYPE IS EQUAL TO "O"
               PERFORM GET-OFFCYCLE-BATCH
           ELSE
               MOVE 0 TO WS-BATCH-NO
               MOVE "0000" TO WS-BATCH-ID
           END-IF
           SET ENVIRONMENT "PAYBATCH" TO WS-BATCH-ID
           IF WS-BATCH-NO IS EQUAL TO ZERO
               SET ENVIRONMENT "DD_PAYCTL" TO "output.ctl"
           ELSE
               MOVE SPACES TO WS-FILE-NAME
               STRING "offc" WS-BATCH-ID ".ctl"
                   DELIMITED BY SIZE INTO WS-FILE-NAME
               SET ENVIRONMENT "DD_PAYCTL" TO WS-FILE-NAME
               DISPLAY "Off-cycle batch " WS-BATCH-ID
                   " - only steps marked OFF-CYCLE may be run"
           END-IF.

       GET-OFFCYCLE-BATCH.
           MOVE 0 TO WS-BATCH-NO
           PERFORM UNTIL WS-BATCH-NO IS GREATER THAN ZERO
               DISPLAY "Off-cycle batch number? (4 digits, blank "
                   "= start a new batch) "
               MOVE SPACES TO WS-BATCH-ID
               ACCEPT WS-BATCH-ID
               EVALUATE TRUE
                   WHEN WS-BATCH-ID IS EQUAL TO SPACES
                       PERFORM NEXT-OFFCYCLE-BATCH
                   WHEN WS-BATCH-ID IS NUMERIC
                       MOVE WS-BATCH-ID TO WS-BATCH-NO
                       IF WS-BATCH-NO IS EQUAL TO ZERO
                           DISPLAY "Error: batch 0000 is the "
                               "regular daily batch"
                       END-IF
                   WHEN OTHER
                       DISPLAY "Error: enter the batch as four "
                           "digits, e.g. 0001"
               END-EVALUATE
           END-PERFORM
           MOVE WS-BATCH-NO TO WS-BATCH-ID.

       NEXT-OFFCYCLE-BATCH.
           MOVE 1 TO WS-BATCH-NO
           OPEN INPUT OFFCYCLE-CTL
           IF WS-OFFC-STATUS IS EQUAL TO "00"
               READ OFFCYCLE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OC-NEXT-BATCH IS NUMERIC AND
                               OC-NEXT-BATCH IS GREATER THAN ZERO
                           MOVE OC-NEXT-BATCH TO WS-BATCH-NO
                       END-IF
               END-READ
               CLOSE OFFCYCLE-CTL
           END-IF
           OPEN OUTPUT OFFCYCLE-CTL
           IF WS-OFFC-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot write offcycle.dat, "
                   "file status " WS-OFFC-STATUS
               MOVE 0 TO WS-BATCH-NO
           ELSE
               IF WS-BATCH-NO IS EQUAL TO 9999
                   MOVE 1 TO OC-NEXT-BATCH
               ELSE
                   COMPUTE OC-NEXT-BATCH = WS-BATCH-NO + 1
               END-IF
               WRITE OFFCYCLE-REC
               CLOSE OFFCYCLE-CTL
               MOVE WS-BATCH-NO TO WS-BATCH-ID
               DISPLAY "Starting new off-cycle batch " WS-BATCH-ID
           END-IF.

       LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG
           IF WS-LOG-STATUS IS EQUAL TO "00"
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RL-BATCH IS NUMERIC
                       MOVE RL-BATCH TO WS-LOG-BATCH
                   ELSE
                       MOVE 0 TO WS-LOG-BATCH
                   END-IF
                   IF RL-RUN-DATE IS EQUAL TO WS-RUN-DATE AND
                           WS-LOG-BATCH IS EQUAL TO WS-BATCH-NO AND
                           RL-OUTCOME IS EQUAL TO "OK" AND
                           RL-STEP-NO IS GREATER THAN ZERO AND
                           RL-STEP-NO IS NOT GREATER THAN
                               WS-STEP-COUNT
                       MOVE "Y" TO WS-STEP-DONE(RL-STEP-NO)
                   END-IF
           END-READ.

       DO-STEP-CHOICE.
           PERFORM SHOW-STEPS
           DISPLAY "Run which step? (1-" WS-STEP-COUNT
               ", G list generations, R restore a generation, "
               "X to exit) "
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN "G"
                   PERFORM LIST-GENERATIONS
               WHEN "R"
                   IF WS-OPER-LEVEL IS EQUAL TO "S"
                       PERFORM RESTORE-GENERATION
                   ELSE
                       DISPLAY "Error: only a supervisor may "
                           "restore a generation"
                   END-IF
               WHEN OTHER
                   PERFORM CHOOSE-STEP
           END-EVALUATE.

       CHOOSE-STEP.
           IF WS-CHOICE(2:1) IS EQUAL TO SPACE
               MOVE WS-CHOICE(1:1) TO WS-CHOICE(2:1)
               MOVE "0" TO WS-CHOICE(1:1)
           END-IF
           IF WS-CHOICE IS NUMERIC
               MOVE WS-CHOICE TO WS-STEP-NO
           ELSE
               MOVE 0 TO WS-STEP-NO
           END-IF
           IF WS-STEP-NO IS GREATER THAN ZERO AND
                   WS-STEP-NO IS NOT GREATER THAN
                       WS-STEP-COUNT
               PERFORM RUN-STEP
           ELSE
               DISPLAY "Error: choose a step 1 - " WS-STEP-COUNT
                   ", G, R or X"
           END-IF.

       SHOW-STEPS.
           DISPLAY " "
           IF WS-BATCH-NO IS GREATER THAN ZERO
               DISPLAY "OFF-CYCLE BATCH " WS-BATCH-ID
               DISPLAY "STEP  PROGRAM       DONE THIS BATCH"
           ELSE
               DISPLAY "STEP  PROGRAM       DONE TODAY"
           END-IF
           PERFORM SHOW-ONE-STEP
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX IS GREATER THAN WS-STEP-COUNT.

       SHOW-ONE-STEP.
           IF WS-BATCH-NO IS GREATER THAN ZERO
               IF WS-STEP-OFFC(WS-IDX) IS EQUAL TO "Y"
                   DISPLAY "  " WS-IDX "  " WS-STEP-NAME(WS-IDX)
                       "     " WS-STEP-DONE(WS-IDX)
                       "     OFF-CYCLE"
               ELSE
                   DISPLAY "  " WS-IDX "  " WS-STEP-NAME(WS-IDX)
                       "     -     REGULAR ONLY"
               END-IF
           ELSE
               DISPLAY "  " WS-IDX "  " WS-STEP-NAME(WS-IDX)
                   "     " WS-STEP-DONE(WS-IDX)
           END-IF.

       RUN-STEP.
           MOVE "Y" TO WS-STEP-OK
           MOVE WS-STEP-PREREQ(WS-STEP-NO) TO WS-IDX
           IF WS-BATCH-NO IS GREATER THAN ZERO
               IF WS-STEP-OFFC(WS-STEP-NO) IS NOT EQUAL TO "Y"
                   DISPLAY "Error: step " WS-STEP-NO " "
                       WS-STEP-NAME(WS-STEP-NO)
                       " runs with the regular daily batch only"
                   MOVE "N" TO WS-STEP-OK
               END-IF
               PERFORM FIND-OFFCYCLE-PREREQ
                   UNTIL WS-IDX IS EQUAL TO ZERO OR
                       WS-STEP-OFFC(WS-IDX) IS EQUAL TO "Y"
           END-IF
           IF WS-STEP-OK IS EQUAL TO "Y" AND
                   WS-IDX IS GREATER THAN ZERO
               IF WS-STEP-DONE(WS-IDX) IS EQUAL TO "N"
                   DISPLAY "Error: step " WS-IDX " "
                       WS-STEP-NAME(WS-IDX)
               END-IF
           END-IF
           IF WS-STEP-OK IS EQUAL TO "Y" AND
                   WS-STEP-GATE(WS-STEP-NO) IS EQUAL TO "Y"
               PERFORM CHECK-RELEASE-GATE
               IF WS-RELEASE-OK IS EQUAL TO "N"
                   IF WS-BATCH-NO IS GREATER THAN ZERO
                       DISPLAY "Error: off-cycle batch "
                           WS-BATCH-ID " is not released - run "
                           "BAL-RELEASE to a clean balance first"
                   ELSE
                       DISPLAY "Error: today's batch is not "
                           "released - run BAL-RELEASE to a clean "
                           "balance first"
                   END-IF
                   MOVE "N" TO WS-STEP-OK
               END-IF
           END-IF
               END-IF
           END-IF
           IF WS-STEP-OK IS EQUAL TO "Y" AND
                   WS-STEP-NAME(WS-STEP-NO) IS EQUAL TO
                       "WEEK-CONS" AND
                   WS-STEP-DONE(12) IS EQUAL TO "N"
               DISPLAY "Note: INTEG-SWEEP has not completed "
                   "cleanly today - consider running step 12 "
                   "before WEEK-CONS"
           END-IF
           IF WS-STEP-OK IS EQUAL TO "Y" AND
                   WS-STEP-NAME(WS-STEP-NO) IS EQUAL TO
                       "WEEK-CONS" AND
                   WS-DOW IS NOT EQUAL TO 5
               DISPLAY "Warning: WEEK-CONS normally runs on "
                   "Friday only"
               PERFORM EXECUTE-STEP
           END-IF.

       FIND-OFFCYCLE-PREREQ.
           MOVE WS-STEP-PREREQ(WS-IDX) TO WS-IDX.

       CHECK-RELEASE-GATE.
           MOVE "N" TO WS-RELEASE-OK
           OPEN INPUT CONTROL-FILE
                   NOT AT END
                       IF CTL-RELEASE IS EQUAL TO "Y" AND
                               CTL-RUN-DATE IS EQUAL TO
                                   WS-RUN-DATE AND
                               CTL-BATCH IS EQUAL TO WS-BATCH-NO
                           MOVE "Y" TO WS-RELEASE-OK
                       END-IF
               END-READ
               DISPLAY "Step " WS-STEP-NO " completed"
               MOVE "Y" TO WS-STEP-DONE(WS-STEP-NO)
               PERFORM WRITE-LOG-REC
               IF WS-STEP-NAME(WS-STEP-NO) IS EQUAL TO
                       "PAY-ARCHIVE" AND
                       WS-BATCH-NO IS EQUAL TO ZERO
                   PERFORM SAVE-GENERATION
               END-IF
           ELSE
               DISPLAY "Step " WS-STEP-NO " ended in error, "
                   "return code " RETURN-CODE
           MOVE WS-STEP-NO TO RL-STEP-NO
           MOVE WS-STEP-NAME(WS-STEP-NO) TO RL-STEP-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR
           MOVE WS-RUN-TIME(1:6) TO RL-TIME
           MOVE WS-BATCH-ID TO RL-BATCH.

       GET-GEN-KEEP.
           ACCEPT WS-GEN-KEEP-IN FROM ENVIRONMENT "GENKEEP"
           IF WS-GEN-KEEP-IN IS NOT EQUAL TO SPACES
               IF WS-GEN-KEEP-IN IS NUMERIC
                   MOVE WS-GEN-KEEP-IN TO WS-GEN-KEEP
               ELSE
                   IF WS-GEN-KEEP-IN(3:1) IS EQUAL TO SPACE AND
                           WS-GEN-KEEP-IN(1:2) IS NUMERIC
                       MOVE WS-GEN-KEEP-IN(1:2) TO WS-GEN-KEEP
                   ELSE
                       IF WS-GEN-KEEP-IN(2:2) IS EQUAL TO SPACES
                               AND WS-GEN-KEEP-IN(1:1) IS NUMERIC
                           MOVE WS-GEN-KEEP-IN(1:1) TO WS-GEN-KEEP
                       ELSE
                           DISPLAY "Warning: GENKEEP "
                               WS-GEN-KEEP-IN " is not a number - "
                               "keeping 7 generations"
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-GEN-KEEP IS EQUAL TO ZERO
               MOVE 7 TO WS-GEN-KEEP
           END-IF
           IF WS-GEN-KEEP IS GREATER THAN 99
               MOVE 99 TO WS-GEN-KEEP
           END-IF.

       READ-CURRENT-CTL.
           MOVE "N" TO WS-CUR-FOUND
           MOVE SPACES TO WS-CUR-DATE
           MOVE SPACE TO WS-CUR-RELEASE
           MOVE 0 TO WS-CUR-COUNT
           MOVE 0 TO WS-CUR-GROSS
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CUR-FOUND
                       MOVE CTL-RUN-DATE TO WS-CUR-DATE
                       MOVE CTL-RELEASE TO WS-CUR-RELEASE
                       MOVE CTL-COUNT TO WS-CUR-COUNT
                       MOVE CTL-TOTAL-GROSS TO WS-CUR-GROSS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       SAVE-GENERATION.
           MOVE "Y" TO WS-GEN-OK
           MOVE "GEN-SAVE" TO WS-GEN-ACTION
           PERFORM READ-CURRENT-CTL
           IF WS-CUR-FOUND IS EQUAL TO "N"
               DISPLAY "Error: cannot read output.ctl - no "
                   "generation saved"
               MOVE "N" TO WS-GEN-OK
               MOVE WS-RUN-DATE TO WS-GEN-DATE
           ELSE
               MOVE WS-CUR-DATE TO WS-GEN-DATE
               PERFORM REMOVE-GEN-FILES
               MOVE SPACES TO WS-GEN-FILES
               PERFORM SAVE-GEN-FILE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX IS GREATER THAN 6
               IF WS-GEN-FILES(1:2) IS NOT EQUAL TO "YY"
                   DISPLAY "Error: output.dat and output.ctl "
                       "could not be saved - no generation saved"
                   PERFORM REMOVE-GEN-FILES
                   MOVE "N" TO WS-GEN-OK
               ELSE
                   PERFORM LOAD-CATALOG
                   PERFORM ADD-CATALOG-ENTRY
                   PERFORM PURGE-OLDEST-GEN
                       UNTIL WS-CAT-COUNT IS NOT GREATER THAN
                           WS-GEN-KEEP
                   PERFORM WRITE-CATALOG
                   MOVE WS-GEN-KEEP TO CE-KEEP
                   DISPLAY "Saved generation " WS-GEN-DATE
                       " of the daily payroll files (keeping "
                       CE-KEEP ")"
               END-IF
           END-IF
           IF WS-GEN-OK IS EQUAL TO "Y"
               MOVE "OK" TO WS-GEN-OUTCOME
           ELSE
               MOVE "ERR" TO WS-GEN-OUTCOME
           END-IF
           PERFORM WRITE-GEN-LOG.

       SAVE-GEN-FILE.
           MOVE SPACES TO WS-GEN-COMMAND
           STRING "cp " DELIMITED BY SIZE
               WS-GEN-FILE(WS-FILE-IDX) DELIMITED BY SPACE
               " g" WS-GEN-DATE "." DELIMITED BY SIZE
               WS-GEN-FILE(WS-FILE-IDX) DELIMITED BY SPACE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-GEN-COMMAND
           IF RETURN-CODE IS EQUAL TO ZERO
               MOVE "Y" TO WS-GEN-FILES(WS-FILE-IDX:1)
           ELSE
               MOVE "N" TO WS-GEN-FILES(WS-FILE-IDX:1)
               DISPLAY "Note: " WS-GEN-FILE(WS-FILE-IDX)
                   " is not present - not saved"
           END-IF
           MOVE 0 TO RETURN-CODE.

       REMOVE-GEN-FILES.
           MOVE SPACES TO WS-GEN-COMMAND
           STRING "rm -f g" WS-GEN-DATE ".*"
               DELIMITED BY SIZE INTO WS-GEN-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-GEN-COMMAND
           MOVE 0 TO RETURN-CODE.

       LOAD-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT GEN-CATALOG
           IF WS-CAT-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-EOF
               PERFORM READ-CATALOG-REC UNTIL WS-EOF IS EQUAL TO "Y"
               MOVE "N" TO WS-EOF
               CLOSE GEN-CATALOG
           END-IF.

       READ-CATALOG-REC.
           READ GEN-CATALOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-CAT-COUNT IS LESS THAN 100
                       ADD 1 TO WS-CAT-COUNT
                       MOVE GEN-CAT-REC TO WS-CAT-ENTRY(WS-CAT-COUNT)
                   ELSE
                       DISPLAY "Warning: gencat.dat holds more than "
                           "100 generations - " GC-GEN-DATE
                           " dropped from the catalog"
                   END-IF
           END-READ.

       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-GEN-SLOT
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX IS GREATER THAN WS-CAT-COUNT
               IF WS-CT-GEN-DATE(WS-GEN-IDX) IS EQUAL TO WS-GEN-DATE
                   MOVE WS-GEN-IDX TO WS-GEN-SLOT
               END-IF
           END-PERFORM.

       ADD-CATALOG-ENTRY.
           PERFORM FIND-CATALOG-ENTRY
           IF WS-GEN-SLOT IS GREATER THAN ZERO
               PERFORM DROP-CATALOG-ENTRY
           END-IF
           IF WS-CAT-COUNT IS NOT LESS THAN 100
               MOVE 1 TO WS-GEN-SLOT
               PERFORM DROP-CATALOG-ENTRY
           END-IF
           ADD 1 TO WS-CAT-COUNT
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-GEN-DATE TO WS-CT-GEN-DATE(WS-CAT-COUNT)
           MOVE WS-CUR-COUNT TO WS-CT-COUNT(WS-CAT-COUNT)
           MOVE WS-CUR-GROSS TO WS-CT-GROSS(WS-CAT-COUNT)
           MOVE WS-RUN-DATE TO WS-CT-SAVE-DATE(WS-CAT-COUNT)
           MOVE WS-RUN-TIME(1:6) TO WS-CT-SAVE-TIME(WS-CAT-COUNT)
           MOVE WS-OPERATOR-ID TO WS-CT-OPERATOR(WS-CAT-COUNT)
           MOVE WS-GEN-FILES TO WS-CT-FILES(WS-CAT-COUNT).

       DROP-CATALOG-ENTRY.
           PERFORM VARYING WS-GEN-IDX FROM WS-GEN-SLOT BY 1
                   UNTIL WS-GEN-IDX IS NOT LESS THAN WS-CAT-COUNT
               MOVE WS-CAT-ENTRY(WS-GEN-IDX + 1)
                   TO WS-CAT-ENTRY(WS-GEN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAT-COUNT.

       PURGE-OLDEST-GEN.
           MOVE WS-GEN-DATE TO WS-HOLD-DATE
           MOVE WS-CT-GEN-DATE(1) TO WS-GEN-DATE
           PERFORM REMOVE-GEN-FILES
           DISPLAY "Purged generation " WS-GEN-DATE
           MOVE WS-HOLD-DATE TO WS-GEN-DATE
           MOVE 1 TO WS-GEN-SLOT
           PERFORM DROP-CATALOG-ENTRY.

       WRITE-CATALOG.
           OPEN OUTPUT GEN-CATALOG
           IF WS-CAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot write gencat.dat, "
                   "file status " WS-CAT-STATUS
               MOVE "N" TO WS-GEN-OK
           ELSE
               PERFORM WRITE-CATALOG-REC
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX IS GREATER THAN WS-CAT-COUNT
               CLOSE GEN-CATALOG
           END-IF.

       WRITE-CATALOG-REC.
           MOVE WS-CAT-ENTRY(WS-GEN-IDX) TO GEN-CAT-REC
           WRITE GEN-CAT-REC.

       LIST-GENERATIONS.
           PERFORM LOAD-CATALOG
           IF WS-CAT-COUNT IS EQUAL TO ZERO
               DISPLAY "No generations on gencat.dat"
           ELSE
               DISPLAY " "
               DISPLAY "RUN DATE  RECORDS          GROSS  SAVED    "
                   "TIME   BY       FILES"
               PERFORM SHOW-CATALOG-ENTRY
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX IS GREATER THAN WS-CAT-COUNT
               DISPLAY "FILES: output.dat output.ctl audit.rpt "
                   "rejects.dat glpost.dat achfile.dat"
           END-IF.

       SHOW-CATALOG-ENTRY.
           MOVE WS-CT-COUNT(WS-GEN-IDX) TO CE-COUNT
           MOVE WS-CT-GROSS(WS-GEN-IDX) TO CE-GROSS
           DISPLAY WS-CT-GEN-DATE(WS-GEN-IDX) " " CE-COUNT " "
               CE-GROSS " " WS-CT-SAVE-DATE(WS-GEN-IDX) " "
               WS-CT-SAVE-TIME(WS-GEN-IDX) " "
               WS-CT-OPERATOR(WS-GEN-IDX) " "
               WS-CT-FILES(WS-GEN-IDX).

       RESTORE-GENERATION.
           IF WS-BATCH-NO IS GREATER THAN ZERO
               DISPLAY "Error: generations hold the regular daily "
                   "files only - restart as a (R)egular run"
           ELSE
               PERFORM LIST-GENERATIONS
               IF WS-CAT-COUNT IS GREATER THAN ZERO
                   PERFORM CHOOSE-GENERATION
               END-IF
           END-IF.

       CHOOSE-GENERATION.
           DISPLAY "Restore which run date? (YYYYMMDD, blank to "
               "cancel) "
           MOVE SPACES TO WS-RESTORE-DATE
           ACCEPT WS-RESTORE-DATE
           IF WS-RESTORE-DATE IS NOT EQUAL TO SPACES
               MOVE WS-RESTORE-DATE TO WS-GEN-DATE
               PERFORM FIND-CATALOG-ENTRY
               MOVE WS-GEN-SLOT TO WS-RESTORE-SLOT
               IF WS-RESTORE-SLOT IS EQUAL TO ZERO
                   DISPLAY "Error: no generation for "
                       WS-RESTORE-DATE " on gencat.dat"
               ELSE
                   PERFORM CHECK-RESTORE-SAFE
                   IF WS-GEN-OK IS EQUAL TO "Y"
                       PERFORM RESTORE-GEN-FILES
                   END-IF
               END-IF
           END-IF.

       CHECK-RESTORE-SAFE.
           MOVE "Y" TO WS-GEN-OK
           MOVE "RESTORE" TO WS-GEN-ACTION
           PERFORM READ-CURRENT-CTL
           IF WS-CUR-FOUND IS EQUAL TO "Y" AND
                   WS-CUR-RELEASE IS NOT EQUAL TO "Y"
               DISPLAY "Error: the batch of " WS-CUR-DATE
                   " in output.ctl is not released and is "
                   "still being worked"
               DISPLAY "Release or finish it before restoring "
                   "- nothing restored"
               MOVE "N" TO WS-GEN-OK
               MOVE WS-RESTORE-DATE TO WS-GEN-DATE
               MOVE "REFU" TO WS-GEN-OUTCOME
               PERFORM WRITE-GEN-LOG
           END-IF
           IF WS-GEN-OK IS EQUAL TO "Y" AND
                   WS-CUR-FOUND IS EQUAL TO "Y" AND
                   WS-CUR-DATE IS NOT EQUAL TO WS-RESTORE-DATE
               MOVE WS-CUR-DATE TO WS-GEN-DATE
               PERFORM FIND-CATALOG-ENTRY
               IF WS-GEN-SLOT IS EQUAL TO ZERO
                   DISPLAY "Warning: the current files for "
                       WS-CUR-DATE " are not saved as a "
                       "generation and will be overwritten"
               END-IF
           END-IF
           IF WS-GEN-OK IS EQUAL TO "Y"
               DISPLAY "Restore the " WS-RESTORE-DATE " files "
                   "over the current payroll files? (Y/N) "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS NOT EQUAL TO "Y"
                   DISPLAY "Nothing restored"
                   MOVE "N" TO WS-GEN-OK
               END-IF
           END-IF.

       RESTORE-GEN-FILES.
           MOVE WS-RESTORE-DATE TO WS-GEN-DATE
           MOVE WS-CT-FILES(WS-RESTORE-SLOT) TO WS-GEN-FILES
           PERFORM RESTORE-GEN-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX IS GREATER THAN 6
           IF WS-GEN-OK IS EQUAL TO "Y"
               MOVE "OK" TO WS-GEN-OUTCOME
               DISPLAY "Restored the payroll files of "
                   WS-RESTORE-DATE
               DISPLAY "Note: run ./paystub to reprint stubs or "
                   "re-send achfile.dat - do not rerun "
                   "PAY-DISBURSE or PAY-ARCHIVE for this day"
           ELSE
               MOVE "ERR" TO WS-GEN-OUTCOME
               DISPLAY "Error: restore of " WS-RESTORE-DATE
                   " is incomplete - see messages above"
           END-IF
           PERFORM WRITE-GEN-LOG.

       RESTORE-GEN-FILE.
           MOVE SPACES TO WS-GEN-COMMAND
           IF WS-GEN-FILES(WS-FILE-IDX:1) IS EQUAL TO "Y"
               STRING "cp g" WS-GEN-DATE "." DELIMITED BY SIZE
                   WS-GEN-FILE(WS-FILE-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-GEN-FILE(WS-FILE-IDX) DELIMITED BY SPACE
                   INTO WS-GEN-COMMAND
           ELSE
               STRING "rm -f " DELIMITED BY SIZE
                   WS-GEN-FILE(WS-FILE-IDX) DELIMITED BY SPACE
                   INTO WS-GEN-COMMAND
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-GEN-COMMAND
           IF RETURN-CODE IS NOT EQUAL TO ZERO
               DISPLAY "Error: cannot restore "
                   WS-GEN-FILE(WS-FILE-IDX) ", return code "
                   RETURN-CODE
               MOVE "N" TO WS-GEN-OK
           END-IF
           MOVE 0 TO RETURN-CODE.

       WRITE-GEN-LOG.
           PERFORM OPEN-LOG-EXTEND
           IF WS-LOG-STATUS IS EQUAL TO "00"
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO RUN-LOG-REC
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE 0 TO RL-STEP-NO
               MOVE WS-GEN-ACTION TO RL-STEP-NAME
               MOVE WS-OPERATOR-ID TO RL-OPERATOR
               MOVE WS-RUN-TIME(1:6) TO RL-TIME
               MOVE WS-GEN-OUTCOME TO RL-OUTCOME
               MOVE WS-BATCH-ID TO RL-BATCH
               STRING "GENERATION " WS-GEN-DATE
                   DELIMITED BY SIZE INTO RL-NOTE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG
           END-IF.
