       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEN-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEN-PLANS ASSIGN TO "benplans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BEN-ENRL ASSIGN TO "benenrl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRL-STATUS.
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
       FD BEN-PLANS.
       COPY BENPLAN.

       FD BEN-ENRL.
       COPY BENENRL.

       FD EMP-MASTER.
       COPY EMPREC.

       FD OPER-MASTER.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-ENRL-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-OPER-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-OPER-LEVEL PIC X VALUE SPACE.
       01 WS-TRY-COUNT PIC 9(1) VALUE 0.
       01 WS-TODAY PIC X(8) VALUE SPACES.
       01 WS-ACTION PIC X VALUE SPACE.
       01 WS-ANSWER PIC X VALUE SPACE.
       01 WS-EMP-ID PIC X(6).
       01 WS-PLAN PIC X(6) VALUE SPACES.
       01 WS-TIER PIC X VALUE SPACE.
       01 WS-TIER-DESC PIC X(12) VALUE SPACES.
       01 WS-PLAN-NAME PIC X(20) VALUE SPACES.
       01 WS-CARRIER PIC X(20) VALUE SPACES.
       01 WS-DEF-NAME PIC X(20) VALUE SPACES.
       01 WS-DEF-CARRIER PIC X(20) VALUE SPACES.
       01 WS-EE-COST PIC 9(6)V99 VALUE 0.
       01 WS-ER-COST PIC 9(6)V99 VALUE 0.
       01 WS-START-DATE PIC X(8) VALUE SPACES.
       01 WS-STOP-DATE PIC X(8) VALUE SPACES.
       01 WS-OPEN-KEY PIC X(20) VALUE SPACES.
       01 WS-OPEN-START PIC X(8) VALUE SPACES.
       01 WS-ENRL-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-TIER-IDX PIC 9(1) VALUE 0.
       01 WS-TIER-LIST PIC X(3) VALUE "ESF".
       01 WS-ACTIVE-EE PIC 9(6)V99 VALUE 0.
       01 WS-ACTIVE-ER PIC 9(6)V99 VALUE 0.
       01 PLAN-FIELDS.
             05 PE-EE-COST PIC ZZZZZ9.99.
             05 PE-ER-COST PIC ZZZZZ9.99.
             05 PE-STOP PIC X(8).
             05 PE-STATE PIC X(8).
       01 FLAGS.
             05 WS-VALID PIC X VALUE "N".
             05 WS-FOUND PIC X VALUE "N".
             05 WS-MAST-FOUND PIC X VALUE "N".
             05 WS-PLAN-FOUND PIC X VALUE "N".
             05 WS-OPEN-FOUND PIC X VALUE "N".
             05 WS-SCAN-DONE PIC X VALUE "N".
             05 WS-SIGNED-ON PIC X VALUE "N".

       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SIGN-ON
           OPEN INPUT EMP-MASTER
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open empmast.dat, "
                   "file status " WS-MASTER-STATUS
               DISPLAY "Run EMP-MAINT to build the employee "
                   "master first"
               STOP RUN
           END-IF
           OPEN I-O BEN-PLANS
           IF WS-PLAN-STATUS IS EQUAL TO "35"
               DISPLAY "Creating new benplans.dat"
               OPEN OUTPUT BEN-PLANS
               IF WS-PLAN-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "Error: cannot create benplans.dat, "
                       "file status " WS-PLAN-STATUS
                   STOP RUN
               END-IF
               CLOSE BEN-PLANS
               OPEN I-O BEN-PLANS
           END-IF
           IF WS-PLAN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open benplans.dat, "
                   "file status " WS-PLAN-STATUS
               STOP RUN
           END-IF
           OPEN I-O BEN-ENRL
           IF WS-ENRL-STATUS IS EQUAL TO "35"
               DISPLAY "Creating new benenrl.dat"
               OPEN OUTPUT BEN-ENRL
               IF WS-ENRL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "Error: cannot create benenrl.dat, "
                       "file status " WS-ENRL-STATUS
                   STOP RUN
               END-IF
               CLOSE BEN-ENRL
               OPEN I-O BEN-ENRL
           END-IF
           IF WS-ENRL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open benenrl.dat, "
                   "file status " WS-ENRL-STATUS
               STOP RUN
           END-IF.

       LOOP.
           PERFORM DO-ACTION UNTIL WS-ACTION IS EQUAL TO "X".

       CLOSE-STOP.
           CLOSE BEN-ENRL.
           CLOSE BEN-PLANS.
           CLOSE EMP-MASTER.
           STOP RUN.

       SIGN-ON.
           OPEN INPUT OPER-MASTER
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Error: cannot open opermast.dat, "
                   "file status " WS-OPER-STATUS
               DISPLAY "Run OPER-MAINT to build the operator "
                   "file first"
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
               STOP RUN
           END-IF.

       DO-ACTION.
           DISPLAY "Action? (P)lan add/change (L)ist plans "
               "(E)nroll (S)top enrollment (I)nquire e(X)it "
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "P"
                   IF WS-OPER-LEVEL IS EQUAL TO "S"
                       PERFORM MAINT-PLAN
                   ELSE
                       DISPLAY "Error: only a supervisor may "
                           "add or change a benefit plan"
                   END-IF
               WHEN "L"
                   PERFORM LIST-PLANS
               WHEN "E"
                   PERFORM ENROLL-EMPLOYEE
               WHEN "S"
                   PERFORM STOP-ENROLLMENT
               WHEN "I"
                   PERFORM INQUIRE-ENROLLMENTS
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error: unknown action " WS-ACTION
           END-EVALUATE.

       GET-MAINT-EMP-ID.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Employee ID? "
               ACCEPT WS-EMP-ID
               IF WS-EMP-ID IS EQUAL TO SPACES
                   DISPLAY "Error: employee id cannot be blank"
               ELSE
                   PERFORM LOOKUP-EMPLOYEE
                   IF WS-MAST-FOUND IS EQUAL TO "N"
                       DISPLAY "Error: employee " WS-EMP-ID
                           " is not on the employee master"
                   ELSE
                       DISPLAY "Name: " EM-NAME
                       MOVE "Y" TO WS-VALID
                   END-IF
               END-IF
           END-PERFORM.

       LOOKUP-EMPLOYEE.
           MOVE "N" TO WS-MAST-FOUND
           MOVE WS-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND
           END-READ.

       GET-PLAN-CODE.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Plan code? "
               ACCEPT WS-PLAN
               MOVE FUNCTION UPPER-CASE(WS-PLAN) TO WS-PLAN
               IF WS-PLAN IS EQUAL TO SPACES
                   DISPLAY "Error: plan code cannot be blank"
               ELSE
                   MOVE "Y" TO WS-VALID
               END-IF
           END-PERFORM.

       GET-PLAN-TIER.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Coverage tier? (E)mployee only "
                   "employee plus (S)pouse (F)amily "
               ACCEPT WS-TIER
               MOVE FUNCTION UPPER-CASE(WS-TIER) TO WS-TIER
               IF WS-TIER IS EQUAL TO "E" OR
                       WS-TIER IS EQUAL TO "S" OR
                       WS-TIER IS EQUAL TO "F"
                   MOVE "Y" TO WS-VALID
               ELSE
                   DISPLAY "Error: tier must be E, S or F"
               END-IF
           END-PERFORM.

       SET-TIER-DESC.
           EVALUATE WS-TIER
               WHEN "E"
                   MOVE "EMPLOYEE" TO WS-TIER-DESC
               WHEN "S"
                   MOVE "EMP + SPOUSE" TO WS-TIER-DESC
               WHEN "F"
                   MOVE "FAMILY" TO WS-TIER-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-TIER-DESC
           END-EVALUATE.

       READ-PLAN.
           MOVE "N" TO WS-PLAN-FOUND
           MOVE WS-PLAN TO BP-PLAN
           MOVE WS-TIER TO BP-TIER
           READ BEN-PLANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PLAN-FOUND
           END-READ.

       GET-PLAN-COSTS.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Employee cost per pay? "
               ACCEPT WS-EE-COST
               DISPLAY "Employer cost per pay? "
               ACCEPT WS-ER-COST
               IF WS-EE-COST IS EQUAL TO ZERO AND
                       WS-ER-COST IS EQUAL TO ZERO
                   DISPLAY "Error: employee and employer cost "
                       "cannot both be zero"
               ELSE
                   MOVE "Y" TO WS-VALID
               END-IF
           END-PERFORM.

       MAINT-PLAN.
           PERFORM GET-PLAN-CODE
           PERFORM GET-PLAN-TIER
           PERFORM READ-PLAN
           IF WS-PLAN-FOUND IS EQUAL TO "Y"
               PERFORM CHANGE-PLAN
           ELSE
               PERFORM ADD-PLAN
           END-IF.

       ADD-PLAN.
           PERFORM FIND-PLAN-DEFAULTS
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               MOVE SPACES TO WS-PLAN-NAME
               IF WS-DEF-NAME IS EQUAL TO SPACES
                   DISPLAY "Plan name? "
               ELSE
                   DISPLAY "Plan name? (blank = " WS-DEF-NAME ") "
               END-IF
               ACCEPT WS-PLAN-NAME
               IF WS-PLAN-NAME IS EQUAL TO SPACES
                   MOVE WS-DEF-NAME TO WS-PLAN-NAME
               END-IF
               IF WS-PLAN-NAME IS EQUAL TO SPACES
                   DISPLAY "Error: plan name cannot be blank"
               ELSE
                   MOVE "Y" TO WS-VALID
               END-IF
           END-PERFORM
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               MOVE SPACES TO WS-CARRIER
               IF WS-DEF-CARRIER IS EQUAL TO SPACES
                   DISPLAY "Carrier? "
               ELSE
                   DISPLAY "Carrier? (blank = " WS-DEF-CARRIER ") "
               END-IF
               ACCEPT WS-CARRIER
               MOVE FUNCTION UPPER-CASE(WS-CARRIER) TO WS-CARRIER
               IF WS-CARRIER IS EQUAL TO SPACES
                   MOVE WS-DEF-CARRIER TO WS-CARRIER
               END-IF
               IF WS-CARRIER IS EQUAL TO SPACES
                   DISPLAY "Error: carrier cannot be blank"
               ELSE
                   MOVE "Y" TO WS-VALID
               END-IF
           END-PERFORM
           PERFORM GET-PLAN-COSTS
           MOVE SPACES TO BEN-PLAN-REC
           MOVE WS-PLAN TO BP-PLAN
           MOVE WS-TIER TO BP-TIER
           MOVE WS-PLAN-NAME TO BP-NAME
           MOVE WS-CARRIER TO BP-CARRIER
           MOVE WS-EE-COST TO BP-EE-COST
           MOVE WS-ER-COST TO BP-ER-COST
           MOVE WS-TODAY TO BP-CHG-DATE
           MOVE WS-OPERATOR-ID TO BP-CHG-OPERATOR
           WRITE BEN-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: cannot add plan " WS-PLAN
                       " tier " WS-TIER ", file status "
                       WS-PLAN-STATUS
               NOT INVALID KEY
                   DISPLAY "Added plan " WS-PLAN " tier " WS-TIER
           END-WRITE.

       FIND-PLAN-DEFAULTS.
           MOVE SPACES TO WS-DEF-NAME
           MOVE SPACES TO WS-DEF-CARRIER
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX IS GREATER THAN 3 OR
                   WS-DEF-NAME IS NOT EQUAL TO SPACES
               MOVE WS-PLAN TO BP-PLAN
               MOVE WS-TIER-LIST(WS-TIER-IDX:1) TO BP-TIER
               READ BEN-PLANS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BP-NAME TO WS-DEF-NAME
                       MOVE BP-CARRIER TO WS-DEF-CARRIER
               END-READ
           END-PERFORM.

       CHANGE-PLAN.
           PERFORM SHOW-PLAN-HEAD
           PERFORM SHOW-PLAN
           DISPLAY "Plan name? (blank to keep) "
           MOVE SPACES TO WS-PLAN-NAME
           ACCEPT WS-PLAN-NAME
           IF WS-PLAN-NAME IS NOT EQUAL TO SPACES
               MOVE WS-PLAN-NAME TO BP-NAME
           END-IF
           DISPLAY "Carrier? (blank to keep) "
           MOVE SPACES TO WS-CARRIER
           ACCEPT WS-CARRIER
           MOVE FUNCTION UPPER-CASE(WS-CARRIER) TO WS-CARRIER
           IF WS-CARRIER IS NOT EQUAL TO SPACES
               MOVE WS-CARRIER TO BP-CARRIER
           END-IF
           DISPLAY "Change the cost per pay? (Y/N) "
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           IF WS-ANSWER IS EQUAL TO "Y"
               PERFORM GET-PLAN-COSTS
               MOVE WS-EE-COST TO BP-EE-COST
               MOVE WS-ER-COST TO BP-ER-COST
               DISPLAY "Note: the new cost applies to every "
                   "employee enrolled in this plan and tier"
           END-IF
           MOVE WS-TODAY TO BP-CHG-DATE
           MOVE WS-OPERATOR-ID TO BP-CHG-OPERATOR
           REWRITE BEN-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: cannot change plan " WS-PLAN
                       " tier " WS-TIER ", file status "
                       WS-PLAN-STATUS
               NOT INVALID KEY
                   DISPLAY "Changed plan " WS-PLAN " tier " WS-TIER
           END-REWRITE.

       LIST-PLANS.
           MOVE 0 TO WS-PLAN-COUNT
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO BP-KEY
           START BEN-PLANS KEY IS NOT LESS THAN BP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE IS EQUAL TO "Y"
               READ BEN-PLANS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-PLAN-COUNT IS EQUAL TO ZERO
                           PERFORM SHOW-PLAN-HEAD
                       END-IF
                       ADD 1 TO WS-PLAN-COUNT
                       PERFORM SHOW-PLAN
               END-READ
           END-PERFORM
           IF WS-PLAN-COUNT IS EQUAL TO ZERO
               DISPLAY "No benefit plans on file"
           END-IF.

       SHOW-PLAN-HEAD.
           DISPLAY "PLAN   TIER         NAME                 "
               "CARRIER                EE COST   ER COST".

       SHOW-PLAN.
           MOVE BP-TIER TO WS-TIER
           PERFORM SET-TIER-DESC
           MOVE BP-EE-COST TO PE-EE-COST
           MOVE BP-ER-COST TO PE-ER-COST
           DISPLAY BP-PLAN " " WS-TIER-DESC " " BP-NAME " "
               BP-CARRIER " " PE-EE-COST " " PE-ER-COST.

       ENROLL-EMPLOYEE.
           PERFORM GET-MAINT-EMP-ID
           IF EM-STATUS IS EQUAL TO "T"
               DISPLAY "Error: employee " WS-EMP-ID
                   " is terminated and cannot be enrolled"
           ELSE
               PERFORM LIST-ENROLLMENTS
               PERFORM GET-PLAN-CODE
               PERFORM GET-PLAN-TIER
               PERFORM READ-PLAN
               IF WS-PLAN-FOUND IS EQUAL TO "N"
                   DISPLAY "Error: plan " WS-PLAN " tier " WS-TIER
                       " is not on benplans.dat"
               ELSE
                   PERFORM GET-START-DATE
                   PERFORM FIND-OPEN-ENROLLMENT
                   IF WS-OPEN-FOUND IS EQUAL TO "Y"
                       DISPLAY "Error: employee " WS-EMP-ID
                           " is already enrolled in plan " WS-PLAN
                           " from " WS-OPEN-START
                       DISPLAY "Stop that enrollment first - a "
                           "tier change is a stop and a new "
                           "enrollment"
                   ELSE
                       IF WS-FOUND IS EQUAL TO "Y"
                           DISPLAY "Error: an earlier enrollment in "
                               "plan " WS-PLAN " is still in force on "
                               WS-START-DATE
                       ELSE
                           PERFORM WRITE-ENROLLMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GET-START-DATE.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Coverage start date? (YYYYMMDD, "
                   "blank = today) "
               MOVE SPACES TO WS-START-DATE
               ACCEPT WS-START-DATE
               IF WS-START-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAY TO WS-START-DATE
               END-IF
               IF WS-START-DATE IS NUMERIC
                   MOVE "Y" TO WS-VALID
               ELSE
                   DISPLAY "Error: start date must be YYYYMMDD"
               END-IF
           END-PERFORM.

       WRITE-ENROLLMENT.
           MOVE SPACES TO BEN-ENRL-REC
           MOVE WS-EMP-ID TO EN-EMP-ID
           MOVE WS-PLAN TO EN-PLAN
           MOVE WS-START-DATE TO EN-START-DATE
           MOVE WS-TIER TO EN-TIER
           MOVE SPACES TO EN-STOP-DATE
           MOVE WS-TODAY TO EN-ENTER-DATE
           MOVE WS-OPERATOR-ID TO EN-ENTER-OPERATOR
           MOVE SPACES TO EN-STOP-OPERATOR
           WRITE BEN-ENRL-REC
               INVALID KEY
                   DISPLAY "Error: cannot enroll " WS-EMP-ID
                       " in plan " WS-PLAN ", file status "
                       WS-ENRL-STATUS
               NOT INVALID KEY
                   DISPLAY "Enrolled " WS-EMP-ID " in plan "
                       WS-PLAN " tier " WS-TIER " from "
                       WS-START-DATE
           END-WRITE.

       FIND-OPEN-ENROLLMENT.
           MOVE "N" TO WS-OPEN-FOUND
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-EMP-ID TO EN-EMP-ID
           MOVE WS-PLAN TO EN-PLAN
           MOVE LOW-VALUES TO EN-START-DATE
           START BEN-ENRL KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE IS EQUAL TO "Y"
               READ BEN-ENRL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF EN-EMP-ID IS EQUAL TO WS-EMP-ID AND
                               EN-PLAN IS EQUAL TO WS-PLAN
                           IF EN-STOP-DATE IS EQUAL TO SPACES
                               MOVE "Y" TO WS-OPEN-FOUND
                               MOVE EN-KEY TO WS-OPEN-KEY
                               MOVE EN-START-DATE TO WS-OPEN-START
                           ELSE
                               IF EN-STOP-DATE IS NOT LESS THAN
                                       WS-START-DATE
                                   MOVE "Y" TO WS-FOUND
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM.

       STOP-ENROLLMENT.
           PERFORM GET-MAINT-EMP-ID
           PERFORM LIST-ENROLLMENTS
           IF WS-ENRL-COUNT IS GREATER THAN ZERO
               PERFORM GET-PLAN-CODE
               PERFORM FIND-OPEN-ENROLLMENT
               IF WS-OPEN-FOUND IS EQUAL TO "N"
                   DISPLAY "Error: employee " WS-EMP-ID
                       " has no open enrollment in plan " WS-PLAN
               ELSE
                   PERFORM GET-STOP-DATE
                   MOVE WS-OPEN-KEY TO EN-KEY
                   READ BEN-ENRL
                       INVALID KEY
                           DISPLAY "Error: cannot read enrollment "
                               "for " WS-EMP-ID ", file status "
                               WS-ENRL-STATUS
                       NOT INVALID KEY
                           PERFORM REWRITE-STOP
                   END-READ
               END-IF
           END-IF.

       GET-STOP-DATE.
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID IS EQUAL TO "Y"
               DISPLAY "Last day of coverage? (YYYYMMDD, "
                   "blank = today) "
               MOVE SPACES TO WS-STOP-DATE
               ACCEPT WS-STOP-DATE
               IF WS-STOP-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAY TO WS-STOP-DATE
               END-IF
               IF WS-STOP-DATE IS NOT NUMERIC
                   DISPLAY "Error: stop date must be YYYYMMDD"
               ELSE
                   IF WS-STOP-DATE IS LESS THAN WS-OPEN-START
                       DISPLAY "Error: stop date is before the "
                           "start date " WS-OPEN-START
                   ELSE
                       MOVE "Y" TO WS-VALID
                   END-IF
               END-IF
           END-PERFORM.

       REWRITE-STOP.
           MOVE WS-STOP-DATE TO EN-STOP-DATE
           MOVE WS-OPERATOR-ID TO EN-STOP-OPERATOR
           REWRITE BEN-ENRL-REC
               INVALID KEY
                   DISPLAY "Error: cannot stop enrollment for "
                       WS-EMP-ID ", file status " WS-ENRL-STATUS
               NOT INVALID KEY
                   DISPLAY "Stopped " WS-EMP-ID " in plan "
                       WS-PLAN " after " WS-STOP-DATE
           END-REWRITE.

       INQUIRE-ENROLLMENTS.
           PERFORM GET-MAINT-EMP-ID
           PERFORM LIST-ENROLLMENTS
           IF WS-ENRL-COUNT IS GREATER THAN ZERO
               MOVE WS-ACTIVE-EE TO PE-EE-COST
               MOVE WS-ACTIVE-ER TO PE-ER-COST
               DISPLAY "Active today: employee " PE-EE-COST
                   " employer " PE-ER-COST " per pay"
           END-IF.

       LIST-ENROLLMENTS.
           MOVE 0 TO WS-ENRL-COUNT
           MOVE 0 TO WS-ACTIVE-EE
           MOVE 0 TO WS-ACTIVE-ER
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-EMP-ID TO EN-EMP-ID
           MOVE LOW-VALUES TO EN-PLAN
           MOVE LOW-VALUES TO EN-START-DATE
           START BEN-ENRL KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE IS EQUAL TO "Y"
               READ BEN-ENRL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF EN-EMP-ID IS EQUAL TO WS-EMP-ID
                           IF WS-ENRL-COUNT IS EQUAL TO ZERO
                               DISPLAY "PLAN   TIER         START"
                                   "    STOP       EE COST"
                                   "   ER COST STATUS"
                           END-IF
                           ADD 1 TO WS-ENRL-COUNT
                           PERFORM SHOW-ENROLLMENT
                       ELSE
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENRL-COUNT IS EQUAL TO ZERO
               DISPLAY "Employee " WS-EMP-ID
                   " has no benefit enrollments"
           END-IF.

       SHOW-ENROLLMENT.
           MOVE EN-TIER TO WS-TIER
           PERFORM SET-TIER-DESC
           MOVE EN-STOP-DATE TO PE-STOP
           IF EN-STOP-DATE IS EQUAL TO SPACES
               MOVE "OPEN" TO PE-STOP
           END-IF
           IF EN-START-DATE IS GREATER THAN WS-TODAY
               MOVE "FUTURE" TO PE-STATE
           ELSE
               IF EN-STOP-DATE IS NOT EQUAL TO SPACES AND
                       EN-STOP-DATE IS LESS THAN WS-TODAY
                   MOVE "STOPPED" TO PE-STATE
               ELSE
                   MOVE "ACTIVE" TO PE-STATE
               END-IF
           END-IF
           MOVE EN-PLAN TO BP-PLAN
           MOVE EN-TIER TO BP-TIER
           READ BEN-PLANS
               INVALID KEY
                   MOVE 0 TO BP-EE-COST
                   MOVE 0 TO BP-ER-COST
                   MOVE "NO PLAN" TO PE-STATE
               NOT INVALID KEY
                   IF PE-STATE IS EQUAL TO "ACTIVE"
                       ADD BP-EE-COST TO WS-ACTIVE-EE
                       ADD BP-ER-COST TO WS-ACTIVE-ER
                   END-IF
           END-READ
           MOVE BP-EE-COST TO PE-EE-COST
           MOVE BP-ER-COST TO PE-ER-COST
           DISPLAY EN-PLAN " " WS-TIER-DESC " " EN-START-DATE " "
               PE-STOP " " PE-EE-COST " " PE-ER-COST " " PE-STATE.
