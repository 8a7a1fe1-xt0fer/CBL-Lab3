       01 TIMECARD-REC.
             05 TC-EMP-ID PIC X(6).
             05 TC-NAME PIC X(8).
             05 TC-HOURS PIC 9(8)V99.
             05 TC-RATE PIC 9(8)V99.
             05 TC-DEDUCT PIC 9(8)V99.
             05 TC-DEPT PIC X(4).
             05 TC-EARN-TYPE PIC X(1).
