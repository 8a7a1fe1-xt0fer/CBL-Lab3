       01 RETRO-TRANS-REC.
             05 RT-EMP-ID PIC X(6).
             05 RT-NAME PIC X(8).
             05 RT-DEPT PIC X(4).
             05 RT-EARN-TYPE PIC X(1).
             05 RT-ORIG-DATE PIC X(8).
             05 RT-HOURS PIC 9(8)V99.
             05 RT-RATE PIC 9(8)V99.
             05 RT-OLD-RATE PIC 9(8)V99.
             05 RT-NEW-RATE PIC 9(8)V99.
             05 RT-GROSS PIC 9(8)V99.
             05 RT-EFF-DATE PIC X(8).
             05 RT-APPROVER PIC X(8).
             05 RT-APPROVE-DATE PIC X(8).
             05 RT-POST-DATE PIC X(8).
             05 RT-POST-BATCH PIC 9(4).
