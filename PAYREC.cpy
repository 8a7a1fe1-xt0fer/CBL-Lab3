             05 ACCT-EXEMPTS PIC 9(2).
             05 ACCT-ADJ-SIGN PIC X(1).
             05 ACCT-ORIG-DATE PIC X(8).
             05 ACCT-GARN PIC 9(8)V99.
             05 ACCT-GARN-BAL PIC 9(8)V99.
       01 HEADER-REC.
             05 HDR-REC-TYPE PIC X(3).
             05 HDR-RUN-DATE PIC X(8).
             05 HDR-OPERATOR PIC X(8).
             05 HDR-BATCH PIC 9(4).
             05 FILLER PIC X(111).
       01 TRAILER-REC.
             05 TRL-REC-TYPE PIC X(3).
             05 TRL-COUNT PIC 9(8).
             05 TRL-TOTAL-HOURS PIC 9(8)V99.
             05 TRL-TOTAL-GROSS PIC 9(10)V99.
             05 FILLER PIC X(101).
