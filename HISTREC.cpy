             05 PH-GROSS PIC 9(8)V99.
             05 PH-NET PIC 9(8)V99.
             05 PH-ADJ-SIGN PIC X(1).
             05 PH-GARN PIC 9(8)V99.
             05 PH-GARN-BAL PIC 9(8)V99.
             05 PH-BATCH PIC 9(4).
             05 PH-ORIG-DATE PIC X(8).
