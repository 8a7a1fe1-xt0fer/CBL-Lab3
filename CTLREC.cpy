             05 CTL-TOTAL-HOURS PIC 9(8)V99.
             05 CTL-TOTAL-GROSS PIC 9(10)V99.
             05 CTL-RELEASE PIC X(1).
             05 CTL-BATCH PIC 9(4).
