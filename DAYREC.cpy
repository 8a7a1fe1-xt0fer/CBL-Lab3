             05 DD-DEDUCT PIC 9(8)V99.
             05 DD-GROSS PIC 9(8)V99.
             05 DD-NET PIC 9(8)V99.
             05 DD-GARN PIC 9(8)V99.
