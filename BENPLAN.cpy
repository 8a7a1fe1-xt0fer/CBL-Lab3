       01 BEN-PLAN-REC.
             05 BP-KEY.
                   10 BP-PLAN PIC X(6).
                   10 BP-TIER PIC X(1).
             05 BP-NAME PIC X(20).
             05 BP-CARRIER PIC X(20).
             05 BP-EE-COST PIC 9(6)V99.
             05 BP-ER-COST PIC 9(6)V99.
             05 BP-CHG-DATE PIC X(8).
             05 BP-CHG-OPERATOR PIC X(8).
             05 FILLER PIC X(1).
