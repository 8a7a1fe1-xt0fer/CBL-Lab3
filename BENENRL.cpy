       01 BEN-ENRL-REC.
             05 EN-KEY.
                   10 EN-EMP-ID PIC X(6).
                   10 EN-PLAN PIC X(6).
                   10 EN-START-DATE PIC X(8).
             05 EN-TIER PIC X(1).
             05 EN-STOP-DATE PIC X(8).
             05 EN-ENTER-DATE PIC X(8).
             05 EN-ENTER-OPERATOR PIC X(8).
             05 EN-STOP-OPERATOR PIC X(8).
             05 FILLER PIC X(7).
