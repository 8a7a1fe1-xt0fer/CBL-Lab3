             05 CR-STATUS PIC X(1).
             05 CR-VOID-DATE PIC X(8).
             05 CR-REPL-CHECK PIC 9(6).
             05 CR-PAID-DATE PIC X(8).
