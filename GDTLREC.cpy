       01 GARN-DTL-REC.
             05 GD-RUN-DATE PIC X(8).
             05 GD-EMP-ID PIC X(6).
             05 GD-NAME PIC X(8).
             05 GD-PRIORITY PIC 9(1).
             05 GD-SEQ PIC 9(2).
             05 GD-TYPE PIC X(1).
             05 GD-CASE-NO PIC X(20).
             05 GD-PAYEE PIC X(24).
             05 GD-AMOUNT PIC 9(8)V99.
             05 GD-BALANCE PIC 9(8)V99.
