       01 GARN-ORDER-REC.
             05 GO-KEY.
                   10 GO-EMP-ID PIC X(6).
                   10 GO-PRIORITY PIC 9(1).
                   10 GO-SEQ PIC 9(2).
             05 GO-TYPE PIC X(1).
             05 GO-CASE-NO PIC X(20).
             05 GO-PAYEE PIC X(24).
             05 GO-METHOD PIC X(1).
             05 GO-AMOUNT PIC 9(8)V99.
             05 GO-PCT PIC 9(2)V9(4).
             05 GO-TOTAL-OWED PIC 9(8)V99.
             05 GO-BALANCE PIC 9(8)V99.
             05 GO-TOTAL-PAID PIC 9(8)V99.
             05 GO-STATUS PIC X(1).
             05 GO-START-DATE PIC X(8).
             05 GO-CLOSE-DATE PIC X(8).
             05 GO-LAST-DATE PIC X(8).
             05 GO-DAY-WITHHELD PIC 9(8)V99.
