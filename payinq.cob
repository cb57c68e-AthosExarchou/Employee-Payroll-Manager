           05 HIST-TAX        PIC 9(6)V99.
           05 HIST-DEDUCTIONS PIC 9(6)V99.
           05 HIST-NET        PIC 9(6)V99.
           05 HIST-PRETAX     PIC 9(6)V99.
           05 HIST-ER-MATCH   PIC 9(6)V99.

       *> keyed history mirror - this layout is duplicated from
       *> PAYROLL, so any change there must be mirrored here
           05 HIX-TAX        PIC 9(6)V99.
           05 HIX-DEDUCTIONS PIC 9(6)V99.
           05 HIX-NET        PIC 9(6)V99.
           05 HIX-PRETAX     PIC 9(6)V99.
           05 HIX-ER-MATCH   PIC 9(6)V99.

       FD  RPT-FILE.
       01  RPT-REC PIC X(200).
           MOVE HIX-TAX         TO HIST-TAX
           MOVE HIX-DEDUCTIONS  TO HIST-DEDUCTIONS
           MOVE HIX-NET         TO HIST-NET
           MOVE HIX-PRETAX      TO HIST-PRETAX
           MOVE HIX-ER-MATCH    TO HIST-ER-MATCH
           ADD 1 TO WS-MATCH-COUNT
           ADD HIST-GROSS TO WS-TOTAL-PAY
           ADD HIST-NET TO WS-TOTAL-NET
