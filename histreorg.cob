           05 HIST-TAX        PIC 9(6)V99.
           05 HIST-DEDUCTIONS PIC 9(6)V99.
           05 HIST-NET        PIC 9(6)V99.
           05 HIST-PRETAX     PIC 9(6)V99.
           05 HIST-ER-MATCH   PIC 9(6)V99.

       *> both carry whole HIST-REC images, so they must be at
       *> least its full 140 bytes - a shorter record here would
       *> truncate every pre-tax and match figure the reorg
       *> rewrites
       FD  KEEP-FILE.
       01  KEEP-REC PIC X(140).

       FD  ARCH-FILE.
       01  ARCH-REC PIC X(140).

       *> keyed history mirror - this layout is duplicated from
       *> PAYROLL, so any change there must be mirrored here
           05 HIX-TAX        PIC 9(6)V99.
           05 HIX-DEDUCTIONS PIC 9(6)V99.
           05 HIX-NET        PIC 9(6)V99.
           05 HIX-PRETAX     PIC 9(6)V99.
           05 HIX-ER-MATCH   PIC 9(6)V99.

       FD  CHECKPOINT-FILE.
       01  CKPT-REC PIC X(80).
           MOVE HIST-TAX        TO HIX-TAX
           MOVE HIST-DEDUCTIONS TO HIX-DEDUCTIONS
           MOVE HIST-NET        TO HIX-NET
           MOVE HIST-PRETAX     TO HIX-PRETAX
           MOVE HIST-ER-MATCH   TO HIX-ER-MATCH
           WRITE HIX-REC
              INVALID KEY
                 *> duplicates cannot occur in a clean history -
