              RECORD KEY IS LV-EMP-ID
              FILE STATUS WS-LEAVE-FILE-STATUS.

           *> benefit election master written by PAYROLL and BENMNT
           *> - each employee's plan contributions are listed on the
           *> statement, then the year-to-date figures the annual
           *> limits are measured against are zeroed; no file means
           *> the installation has no benefit plans
           SELECT BEN-ELECT-FILE ASSIGN TO WS-BENELECT-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BEL-KEY
              FILE STATUS WS-BENELECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> this layout is duplicated from PAYROLL, so any change
           05 YTD-PRV-GROSS PIC 9(6)V99.
           05 YTD-LAST-RUN-ID PIC X(14).
           05 YTD-LAST-ADJ-RUN-ID PIC X(14).
           *> pre-tax benefit contributions for the year - gross
           *> less this is the taxable wage figure
           05 YTD-PRETAX PIC 9(8)V99.

       FD  STMT-FILE.
       01  STMT-REC PIC X(100).
           05 ARCH-PAY        PIC 9(9)V99.
           05 ARCH-TAX        PIC 9(8)V99.
           05 ARCH-DEDUCTIONS PIC 9(8)V99.
           05 ARCH-PRETAX     PIC 9(8)V99.

       *> leave-balance master - this layout is duplicated from
       *> PAYROLL, so any change there must be mirrored here
           05 LV-LAST-RUN-ID PIC X(14).
           05 LV-LAST-VAC-TAKEN  PIC 9(3).
           05 LV-LAST-SICK-TAKEN PIC 9(3).
           05 LV-STATUS          PIC X(1).
           05 LV-LAST-PAYOUT     PIC 9(4)V99.

       *> benefit election master - this layout is duplicated from
       *> PAYROLL, so any change there must be mirrored here
       FD  BEN-ELECT-FILE.
       01  BEL-REC.
           05 BEL-KEY.
              10 BEL-EMP-ID PIC 9(4).
              10 BEL-PLAN   PIC X(4).
           05 BEL-AMT       PIC 9(4)V99.
           05 BEL-PCT       PIC 9(2)V99.
           05 BEL-STATUS    PIC X(1).
           05 BEL-YTD-EE    PIC 9(6)V99.
           05 BEL-YTD-ER    PIC 9(6)V99.
           05 BEL-LAST-RUN-ID PIC X(14).
           05 BEL-LAST-EE   PIC 9(4)V99.
           05 BEL-LAST-ER   PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       77 WS-STMT-FILE-STATUS  PIC XX.
       77 WS-ARCH-FILE-STATUS  PIC XX.
       77 WS-LEAVE-FILE-STATUS PIC XX.
       77 WS-BENELECT-FILE-STATUS PIC XX.

       77 WS-YTD-FILE     PIC X(50) VALUE "empytd.dat".
       77 WS-STMT-FILE    PIC X(50) VALUE "yearend_statements.txt".
       77 WS-ARCHIVE-FILE PIC X(50) VALUE "ytdarchive.dat".
       77 WS-LEAVE-FILE   PIC X(50) VALUE "leave.dat".
       77 WS-BENELECT-FILE PIC X(50) VALUE "benelect.dat".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       77 WS-LV-SKIP-COUNT PIC 9(6) VALUE 0.
       77 WS-EOF2          PIC X(3) VALUE "NO".

       *> benefit election rollover bookkeeping
       77 WS-BEN-PRESENT   PIC X VALUE 'N'.
       77 WS-BEN-READ-COUNT PIC 9(6) VALUE 0.
       77 WS-BEN-SKIP-COUNT PIC 9(6) VALUE 0.
       77 WS-BEN-DONE      PIC X VALUE 'N'.
       77 WS-EOF3          PIC X(3) VALUE "NO".

       *> edited fields for the statement
       77 WS-ID-STR    PIC ZZZ9.
       77 WS-HOURS-STR PIC ZZZZZZ9.
       77 WS-PAY-STR   PIC ZZZZZZZZ9.99.
       77 WS-TAX-STR   PIC ZZZZZZZ9.99.
       77 WS-DED-STR   PIC ZZZZZZZ9.99.
       77 WS-PRETAX-STR PIC ZZZZZZZ9.99.
       77 WS-TXBL-STR  PIC ZZZZZZZZ9.99.
       77 WS-BEN-EE-STR PIC ZZZZZZZ9.99.
       77 WS-BEN-ER-STR PIC ZZZZZZZ9.99.
       77 WS-LINE      PIC X(100).
       77 WS-EOF       PIC X(3) VALUE "NO".

              MOVE 'Y' TO WS-LEAVE-PRESENT
           END-IF

           *> likewise the benefit election master
           OPEN I-O BEN-ELECT-FILE
           IF WS-BENELECT-FILE-STATUS = "00"
              MOVE 'Y' TO WS-BEN-PRESENT
           END-IF

           PERFORM CLOSE-OUT-MASTER

           IF WS-LEAVE-PRESENT = 'Y'
              PERFORM ROLL-OVER-LEAVE
           END-IF

           *> the elections are zeroed only after every statement
           *> has listed its employee's contributions
           IF WS-BEN-PRESENT = 'Y'
              PERFORM ROLL-OVER-ELECTIONS
           END-IF

           CLOSE EMP-YTD-FILE STMT-FILE ARCH-FILE
           IF WS-LEAVE-PRESENT = 'Y'
              CLOSE LEAVE-FILE
           END-IF
           IF WS-BEN-PRESENT = 'Y'
              CLOSE BEN-ELECT-FILE
           END-IF

           DISPLAY "Year-end close of " WS-CLOSE-YEAR " complete - "
              WS-READ-COUNT " read, "
                 WS-LV-CAP-COUNT " capped, "
                 WS-LV-SKIP-COUNT " already rolled"
           END-IF
           IF WS-BEN-PRESENT = 'Y'
              DISPLAY "Benefit election rollover - "
                 WS-BEN-READ-COUNT " read, "
                 WS-BEN-SKIP-COUNT " already rolled"
           END-IF
           STOP RUN.

       CLOSE-OUT-MASTER.
           MOVE YTD-PAY TO WS-PAY-STR
           MOVE YTD-TAX TO WS-TAX-STR
           MOVE YTD-DEDUCTIONS TO WS-DED-STR
           MOVE YTD-PRETAX TO WS-PRETAX-STR
           *> taxable wages are gross less the pre-tax benefit
           *> contributions - the figure withholding was taken on
           IF YTD-PAY > YTD-PRETAX
              COMPUTE WS-TXBL-STR = YTD-PAY - YTD-PRETAX
           ELSE
              MOVE 0 TO WS-TXBL-STR
           END-IF

           MOVE SPACES TO WS-LINE
           MOVE "================================================"
           MOVE WS-LINE TO STMT-REC
           WRITE STMT-REC

           MOVE SPACES TO WS-LINE
           MOVE "  PRE-TAX BENEFITS:" TO WS-LINE(1:19)
           MOVE WS-PRETAX-STR TO WS-LINE(25:11)
           MOVE WS-LINE TO STMT-REC
           WRITE STMT-REC

           MOVE SPACES TO WS-LINE
           MOVE "  TAXABLE WAGES:" TO WS-LINE(1:16)
           MOVE WS-TXBL-STR TO WS-LINE(24:12)
           MOVE WS-LINE TO STMT-REC
           WRITE STMT-REC

           MOVE SPACES TO WS-LINE
           MOVE "  TAX WITHHELD:" TO WS-LINE(1:15)
           MOVE WS-TAX-STR TO WS-LINE(25:11)
           MOVE WS-LINE TO STMT-REC
           WRITE STMT-REC

           IF WS-BEN-PRESENT = 'Y'
              PERFORM WRITE-STATEMENT-BENEFITS
           END-IF

           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE YTD-PAY TO ARCH-PAY
           MOVE YTD-TAX TO ARCH-TAX
           MOVE YTD-DEDUCTIONS TO ARCH-DEDUCTIONS
           MOVE YTD-PRETAX TO ARCH-PRETAX
           WRITE ARCH-REC
           EXIT.

           MOVE 0 TO YTD-PAY
           MOVE 0 TO YTD-TAX
           MOVE 0 TO YTD-DEDUCTIONS
           MOVE 0 TO YTD-PRETAX
           MOVE WS-YE-MARKER TO YTD-LAST-RUN-ID
           REWRITE YTD-REC
           EXIT.
           END-PERFORM
           EXIT.

       WRITE-STATEMENT-BENEFITS.
           *> one line per benefit plan the employee contributed to
           *> this year, with the employer's match beside it - the
           *> pre-tax plans among them make up the PRE-TAX BENEFITS
           *> line above
           MOVE 'N' TO WS-BEN-DONE
           MOVE YTD-EMP-ID TO BEL-EMP-ID
           MOVE LOW-VALUES TO BEL-PLAN
           START BEN-ELECT-FILE KEY NOT < BEL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BEN-DONE
           END-START
           PERFORM UNTIL WS-BEN-DONE = 'Y'
              READ BEN-ELECT-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-BEN-DONE
                 NOT AT END
                    IF BEL-EMP-ID NOT = YTD-EMP-ID
                       MOVE 'Y' TO WS-BEN-DONE
                    ELSE
                       IF BEL-YTD-EE > 0 OR BEL-YTD-ER > 0
                          MOVE BEL-YTD-EE TO WS-BEN-EE-STR
                          MOVE BEL-YTD-ER TO WS-BEN-ER-STR
                          MOVE SPACES TO WS-LINE
                          MOVE "  BENEFIT PLAN" TO WS-LINE(1:14)
                          MOVE BEL-PLAN TO WS-LINE(16:4)
                          MOVE ":" TO WS-LINE(20:1)
                          MOVE WS-BEN-EE-STR TO WS-LINE(25:11)
                          MOVE "EMPLOYER" TO WS-LINE(38:8)
                          MOVE WS-BEN-ER-STR TO WS-LINE(47:11)
                          MOVE WS-LINE TO STMT-REC
                          WRITE STMT-REC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       ROLL-OVER-ELECTIONS.
           *> walk the election master and zero each election's
           *> year-to-date contributions, so the annual limits
           *> start over - the elections themselves carry into the
           *> new year unchanged. The close-marker stamp makes an
           *> interrupted rerun skip elections already rolled
           MOVE ZERO TO BEL-EMP-ID
           MOVE LOW-VALUES TO BEL-PLAN
           START BEN-ELECT-FILE KEY NOT < BEL-KEY
              INVALID KEY
                 MOVE "YES" TO WS-EOF3
           END-START
           PERFORM UNTIL WS-EOF3 = "YES"
               READ BEN-ELECT-FILE NEXT RECORD
                  AT END
                     MOVE "YES" TO WS-EOF3
                  NOT AT END
                     ADD 1 TO WS-BEN-READ-COUNT
                     IF BEL-LAST-RUN-ID = WS-YE-MARKER
                        ADD 1 TO WS-BEN-SKIP-COUNT
                     ELSE
                        MOVE 0 TO BEL-YTD-EE
                        MOVE 0 TO BEL-YTD-ER
                        MOVE WS-YE-MARKER TO BEL-LAST-RUN-ID
                        MOVE 0 TO BEL-LAST-EE
                        MOVE 0 TO BEL-LAST-ER
                        REWRITE BEL-REC
                     END-IF
               END-READ
           END-PERFORM
           EXIT.

       GET-RUN-PARAMETERS.
           *> JCL PARM equivalent - args 1-3 are the year to close,
           *> the statement file, and the archive file
