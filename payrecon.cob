              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-HIST-FILE-STATUS.

           *> direct-deposit file whose batch control must tie to
           *> the run's net, allowing for the employees on the
           *> paper-check path - and whose NACHA entry hash, entry
           *> counts and control totals must foot before the bank
           *> sees it
           SELECT ACH-FILE ASSIGN TO WS-ACH-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-ACH-FILE-STATUS.
           05 HIST-TAX        PIC 9(6)V99.
           05 HIST-DEDUCTIONS PIC 9(6)V99.
           05 HIST-NET        PIC 9(6)V99.
           05 HIST-PRETAX     PIC 9(6)V99.
           05 HIST-ER-MATCH   PIC 9(6)V99.

       FD  ACH-FILE.
       01  ACH-REC PIC X(94).

       *> journal entry line - this layout is duplicated from
       *> PAYROLL, so any change there must be mirrored here
           05 YTD-PRV-GROSS PIC 9(6)V99.
           05 YTD-LAST-RUN-ID PIC X(14).
           05 YTD-LAST-ADJ-RUN-ID PIC X(14).
           *> pre-tax benefit contributions for the year - gross
           *> less this is the taxable wage figure
           05 YTD-PRETAX PIC 9(8)V99.

       *> this layout is duplicated from PAYROLL, so any change
       *> there must be mirrored here
           05 BANK-ACCOUNT PIC X(17).
           05 BANK-STATUS  PIC X(1).
           05 BANK-PRENOTE-DATE PIC X(10).
           05 BANK-ACCT-TYPE PIC X(1).

       FD  RPT-FILE.
       01  RPT-REC PIC X(200).
       77 WS-EXP-ACH-NET   PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-EXP-CHECK-NET PIC 9(10)V99 COMP-3 VALUE 0.

       *> figures read back from the deposit file - the run-id
       *> from the batch header, the batch control's credit total
       77 WS-ACH-HDR-RUN   PIC X(14) VALUE SPACES.
       77 WS-ACH-TRL-SEEN  PIC X VALUE 'N'.
       77 WS-ACH-TRL-CENTS PIC 9(12) VALUE 0.
       77 WS-ACH-TRL-AMT   PIC 9(10)V99 COMP-3 VALUE 0.
       *> the NACHA controls, recomputed from the entries and as
       *> carried on the batch control ('8') and file control
       *> ('9') records; the hash is the receiving banks' IDs
       *> summed, low ten digits kept
       77 WS-ACH-FHDR-SEEN  PIC X VALUE 'N'.
       77 WS-ACH-FCTL-SEEN  PIC X VALUE 'N'.
       77 WS-ACH-REC-COUNT  PIC 9(6) VALUE 0.
       77 WS-ACH-BATCHES    PIC 9(6) VALUE 0.
       77 WS-ACH-ENTRIES    PIC 9(8) VALUE 0.
       77 WS-ACH-RDFI       PIC 9(8).
       77 WS-ACH-HASH-SUM   PIC 9(12) VALUE 0.
       77 WS-ACH-HASH       PIC 9(10) VALUE 0.
       77 WS-ACH-CENTS      PIC 9(10).
       77 WS-ACH-ENT-CENTS  PIC 9(12) VALUE 0.
       77 WS-ACH-BC-COUNT   PIC 9(6) VALUE 0.
       77 WS-ACH-BC-HASH    PIC 9(10) VALUE 0.
       77 WS-ACH-FC-BATCHES PIC 9(6) VALUE 0.
       77 WS-ACH-FC-BLOCKS  PIC 9(6) VALUE 0.
       77 WS-ACH-FC-COUNT   PIC 9(8) VALUE 0.
       77 WS-ACH-FC-HASH    PIC 9(10) VALUE 0.
       77 WS-ACH-FC-CENTS   PIC 9(12) VALUE 0.
       77 WS-ACH-BLOCKS     PIC 9(6) VALUE 0.

       *> figures read back from the GL journal
       77 WS-GL-PRESENT    PIC X VALUE 'N'.
       77 WS-GL-TR-DEBITS  PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-TR-CREDITS PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-TR-SEEN    PIC X VALUE 'N'.
       *> the gross expense debits alone, and the employer tax
       *> expense/liability pair with its TR tie-back - employer
       *> tax lines only appear when PAYROLL has an ER tax table
       77 WS-GL-GROSS-DR   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-ERTAX-DR   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-ERTAX-CR   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-TR-ERTAX   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-ERTAX-SEEN PIC X VALUE 'N'.
       *> the labor distribution reclass - cost-center debits,
       *> department credits and the TR LABDIST run total; only
       *> present when PAYROLL had TIMECLK's labor hours
       77 WS-GL-LABDIST-DR   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-LABDIST-CR   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-TR-LABDIST   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-LABDIST-SEEN PIC X VALUE 'N'.
       *> employer benefit match - expense/payable pair and its
       *> TR ERMATCH tie-back; only present when benefit plans ran
       77 WS-GL-ERMATCH-DR   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-ERMATCH-CR   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-TR-ERMATCH   PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-ERMATCH-SEEN PIC X VALUE 'N'.

       *> figures summed off the YTD master for this run's stamp
       77 WS-YTD-COUNT PIC 9(6) VALUE 0.
              INVALID KEY
                 ADD HIST-NET TO WS-EXP-CHECK-NET
              NOT INVALID KEY
                 *> held, still-prenoting and final-pay-closed
                 *> accounts were paid by check; a prenote the pay
                 *> run aged to live shows as 'A' here, matching the
                 *> deposit it took
                 IF BANK-STATUS = 'R' OR BANK-STATUS = 'P'
                       OR BANK-STATUS = 'C'
                    ADD HIST-NET TO WS-EXP-CHECK-NET
                 ELSE
                    ADD HIST-NET TO WS-EXP-ACH-NET
                  AT END
                     MOVE "YES" TO WS-EOF2
                  NOT AT END
                     ADD 1 TO WS-ACH-REC-COUNT
                     PERFORM TALLY-ACH-RECORD
               END-READ
           END-PERFORM
           CLOSE ACH-FILE
           END-IF
           MOVE WS-ACH-HASH-SUM TO WS-ACH-HASH
           EXIT.

       TALLY-ACH-RECORD.
           *> the all-nines block filler is counted but carries
           *> nothing
           IF ACH-REC(1:1) = '1'
              MOVE 'Y' TO WS-ACH-FHDR-SEEN
           END-IF
           IF ACH-REC(1:1) = '5'
              ADD 1 TO WS-ACH-BATCHES
              MOVE ACH-REC(21:14) TO WS-ACH-HDR-RUN
           END-IF
           IF ACH-REC(1:1) = '6'
              ADD 1 TO WS-ACH-ENTRIES
              IF ACH-REC(4:8) IS NUMERIC
                 MOVE ACH-REC(4:8) TO WS-ACH-RDFI
                 ADD WS-ACH-RDFI TO WS-ACH-HASH-SUM
              END-IF
              IF ACH-REC(30:10) IS NUMERIC
                 MOVE ACH-REC(30:10) TO WS-ACH-CENTS
                 ADD WS-ACH-CENTS TO WS-ACH-ENT-CENTS
              END-IF
           END-IF
           IF ACH-REC(1:1) = '8'
              MOVE 'Y' TO WS-ACH-TRL-SEEN
              IF ACH-REC(5:6) IS NUMERIC
                 MOVE ACH-REC(5:6) TO WS-ACH-BC-COUNT
              END-IF
              IF ACH-REC(11:10) IS NUMERIC
                 MOVE ACH-REC(11:10) TO WS-ACH-BC-HASH
              END-IF
              IF ACH-REC(33:12) IS NUMERIC
                 MOVE ACH-REC(33:12) TO WS-ACH-TRL-CENTS
              END-IF
              COMPUTE WS-ACH-TRL-AMT = WS-ACH-TRL-CENTS / 100
           END-IF
           IF ACH-REC(1:1) = '9' AND ACH-REC NOT = ALL '9'
              MOVE 'Y' TO WS-ACH-FCTL-SEEN
              IF ACH-REC(2:6) IS NUMERIC
                 MOVE ACH-REC(2:6) TO WS-ACH-FC-BATCHES
              END-IF
              IF ACH-REC(8:6) IS NUMERIC
                 MOVE ACH-REC(8:6) TO WS-ACH-FC-BLOCKS
              END-IF
              IF ACH-REC(14:8) IS NUMERIC
                 MOVE ACH-REC(14:8) TO WS-ACH-FC-COUNT
              END-IF
              IF ACH-REC(22:10) IS NUMERIC
                 MOVE ACH-REC(22:10) TO WS-ACH-FC-HASH
              END-IF
              IF ACH-REC(44:12) IS NUMERIC
                 MOVE ACH-REC(44:12) TO WS-ACH-FC-CENTS
              END-IF
           END-IF
           EXIT.

       READ-GL-JOURNAL.
                        EVALUATE GLJ-TYPE
                           WHEN "DR"
                              ADD GLJ-AMOUNT TO WS-GL-DR-DETAIL
                              IF GLJ-COMPONENT = "GROSS"
                                 ADD GLJ-AMOUNT TO WS-GL-GROSS-DR
                              END-IF
                              IF GLJ-COMPONENT = "ERTAX"
                                 MOVE 'Y' TO WS-GL-ERTAX-SEEN
                                 ADD GLJ-AMOUNT TO WS-GL-ERTAX-DR
                              END-IF
                              IF GLJ-COMPONENT = "LABDIST"
                                 MOVE 'Y' TO WS-GL-LABDIST-SEEN
                                 ADD GLJ-AMOUNT TO WS-GL-LABDIST-DR
                              END-IF
                              IF GLJ-COMPONENT = "ERMATCH"
                                 MOVE 'Y' TO WS-GL-ERMATCH-SEEN
                                 ADD GLJ-AMOUNT TO WS-GL-ERMATCH-DR
                              END-IF
                           WHEN "CR"
                              ADD GLJ-AMOUNT TO WS-GL-CR-DETAIL
                              IF GLJ-COMPONENT = "ERTAXPAY"
                                 MOVE 'Y' TO WS-GL-ERTAX-SEEN
                                 ADD GLJ-AMOUNT TO WS-GL-ERTAX-CR
                              END-IF
                              IF GLJ-COMPONENT = "LABRECL"
                                 MOVE 'Y' TO WS-GL-LABDIST-SEEN
                                 ADD GLJ-AMOUNT TO WS-GL-LABDIST-CR
                              END-IF
                              IF GLJ-COMPONENT = "ERMATPAY"
                                 MOVE 'Y' TO WS-GL-ERMATCH-SEEN
                                 ADD GLJ-AMOUNT TO WS-GL-ERMATCH-CR
                              END-IF
                           WHEN "TR"
                              MOVE 'Y' TO WS-GL-TR-SEEN
                              IF GLJ-COMPONENT = "DEBITS"
                                 MOVE GLJ-AMOUNT
                                    TO WS-GL-TR-CREDITS
                              END-IF
                              IF GLJ-COMPONENT = "ERTAX"
                                 MOVE 'Y' TO WS-GL-ERTAX-SEEN
                                 MOVE GLJ-AMOUNT
                                    TO WS-GL-TR-ERTAX
                              END-IF
                              IF GLJ-COMPONENT = "LABDIST"
                                 MOVE 'Y' TO WS-GL-LABDIST-SEEN
                                 MOVE GLJ-AMOUNT
                                    TO WS-GL-TR-LABDIST
                              END-IF
                              IF GLJ-COMPONENT = "ERMATCH"
                                 MOVE 'Y' TO WS-GL-ERMATCH-SEEN
                                 MOVE GLJ-AMOUNT
                                    TO WS-GL-TR-ERMATCH
                              END-IF
                        END-EVALUATE
                     END-IF
               END-READ
                    END-STRING
                    PERFORM WRITE-DISCREPANCY
                 END-IF
                 PERFORM CHECK-ACH-CONTROLS
              END-IF
           END-IF
           EXIT.

       CHECK-ACH-CONTROLS.
           *> the bank rejects a whole file whose controls do not
           *> foot, so each one is proved here against the entries
           *> themselves before the file is released
           MOVE WS-ACH-ENTRIES TO WS-CNT-STR-1
           MOVE WS-ACH-BC-COUNT TO WS-CNT-STR-2
           MOVE SPACES TO WS-LINE
           MOVE "  ACH ENTRIES:" TO WS-LINE(1:14)
           MOVE WS-CNT-STR-1 TO WS-LINE(26:6)
           MOVE "CONTROL:" TO WS-LINE(35:8)
           MOVE WS-CNT-STR-2 TO WS-LINE(51:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE "  ACH ENTRY HASH:" TO WS-LINE(1:17)
           MOVE WS-ACH-HASH TO WS-LINE(22:10)
           MOVE "CONTROL:" TO WS-LINE(35:8)
           MOVE WS-ACH-BC-HASH TO WS-LINE(47:10)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           IF WS-ACH-FHDR-SEEN = 'N' OR WS-ACH-FCTL-SEEN = 'N'
              MOVE "Deposit file missing file header or file control"
                 TO WS-DISC-TEXT
              PERFORM WRITE-DISCREPANCY
           END-IF
           IF WS-ACH-BATCHES NOT = 1
                 OR WS-ACH-FC-BATCHES NOT = WS-ACH-BATCHES
              MOVE "Deposit file batch count does not agree"
                 TO WS-DISC-TEXT
              PERFORM WRITE-DISCREPANCY
           END-IF
           IF WS-ACH-BC-COUNT NOT = WS-ACH-ENTRIES
                 OR WS-ACH-FC-COUNT NOT = WS-ACH-ENTRIES
              MOVE "Deposit file entry count does not match controls"
                 TO WS-DISC-TEXT
              PERFORM WRITE-DISCREPANCY
           END-IF
           IF WS-ACH-BC-HASH NOT = WS-ACH-HASH
                 OR WS-ACH-FC-HASH NOT = WS-ACH-HASH
              MOVE "Deposit file entry hash does not match controls"
                 TO WS-DISC-TEXT
              PERFORM WRITE-DISCREPANCY
           END-IF
           IF WS-ACH-TRL-CENTS NOT = WS-ACH-ENT-CENTS
                 OR WS-ACH-FC-CENTS NOT = WS-ACH-ENT-CENTS
              MOVE "Deposit file credit total does not match entries"
                 TO WS-DISC-TEXT
              PERFORM WRITE-DISCREPANCY
           END-IF

           *> whole 10-record blocks, and the file control's block
           *> count must say so
           COMPUTE WS-ACH-BLOCKS = WS-ACH-REC-COUNT / 10
           IF WS-ACH-BLOCKS * 10 NOT = WS-ACH-REC-COUNT
                 OR WS-ACH-FC-BLOCKS NOT = WS-ACH-BLOCKS
              MOVE "Deposit file not blocked to 10 records"
                 TO WS-DISC-TEXT
              PERFORM WRITE-DISCREPANCY
           END-IF
           EXIT.

       CHECK-GL-SECTION.
           IF WS-GL-PRESENT = 'N'
              MOVE SPACES TO WS-LINE
           END-IF

           *> the journal's gross expense must be the history gross
           IF WS-GL-GROSS-DR NOT = WS-HIST-GROSS
              COMPUTE WS-DIFF = WS-GL-GROSS-DR - WS-HIST-GROSS
              MOVE WS-DIFF TO WS-DIFF-STR
              MOVE SPACES TO WS-DISC-TEXT
              STRING "GL gross debits off history gross by "
              END-STRING
              PERFORM WRITE-DISCREPANCY
           END-IF

           IF WS-GL-ERTAX-SEEN = 'Y'
              PERFORM CHECK-GL-ERTAX
           END-IF
           IF WS-GL-LABDIST-SEEN = 'Y'
              PERFORM CHECK-GL-LABDIST
           END-IF
           IF WS-GL-ERMATCH-SEEN = 'Y'
              PERFORM CHECK-GL-ERMATCH
           END-IF
           EXIT.

       CHECK-GL-ERTAX.
           *> employer tax cross-foot - the expense debited, the
           *> liability credited and the run total PAYROLL wrote on
           *> its TR ERTAX record must all be the same figure
           MOVE WS-GL-ERTAX-DR TO WS-AMT-STR-1
           MOVE WS-GL-ERTAX-CR TO WS-AMT-STR-2
           MOVE SPACES TO WS-LINE
           MOVE "  ER TAX EXPENSE:" TO WS-LINE(1:17)
           MOVE WS-AMT-STR-1 TO WS-LINE(20:12)
           MOVE "LIABILITY:" TO WS-LINE(35:10)
           MOVE WS-AMT-STR-2 TO WS-LINE(45:12)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           IF WS-GL-ERTAX-DR NOT = WS-GL-ERTAX-CR
              COMPUTE WS-DIFF = WS-GL-ERTAX-DR - WS-GL-ERTAX-CR
              MOVE WS-DIFF TO WS-DIFF-STR
              MOVE SPACES TO WS-DISC-TEXT
              STRING "Employer tax expense off liability by "
                        DELIMITED BY SIZE
                     WS-DIFF-STR DELIMITED BY SIZE
                 INTO WS-DISC-TEXT
              END-STRING
              PERFORM WRITE-DISCREPANCY
           END-IF
           IF WS-GL-ERTAX-DR NOT = WS-GL-TR-ERTAX
              COMPUTE WS-DIFF = WS-GL-ERTAX-DR - WS-GL-TR-ERTAX
              MOVE WS-DIFF TO WS-DIFF-STR
              MOVE SPACES TO WS-DISC-TEXT
              STRING "Employer tax detail off TR record by "
                        DELIMITED BY SIZE
                     WS-DIFF-STR DELIMITED BY SIZE
                 INTO WS-DISC-TEXT
              END-STRING
              PERFORM WRITE-DISCREPANCY
           END-IF
           EXIT.

       CHECK-GL-LABDIST.
           *> labor distribution cross-foot - what was debited to
           *> the cost centers, what was credited back out of the
           *> departments and PAYROLL's TR LABDIST total must agree
           MOVE WS-GL-LABDIST-DR TO WS-AMT-STR-1
           MOVE WS-GL-LABDIST-CR TO WS-AMT-STR-2
           MOVE SPACES TO WS-LINE
           MOVE "  LABOR DIST:" TO WS-LINE(1:13)
           MOVE WS-AMT-STR-1 TO WS-LINE(20:12)
           MOVE "RECLASS:" TO WS-LINE(35:8)
           MOVE WS-AMT-STR-2 TO WS-LINE(45:12)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           IF WS-GL-LABDIST-DR NOT = WS-GL-LABDIST-CR
              COMPUTE WS-DIFF = WS-GL-LABDIST-DR - WS-GL-LABDIST-CR
              MOVE WS-DIFF TO WS-DIFF-STR
              MOVE SPACES TO WS-DISC-TEXT
              STRING "Cost-center debits off department reclass by "
                        DELIMITED BY SIZE
                     WS-DIFF-STR DELIMITED BY SIZE
                 INTO WS-DISC-TEXT
              END-STRING
              PERFORM WRITE-DISCREPANCY
           END-IF
           IF WS-GL-LABDIST-DR NOT = WS-GL-TR-LABDIST
              COMPUTE WS-DIFF = WS-GL-LABDIST-DR - WS-GL-TR-LABDIST
              MOVE WS-DIFF TO WS-DIFF-STR
              MOVE SPACES TO WS-DISC-TEXT
              STRING "Labor distribution detail off TR record by "
                        DELIMITED BY SIZE
                     WS-DIFF-STR DELIMITED BY SIZE
                 INTO WS-DISC-TEXT
              END-STRING
              PERFORM WRITE-DISCREPANCY
           END-IF
           EXIT.

       CHECK-GL-ERMATCH.
           *> employer benefit match cross-foot - the match expense,
           *> the carrier payable and PAYROLL's TR ERMATCH total
           *> must all be the same figure
           MOVE WS-GL-ERMATCH-DR TO WS-AMT-STR-1
           MOVE WS-GL-ERMATCH-CR TO WS-AMT-STR-2
           MOVE SPACES TO WS-LINE
           MOVE "  ER MATCH:" TO WS-LINE(1:11)
           MOVE WS-AMT-STR-1 TO WS-LINE(20:12)
           MOVE "PAYABLE:" TO WS-LINE(35:8)
           MOVE WS-AMT-STR-2 TO WS-LINE(45:12)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           IF WS-GL-ERMATCH-DR NOT = WS-GL-ERMATCH-CR
              COMPUTE WS-DIFF = WS-GL-ERMATCH-DR - WS-GL-ERMATCH-CR
              MOVE WS-DIFF TO WS-DIFF-STR
              MOVE SPACES TO WS-DISC-TEXT
              STRING "Employer match expense off payable by "
                        DELIMITED BY SIZE
                     WS-DIFF-STR DELIMITED BY SIZE
                 INTO WS-DISC-TEXT
              END-STRING
              PERFORM WRITE-DISCREPANCY
           END-IF
           IF WS-GL-ERMATCH-DR NOT = WS-GL-TR-ERMATCH
              COMPUTE WS-DIFF = WS-GL-ERMATCH-DR - WS-GL-TR-ERMATCH
              MOVE WS-DIFF TO WS-DIFF-STR
              MOVE SPACES TO WS-DISC-TEXT
              STRING "Employer match detail off TR record by "
                        DELIMITED BY SIZE
                     WS-DIFF-STR DELIMITED BY SIZE
                 INTO WS-DISC-TEXT
              END-STRING
              PERFORM WRITE-DISCREPANCY
           END-IF
           EXIT.

       CHECK-YTD-SECTION.
