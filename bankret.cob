       FILE-CONTROL.
           *> the bank's return/NOC file for an uploaded deposit
           *> batch - one CSV line per item, format:
           *> <type R/C>,<reason>,<trace number>,<amount>,
           *> <new routing>,<new account>,<new account type>
           *> type R is a returned credit (closed account, bad
           *> routing - the money came back), type C is a notice of
           *> change carrying corrected routing/account/type
           *> details; the last three columns are used by type C
           *> only. The trace number and amount are the original
           *> entry's, as the bank quotes them back
           SELECT RET-FILE ASSIGN TO WS-RET-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-RET-FILE-STATUS.

           *> the NACHA deposit file the returns are against - its
           *> entries turn each trace number back into the employee
           *> and its batch header carries the run-id
           SELECT ACH-FILE ASSIGN TO WS-ACH-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-ACH-FILE-STATUS.

           *> returned-payments worklist - one line per returned
           *> credit with the net amount now owed to the employee
           *> by other means (check, corrected deposit next run)
       FD  RET-FILE.
       01  RET-REC PIC X(200). *> reads whole line (CSV)

       FD  ACH-FILE.
       01  ACH-REC PIC X(94).

       FD  WRK-FILE.
       01  WRK-REC PIC X(200).

           05 BANK-EMP-ID  PIC 9(4).
           05 BANK-ROUTING PIC X(9).
           05 BANK-ACCOUNT PIC X(17).
           *> 'P' prenoting, 'A' live, 'R' returned-hold, 'C'
           *> closed by the employee's final pay
           05 BANK-STATUS  PIC X(1).
           05 BANK-PRENOTE-DATE PIC X(10).
           *> 'C' checking, 'S' savings
           05 BANK-ACCT-TYPE PIC X(1).

       *> pay-history detail record - fixed positions, decimals
       *> implied; this layout is duplicated from PAYROLL, so any
           05 HIST-TAX        PIC 9(6)V99.
           05 HIST-DEDUCTIONS PIC 9(6)V99.
           05 HIST-NET        PIC 9(6)V99.
           05 HIST-PRETAX     PIC 9(6)V99.
           05 HIST-ER-MATCH   PIC 9(6)V99.

       WORKING-STORAGE SECTION.

       *> parsed return-item fields (used after UNSTRING) - the
       *> trace field is one wider than a real trace number so an
       *> over-long one is caught and rejected instead of silently
       *> truncated onto some other employee's entry
       01 WS-RET-FIELDS.
           05 WS-RET-TYPE-TEXT   PIC X(1).
           05 WS-RET-REASON-TEXT PIC X(3).
           05 WS-RET-TRACE-TEXT  PIC X(16).
           05 WS-RET-AMT-TEXT    PIC X(12).
           05 WS-RET-ROUT-TEXT   PIC X(9).
           05 WS-RET-ACCT-TEXT   PIC X(17).
           05 WS-RET-ATYPE-TEXT  PIC X(2).

       *> file status variables
       77 WS-RET-FILE-STATUS  PIC XX.
       77 WS-ACH-FILE-STATUS  PIC XX.
       77 WS-WRK-FILE-STATUS  PIC XX.
       77 WS-REJ-FILE-STATUS  PIC XX.
       77 WS-AUD-FILE-STATUS  PIC XX.
       77 WS-HIST-FILE-STATUS PIC XX.

       77 WS-RET-FILE      PIC X(50) VALUE SPACES.
       77 WS-ACH-FILE      PIC X(50) VALUE SPACES.
       77 WS-WORKLIST-FILE PIC X(50) VALUE "bankret_worklist.txt".
       77 WS-REJECT-FILE   PIC X(50) VALUE "bankreterr.txt".
       77 WS-AUDIT-FILE    PIC X(50) VALUE "bankaudit.log".
           05 WS-RET-ENTRY OCCURS 100 TIMES.
              10 WS-RET-TBL-TYPE   PIC X(1).
              10 WS-RET-TBL-REASON PIC X(3).
              10 WS-RET-TBL-TRACE  PIC X(15).
              10 WS-RET-TBL-ID     PIC 9(4).
              10 WS-RET-TBL-RUN    PIC X(14).
              10 WS-RET-TBL-AMT    PIC 9(6)V99.
              10 WS-RET-TBL-ROUT   PIC X(9).
              10 WS-RET-TBL-ACCT   PIC X(17).
              10 WS-RET-TBL-ATYPE  PIC X(1).
              *> 'Y' when the returned entry was a zero-dollar
              *> prenote - the account is bad, but nothing is owed
              10 WS-RET-TBL-PRENOTE PIC X(1).
              10 WS-RET-TBL-NAME   PIC X(20).
              10 WS-RET-TBL-NET    PIC 9(6)V99.
              10 WS-RET-TBL-MATCH  PIC X(1).
              *> the routing/account the original entry paid into
              10 WS-RET-TBL-DEP-ROUT PIC X(9).
              10 WS-RET-TBL-DEP-ACCT PIC X(17).
       77 WS-RET-TBL-COUNT PIC 9(3) VALUE 0.
       77 WS-RET-TBL-FULL  PIC X VALUE 'N'.
       77 WS-RET-I         PIC 9(3).

       *> the deposit file's entries by trace number, and the
       *> run-id from its batch header - staged whole so every
       *> return item is resolved against the same file. The
       *> routing, account and amount each entry carried are
       *> kept so a return can be proved against the entry the
       *> bank is actually quoting
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 2000 TIMES.
              10 WS-DEP-TRACE  PIC X(15).
              10 WS-DEP-EMP-ID PIC 9(4).
              10 WS-DEP-TRAN   PIC X(2).
              10 WS-DEP-ROUT   PIC X(9).
              10 WS-DEP-ACCT   PIC X(17).
              10 WS-DEP-AMT    PIC 9(8)V99.
       77 WS-DEP-COUNT PIC 9(4) VALUE 0.
       77 WS-DEP-FULL  PIC X VALUE 'N'.
       77 WS-DEP-BAD   PIC X VALUE 'N'.
       77 WS-DEP-CENTS PIC 9(10).
       77 WS-DEP-I     PIC 9(4).
       77 WS-DEP-RUN   PIC X(14) VALUE SPACES.
       77 WS-DEP-FOUND PIC X VALUE 'N'.

       *> numeric work fields
       77 WS-RET-EMP-ID PIC 9(4).
       77 WS-RET-RUN-ID PIC X(14).
       77 WS-RET-PRENOTE PIC X(1).
       77 WS-RET-AMT    PIC 9(6)V99 VALUE 0.
       77 WS-RET-DEP-AMT  PIC 9(8)V99 VALUE 0.
       77 WS-RET-DEP-ROUT PIC X(9).
       77 WS-RET-DEP-ACCT PIC X(17).

       *> counters/totals for the worklist footer and summary
       77 WS-ITEM-COUNT    PIC 9(6) VALUE 0.
       77 WS-RETURN-COUNT  PIC 9(6) VALUE 0.
       77 WS-NOC-COUNT     PIC 9(6) VALUE 0.
       77 WS-PRENOTE-COUNT PIC 9(6) VALUE 0.
       77 WS-REJECT-COUNT  PIC 9(6) VALUE 0.
       77 WS-OWED-TOTAL    PIC 9(8)V99 COMP-3 VALUE 0.

       77 WS-OLD-ROUTING PIC X(9).
       77 WS-OLD-ACCOUNT PIC X(17).
       77 WS-OLD-STATUS  PIC X(1).
       77 WS-OLD-ACCT-TYPE PIC X(1).
       77 WS-BANK-FOUND  PIC X VALUE 'N'.

       *> edited fields for display
       77 WS-LINE          PIC X(200).
       77 WS-EOF           PIC X(3) VALUE "NO".
       77 WS-EOF2          PIC X(3) VALUE "NO".
       77 WS-EOF3          PIC X(3) VALUE "NO".

       *> date/time fields for audit stamping
       77 WS-DATE-YYYYMMDD PIC 9(8).
               STOP RUN
           END-IF

           OPEN INPUT ACH-FILE
           IF WS-ACH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open deposit file "
                  WS-ACH-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT WRK-FILE
           IF WS-WRK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open worklist file"
               STOP RUN
           END-IF

           PERFORM LOAD-DEPOSIT-FILE
           PERFORM LOAD-RETURN-FILE
           PERFORM MATCH-HISTORY
           PERFORM WRITE-WORKLIST-HEADER
           PERFORM WRITE-WORKLIST-FOOTER

           CLOSE RET-FILE WRK-FILE REJ-FILE AUD-FILE
                 EMP-BANK-FILE PAY-HIST-FILE ACH-FILE

           DISPLAY "Bank return processing complete - "
              WS-ITEM-COUNT " item(s), "
              WS-RETURN-COUNT " return(s), "
              WS-PRENOTE-COUNT " prenote return(s), "
              WS-NOC-COUNT " NOC(s), "
              WS-REJECT-COUNT " rejected"

           END-IF
           STOP RUN.

       LOAD-DEPOSIT-FILE.
           *> every entry detail's trace number, employee (the
           *> individual ID), transaction code, routing, account
           *> and amount, plus the run-id PAYROLL put in the batch
           *> header's discretionary data
           PERFORM UNTIL WS-EOF3 = "YES"
               READ ACH-FILE
                  AT END
                     MOVE "YES" TO WS-EOF3
                  NOT AT END
                     IF ACH-REC(1:1) = '5'
                        MOVE ACH-REC(21:14) TO WS-DEP-RUN
                     END-IF
                     IF ACH-REC(1:1) = '6'
                        IF WS-DEP-COUNT < 2000
                           ADD 1 TO WS-DEP-COUNT
                           MOVE ACH-REC(80:15)
                              TO WS-DEP-TRACE(WS-DEP-COUNT)
                           MOVE ACH-REC(40:4)
                              TO WS-DEP-EMP-ID(WS-DEP-COUNT)
                           MOVE ACH-REC(2:2)
                              TO WS-DEP-TRAN(WS-DEP-COUNT)
                           MOVE ACH-REC(4:9)
                              TO WS-DEP-ROUT(WS-DEP-COUNT)
                           MOVE ACH-REC(13:17)
                              TO WS-DEP-ACCT(WS-DEP-COUNT)
                           *> the amount is in cents
                           IF ACH-REC(30:10) IS NUMERIC
                              MOVE ACH-REC(30:10) TO WS-DEP-CENTS
                              COMPUTE WS-DEP-AMT(WS-DEP-COUNT) =
                                 WS-DEP-CENTS / 100
                           ELSE
                              MOVE 'Y' TO WS-DEP-BAD
                           END-IF
                        ELSE
                           MOVE 'Y' TO WS-DEP-FULL
                        END-IF
                     END-IF
               END-READ
           END-PERFORM

           *> a file this size, with no batch header or with an
           *> entry amount that is not a number, is not one of
           *> ours - stop rather than resolve some traces and miss
           *> others
           IF WS-DEP-FULL = 'Y' OR WS-DEP-BAD = 'Y'
                 OR WS-DEP-RUN = SPACES
              DISPLAY "ERROR: " WS-ACH-FILE
                 " is not a readable deposit file - nothing applied"
              MOVE 16 TO RETURN-CODE
              CLOSE RET-FILE WRK-FILE REJ-FILE AUD-FILE
                    EMP-BANK-FILE PAY-HIST-FILE ACH-FILE
              STOP RUN
           END-IF
           EXIT.

       LOAD-RETURN-FILE.
           *> stage every return item, validating as we go -
           *> rejects go straight to the reject report and never
                 "nothing applied"
              MOVE 16 TO RETURN-CODE
              CLOSE RET-FILE WRK-FILE REJ-FILE AUD-FILE
                    EMP-BANK-FILE PAY-HIST-FILE ACH-FILE
              STOP RUN
           END-IF
           EXIT.
             DELIMITED BY ","
             INTO WS-RET-TYPE-TEXT
                WS-RET-REASON-TEXT
                WS-RET-TRACE-TEXT
                WS-RET-AMT-TEXT
                WS-RET-ROUT-TEXT
                WS-RET-ACCT-TEXT
                WS-RET-ATYPE-TEXT

           *> every item needs a type and a trace number
           IF (WS-RET-TYPE-TEXT NOT = 'R'
                 AND WS-RET-TYPE-TEXT NOT = 'C')
              MOVE "Return type must be R or C" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-RET-TRACE-TEXT = SPACES
              MOVE "Malformed return item - missing field"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> the trace number is fifteen digits - the originating
           *> bank's eight and the entry's seven-digit sequence
           IF WS-SKIP-REC = 'N'
                 AND (WS-RET-TRACE-TEXT(16:1) NOT = SPACE
                   OR WS-RET-TRACE-TEXT(1:15) IS NOT NUMERIC)
              MOVE "Trace number must be 15 digits" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> resolve it against the deposit file - the entry gives
           *> the employee, the batch header the run
           IF WS-SKIP-REC = 'N'
              MOVE 'N' TO WS-DEP-FOUND
              PERFORM VARYING WS-DEP-I FROM 1 BY 1
                    UNTIL WS-DEP-I > WS-DEP-COUNT
                       OR WS-DEP-FOUND = 'Y'
                 IF WS-DEP-TRACE(WS-DEP-I) = WS-RET-TRACE-TEXT(1:15)
                    MOVE 'Y' TO WS-DEP-FOUND
                    MOVE WS-DEP-EMP-ID(WS-DEP-I) TO WS-RET-EMP-ID
                    MOVE WS-DEP-ROUT(WS-DEP-I) TO WS-RET-DEP-ROUT
                    MOVE WS-DEP-ACCT(WS-DEP-I) TO WS-RET-DEP-ACCT
                    MOVE WS-DEP-AMT(WS-DEP-I) TO WS-RET-DEP-AMT
                    MOVE 'N' TO WS-RET-PRENOTE
                    IF WS-DEP-TRAN(WS-DEP-I)(2:1) = '3'
                       MOVE 'Y' TO WS-RET-PRENOTE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-DEP-RUN TO WS-RET-RUN-ID
              IF WS-DEP-FOUND = 'N'
                 MOVE "Trace number not on the deposit file"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-IF

           *> amount - digits, one optional decimal point, spaces;
                 MOVE FUNCTION NUMVAL(WS-RET-AMT-TEXT)
                    TO WS-RET-AMT
              END-IF
              *> the bank quotes the original entry's amount back -
              *> one that disagrees means the trace is not the entry
              *> the bank is talking about (a prenote carried zero)
              IF WS-SKIP-REC = 'N' AND WS-RET-AMT NOT = WS-RET-DEP-AMT
                 MOVE "Amount does not match the deposit entry"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-IF

           *> a notice of change must actually carry a correction
           IF WS-SKIP-REC = 'N' AND WS-RET-TYPE-TEXT = 'C'
                 AND WS-RET-ROUT-TEXT = SPACES
                 AND WS-RET-ACCT-TEXT = SPACES
                 AND WS-RET-ATYPE-TEXT = SPACES
              MOVE "NOC carries no corrected details"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-RET-ATYPE-TEXT NOT = SPACES
                 AND WS-RET-ATYPE-TEXT NOT = "C"
                 AND WS-RET-ATYPE-TEXT NOT = "S"
              MOVE "NOC account type must be C or S"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'Y'
              PERFORM WRITE-REJECT
                    TO WS-RET-TBL-TYPE(WS-RET-TBL-COUNT)
                 MOVE WS-RET-REASON-TEXT
                    TO WS-RET-TBL-REASON(WS-RET-TBL-COUNT)
                 MOVE WS-RET-TRACE-TEXT
                    TO WS-RET-TBL-TRACE(WS-RET-TBL-COUNT)
                 MOVE WS-RET-EMP-ID
                    TO WS-RET-TBL-ID(WS-RET-TBL-COUNT)
                 MOVE WS-RET-RUN-ID
                    TO WS-RET-TBL-RUN(WS-RET-TBL-COUNT)
                 MOVE WS-RET-PRENOTE
                    TO WS-RET-TBL-PRENOTE(WS-RET-TBL-COUNT)
                 MOVE WS-RET-ATYPE-TEXT
                    TO WS-RET-TBL-ATYPE(WS-RET-TBL-COUNT)
                 MOVE WS-RET-AMT
                    TO WS-RET-TBL-AMT(WS-RET-TBL-COUNT)
                 MOVE WS-RET-ROUT-TEXT
                    TO WS-RET-TBL-ROUT(WS-RET-TBL-COUNT)
                 MOVE WS-RET-ACCT-TEXT
                    TO WS-RET-TBL-ACCT(WS-RET-TBL-COUNT)
                 MOVE WS-RET-DEP-ROUT
                    TO WS-RET-TBL-DEP-ROUT(WS-RET-TBL-COUNT)
                 MOVE WS-RET-DEP-ACCT
                    TO WS-RET-TBL-DEP-ACCT(WS-RET-TBL-COUNT)
                 MOVE SPACES
                    TO WS-RET-TBL-NAME(WS-RET-TBL-COUNT)
                 MOVE 0 TO WS-RET-TBL-NET(WS-RET-TBL-COUNT)
           *> a returned credit puts the banking record on hold so
           *> PAYROLL stops paying into the dead account next run,
           *> and lands on the worklist with the net now owed to
           *> the employee by other means. If the employee has
           *> changed banks since the run, holding the new account
           *> for the old one's return would stop good deposits -
           *> the item goes to a clerk instead of being applied
           MOVE 'N' TO WS-SKIP-REC
           PERFORM FETCH-BANK-RECORD
           IF WS-BANK-FOUND = 'N'
              MOVE SPACES TO WS-ERROR-MSG
                 INTO WS-ERROR-MSG
              END-STRING
              PERFORM WRITE-REJECT-FOR-ITEM
           ELSE IF BANK-ROUTING NOT = WS-RET-TBL-DEP-ROUT(WS-RET-I)
                 OR BANK-ACCOUNT NOT = WS-RET-TBL-DEP-ACCT(WS-RET-I)
              MOVE "Banking record no longer matches the deposit entry"
                 TO WS-ERROR-MSG
              PERFORM WRITE-REJECT-FOR-ITEM
              MOVE 'Y' TO WS-SKIP-REC
           ELSE IF WS-OLD-STATUS NOT = 'R'
              MOVE 'R' TO BANK-STATUS
              REWRITE BANK-REC
              PERFORM WRITE-AUDIT
           END-IF
           END-IF
           END-IF

           *> a returned prenote moved no money - the hold above
           *> is the whole job, and the check the employee got
           *> that run is not owed again
           IF WS-SKIP-REC = 'Y'
              CONTINUE
           ELSE IF WS-RET-TBL-PRENOTE(WS-RET-I) = 'Y'
              ADD 1 TO WS-PRENOTE-COUNT
           ELSE IF WS-RET-TBL-MATCH(WS-RET-I) = 'Y'
              ADD 1 TO WS-RETURN-COUNT
              ADD WS-RET-TBL-NET(WS-RET-I) TO WS-OWED-TOTAL
              PERFORM WRITE-WORKLIST-LINE
              END-STRING
              PERFORM WRITE-REJECT-FOR-ITEM
           END-IF
           END-IF
           END-IF
           EXIT.

       APPLY-ONE-NOC.
              MOVE "NOC for employee with no banking record"
                 TO WS-ERROR-MSG
              PERFORM WRITE-REJECT-FOR-ITEM
           *> a correction is only good against the details it was
           *> raised on - if the employee has moved banks since,
           *> applying it would overwrite the new account
           ELSE IF BANK-ROUTING NOT = WS-RET-TBL-DEP-ROUT(WS-RET-I)
                 OR BANK-ACCOUNT NOT = WS-RET-TBL-DEP-ACCT(WS-RET-I)
              MOVE "Banking record no longer matches the deposit entry"
                 TO WS-ERROR-MSG
              PERFORM WRITE-REJECT-FOR-ITEM
           ELSE
              IF WS-RET-TBL-ROUT(WS-RET-I) NOT = SPACES
                 MOVE WS-RET-TBL-ROUT(WS-RET-I) TO BANK-ROUTING
              IF WS-RET-TBL-ACCT(WS-RET-I) NOT = SPACES
                 MOVE WS-RET-TBL-ACCT(WS-RET-I) TO BANK-ACCOUNT
              END-IF
              IF WS-RET-TBL-ATYPE(WS-RET-I) NOT = SPACES
                 MOVE WS-RET-TBL-ATYPE(WS-RET-I) TO BANK-ACCT-TYPE
              END-IF
              MOVE 'P' TO BANK-STATUS
              MOVE WS-DATE-FORMAT TO BANK-PRENOTE-DATE
              REWRITE BANK-REC
              ADD 1 TO WS-NOC-COUNT
              PERFORM WRITE-AUDIT
           END-IF
           END-IF
           EXIT.

       FETCH-BANK-RECORD.
           MOVE SPACES TO WS-OLD-ROUTING
           MOVE SPACES TO WS-OLD-ACCOUNT
           MOVE SPACES TO WS-OLD-STATUS
           MOVE SPACES TO WS-OLD-ACCT-TYPE
           MOVE WS-RET-TBL-ID(WS-RET-I) TO BANK-EMP-ID
           READ EMP-BANK-FILE
              KEY IS BANK-EMP-ID
                 MOVE BANK-ROUTING TO WS-OLD-ROUTING
                 MOVE BANK-ACCOUNT TO WS-OLD-ACCOUNT
                 MOVE BANK-STATUS TO WS-OLD-STATUS
                 MOVE BANK-ACCT-TYPE TO WS-OLD-ACCT-TYPE
           END-READ
           EXIT.

                  WS-OLD-ACCOUNT     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-STATUS      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-ACCT-TYPE   DELIMITED BY SIZE
                  "] NOW ["          DELIMITED BY SIZE
                  BANK-ROUTING       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  BANK-ACCOUNT       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  BANK-STATUS        DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  BANK-ACCT-TYPE     DELIMITED BY SIZE
                  "]"                DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           EXIT.

       GET-RUN-PARAMETERS.
           *> JCL PARM equivalent - args 1-4 are the bank return
           *> file, the worklist file, the reject report file, and
           *> the deposit file the returns are against
           MOVE SPACES TO WS-RET-FILE

           DISPLAY 1 UPON ARGUMENT-NUMBER
              MOVE WS-PARM-TEXT TO WS-REJECT-FILE
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-ACH-FILE
           END-IF

           *> fall back to environment variables for anything not
           *> passed on the command line
           IF WS-RET-FILE = SPACES
           IF WS-RET-FILE = SPACES
              MOVE "bankret.dat" TO WS-RET-FILE
           END-IF
           IF WS-ACH-FILE = SPACES
              ACCEPT WS-ACH-FILE FROM ENVIRONMENT "PAYROLL_ACH_FILE"
           END-IF
           IF WS-ACH-FILE = SPACES
              MOVE "achpay.dat" TO WS-ACH-FILE
           END-IF

           *> operator identity for the audit trail - explicit
           *> BANKRET_USER wins, otherwise the login name
