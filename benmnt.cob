       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMNT.
       AUTHOR. Athos Exarchou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> batch maintenance transactions against the benefit
           *> plan master and the employee election master - one
           *> CSV line per action. Plan lines:
           *> PLANADD|PLANCHG,<plan>,<description>,<treatment>,
           *> <method>,<annual limit>,<match pct>,<match cap pct>,
           *> <carrier>,<status>
           *> where treatment is 'P' pre-tax or 'A' after-tax,
           *> method is 'F' flat per period or 'P' percent of
           *> gross, the annual limit caps the employee's own
           *> contributions for the year (blank/0 = no limit), the
           *> employer matches <match pct> of what the employee
           *> puts in, up to <match cap pct> of the period's gross
           *> (blank/0 = no cap), the carrier is who the plan's
           *> money is remitted to, and status is 'A' active or
           *> 'I' inactive (an inactive plan draws nothing). On
           *> PLANCHG a blank column keeps the current value.
           *> Election lines:
           *> ADD|CHANGE|CANCEL,<emp id>,<plan>,<amount>,<percent>
           *> the per-period amount for a flat plan or the percent
           *> of gross for a percentage plan - the other column
           *> stays blank (both ignored for CANCEL)
           SELECT TRX-FILE ASSIGN TO WS-TRX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-TRX-FILE-STATUS.

           *> rejected-transaction report
           SELECT REJ-FILE ASSIGN TO WS-REJECT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-REJ-FILE-STATUS.

           *> who/what/when audit trail of every plan and election
           *> change - the same audit standard as the deduction
           *> master
           SELECT AUD-FILE ASSIGN TO WS-AUDIT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-AUD-FILE-STATUS.

           *> benefit plan master - one record per plan, read by
           *> PAYROLL at startup
           SELECT BEN-PLAN-FILE ASSIGN TO WS-BENPLAN-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BPL-CODE
              FILE STATUS WS-BENPLAN-FILE-STATUS.

           *> employee election master - same layout PAYROLL takes
           *> the contributions from during pay calculation
           SELECT BEN-ELECT-FILE ASSIGN TO WS-BENELECT-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BEL-KEY
              FILE STATUS WS-BENELECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRX-FILE.
       01  TRX-REC PIC X(200). *> reads whole line (CSV)

       FD  REJ-FILE.
       01  REJ-REC PIC X(200).

       FD  AUD-FILE.
       01  AUD-REC PIC X(200).

       *> this layout is duplicated from PAYROLL, so any change
       *> there must be mirrored here
       FD  BEN-PLAN-FILE.
       01  BPL-REC.
           05 BPL-CODE         PIC X(4).
           05 BPL-DESC         PIC X(20).
           05 BPL-TAX-TREAT    PIC X(1). *> 'P' pre-tax, 'A' after
           05 BPL-METHOD       PIC X(1). *> 'F' flat, 'P' percent
           05 BPL-ANNUAL-LIMIT PIC 9(6)V99.
           05 BPL-MATCH-PCT    PIC 9(3)V99.
           05 BPL-MATCH-CAP    PIC 9(2)V99.
           05 BPL-CARRIER      PIC X(20).
           05 BPL-STATUS       PIC X(1). *> 'A' active, 'I' inactive

       *> this layout is duplicated from PAYROLL, so any change
       *> there must be mirrored here
       FD  BEN-ELECT-FILE.
       01  BEL-REC.
           05 BEL-KEY.
              10 BEL-EMP-ID PIC 9(4).
              10 BEL-PLAN   PIC X(4).
           05 BEL-AMT       PIC 9(4)V99.
           05 BEL-PCT       PIC 9(2)V99.
           05 BEL-STATUS    PIC X(1). *> 'A' active, 'C' cancelled
           05 BEL-YTD-EE    PIC 9(6)V99.
           05 BEL-YTD-ER    PIC 9(6)V99.
           05 BEL-LAST-RUN-ID PIC X(14).
           05 BEL-LAST-EE   PIC 9(4)V99.
           05 BEL-LAST-ER   PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       *> the action code alone - it decides which of the two
       *> column layouts below the rest of the line is parsed into
       77 WS-TRX-ACTION-TEXT PIC X(10).

       *> parsed plan transaction fields
       01 WS-PLAN-FIELDS.
           05 WS-PLN-ACTION-TEXT PIC X(10).
           05 WS-PLN-CODE-TEXT   PIC X(5).
           05 WS-PLN-DESC-TEXT   PIC X(20).
           05 WS-PLN-TREAT-TEXT  PIC X(1).
           05 WS-PLN-METHOD-TEXT PIC X(1).
           05 WS-PLN-LIMIT-TEXT  PIC X(12).
           05 WS-PLN-MATCH-TEXT  PIC X(12).
           05 WS-PLN-CAP-TEXT    PIC X(12).
           05 WS-PLN-CARR-TEXT   PIC X(20).
           05 WS-PLN-STATUS-TEXT PIC X(1).

       *> parsed election transaction fields - the ID field is one
       *> wider than a real ID so an over-long ID is caught and
       *> rejected instead of silently truncated onto some other
       *> employee's elections
       01 WS-TRX-FIELDS.
           05 WS-TRX-ACT-TEXT    PIC X(10).
           05 WS-TRX-ID-TEXT     PIC X(5).
           05 WS-TRX-PLAN-TEXT   PIC X(5).
           05 WS-TRX-AMT-TEXT    PIC X(12).
           05 WS-TRX-PCT-TEXT    PIC X(12).

       *> file status variables
       77 WS-TRX-FILE-STATUS      PIC XX.
       77 WS-REJ-FILE-STATUS      PIC XX.
       77 WS-AUD-FILE-STATUS      PIC XX.
       77 WS-BENPLAN-FILE-STATUS  PIC XX.
       77 WS-BENELECT-FILE-STATUS PIC XX.

       77 WS-TRX-FILE      PIC X(50) VALUE SPACES.
       77 WS-REJECT-FILE   PIC X(50) VALUE "benerr.txt".
       77 WS-AUDIT-FILE    PIC X(50) VALUE "benaudit.log".
       77 WS-BENPLAN-FILE  PIC X(50) VALUE "benplan.dat".
       77 WS-BENELECT-FILE PIC X(50) VALUE "benelect.dat".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       *> operator identity for the audit trail
       77 WS-OPERATOR PIC X(20) VALUE SPACES.

       *> rejection handling
       77 WS-ERROR-MSG PIC X(80).
       77 WS-SKIP-REC  PIC X VALUE 'N'. *> 'Y' = reject this trx
       77 WS-I         PIC 9(2).
       77 WS-CHAR      PIC X(1).
       77 WS-DIGITS    PIC 9(2) VALUE 0.
       77 WS-DOT       PIC 9(2) VALUE 0.
       *> digits seen before the decimal point - a value too wide
       *> for its master field is rejected outright, never silently
       *> truncated into a smaller amount
       77 WS-INT-DIGITS PIC 9(2) VALUE 0.

       *> one money/percent column under test: its text, the name
       *> used in the reject message, and the whole digits its
       *> master field holds
       77 WS-CHK-TEXT    PIC X(12).
       77 WS-CHK-NAME    PIC X(20).
       77 WS-CHK-MAX-INT PIC 9(2).

       *> counters for the end-of-run summary
       77 WS-TRX-COUNT    PIC 9(6) VALUE 0.
       77 WS-APPLY-COUNT  PIC 9(6) VALUE 0.
       77 WS-REJECT-COUNT PIC 9(6) VALUE 0.

       *> numeric transaction fields
       77 WS-TRX-EMP-ID PIC 9(4).
       77 WS-TRX-AMT    PIC 9(4)V99.
       77 WS-TRX-PCT    PIC 9(2)V99.
       77 WS-PLN-LIMIT  PIC 9(6)V99.
       77 WS-PLN-MATCH  PIC 9(3)V99.
       77 WS-PLN-CAP    PIC 9(2)V99.

       *> before-images of the master records, for the audit trail
       77 WS-PLAN-FOUND  PIC X VALUE 'N'.
       77 WS-OLD-TREAT   PIC X(1).
       77 WS-OLD-METHOD  PIC X(1).
       77 WS-OLD-LIMIT   PIC 9(6)V99.
       77 WS-OLD-MATCH   PIC 9(3)V99.
       77 WS-OLD-CAP     PIC 9(2)V99.
       77 WS-OLD-CARRIER PIC X(20).
       77 WS-OLD-PSTATUS PIC X(1).
       77 WS-ELECT-FOUND PIC X VALUE 'N'.
       77 WS-OLD-AMT     PIC 9(4)V99.
       77 WS-OLD-PCT     PIC 9(2)V99.
       77 WS-OLD-STATUS  PIC X(1).

       *> edited amounts for the audit line
       77 WS-AMT-STR       PIC ZZZ9.99.
       77 WS-PCT-STR       PIC Z9.99.
       77 WS-OLD-AMT-STR   PIC ZZZ9.99.
       77 WS-OLD-PCT-STR   PIC Z9.99.
       77 WS-YTD-STR       PIC ZZZZZ9.99.
       77 WS-LIMIT-STR     PIC ZZZZZ9.99.
       77 WS-MATCH-STR     PIC ZZ9.99.
       77 WS-CAP-STR       PIC Z9.99.
       77 WS-OLD-LIMIT-STR PIC ZZZZZ9.99.
       77 WS-OLD-MATCH-STR PIC ZZ9.99.
       77 WS-OLD-CAP-STR   PIC Z9.99.

       77 WS-EOF PIC X(3) VALUE "NO".

       *> date/time fields for audit stamping
       77 WS-DATE-YYYYMMDD PIC 9(8).
       77 WS-DATE-FORMAT   PIC X(10). *> "YYYY-MM-DD"
       77 WS-TIME-HHMMSSHH PIC 9(8).
       77 WS-TIME-FORMAT   PIC X(8).  *> "HH:MM:SS"

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM GET-RUN-PARAMETERS

           *> get system date/time and format for the audit stamp
           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-TIME-HHMMSSHH FROM TIME
           STRING
              WS-DATE-YYYYMMDD(1:4) DELIMITED BY SIZE
              "-"                   DELIMITED BY SIZE
              WS-DATE-YYYYMMDD(5:2) DELIMITED BY SIZE
              "-"                   DELIMITED BY SIZE
              WS-DATE-YYYYMMDD(7:2) DELIMITED BY SIZE
              INTO WS-DATE-FORMAT
           END-STRING
           STRING
              WS-TIME-HHMMSSHH(1:2) DELIMITED BY SIZE
              ":"                   DELIMITED BY SIZE
              WS-TIME-HHMMSSHH(3:2) DELIMITED BY SIZE
              ":"                   DELIMITED BY SIZE
              WS-TIME-HHMMSSHH(5:2) DELIMITED BY SIZE
              INTO WS-TIME-FORMAT
           END-STRING

           OPEN INPUT TRX-FILE
           IF WS-TRX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open transaction file "
                  WS-TRX-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT REJ-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open reject report file"
               STOP RUN
           END-IF

           *> audit log accumulates forever - never overwrite it
           OPEN EXTEND AUD-FILE
           IF WS-AUD-FILE-STATUS = "35"
              OPEN OUTPUT AUD-FILE
           END-IF
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open audit log file"
               STOP RUN
           END-IF

           *> open both masters, creating them on first run
           OPEN I-O BEN-PLAN-FILE
           IF WS-BENPLAN-FILE-STATUS = "35"
              OPEN OUTPUT BEN-PLAN-FILE
              CLOSE BEN-PLAN-FILE
              OPEN I-O BEN-PLAN-FILE
           END-IF
           IF WS-BENPLAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open benefit plan master file"
               STOP RUN
           END-IF

           OPEN I-O BEN-ELECT-FILE
           IF WS-BENELECT-FILE-STATUS = "35"
              OPEN OUTPUT BEN-ELECT-FILE
              CLOSE BEN-ELECT-FILE
              OPEN I-O BEN-ELECT-FILE
           END-IF
           IF WS-BENELECT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open benefit election file"
               STOP RUN
           END-IF

           PERFORM APPLY-TRANSACTIONS

           CLOSE TRX-FILE REJ-FILE AUD-FILE BEN-PLAN-FILE
                 BEN-ELECT-FILE

           DISPLAY "Benefit maintenance complete - "
              WS-TRX-COUNT " read, "
              WS-APPLY-COUNT " applied, "
              WS-REJECT-COUNT " rejected"

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-TRANSACTIONS.
           *> process each maintenance transaction - plan lines and
           *> election lines may be mixed, so a new plan and its
           *> first enrolments can go in one batch (plan first)
           PERFORM UNTIL WS-EOF = "YES"
               READ TRX-FILE
                  AT END
                     MOVE "YES" TO WS-EOF
                  NOT AT END
                  ADD 1 TO WS-TRX-COUNT

                  MOVE SPACES TO WS-ERROR-MSG
                  MOVE 'N' TO WS-SKIP-REC
                  MOVE SPACES TO WS-TRX-ACTION-TEXT

                  UNSTRING TRX-REC
                    DELIMITED BY ","
                    INTO WS-TRX-ACTION-TEXT

                  EVALUATE WS-TRX-ACTION-TEXT
                     WHEN "PLANADD   "
                        PERFORM APPLY-PLAN-TRANSACTION
                     WHEN "PLANCHG   "
                        PERFORM APPLY-PLAN-TRANSACTION
                     WHEN "ADD       "
                        PERFORM APPLY-ELECTION-TRANSACTION
                     WHEN "CHANGE    "
                        PERFORM APPLY-ELECTION-TRANSACTION
                     WHEN "CANCEL    "
                        PERFORM APPLY-ELECTION-TRANSACTION
                     WHEN SPACES
                        MOVE "Malformed transaction - missing field"
                           TO WS-ERROR-MSG
                        MOVE 'Y' TO WS-SKIP-REC
                     WHEN OTHER
                        MOVE "Unknown action code"
                           TO WS-ERROR-MSG
                        MOVE 'Y' TO WS-SKIP-REC
                  END-EVALUATE

                  IF WS-SKIP-REC = 'Y'
                     PERFORM WRITE-REJECT
                  END-IF

               END-READ
           END-PERFORM
           EXIT.

       APPLY-PLAN-TRANSACTION.
           MOVE SPACES TO WS-PLAN-FIELDS
           UNSTRING TRX-REC
             DELIMITED BY ","
             INTO WS-PLN-ACTION-TEXT
                WS-PLN-CODE-TEXT
                WS-PLN-DESC-TEXT
                WS-PLN-TREAT-TEXT
                WS-PLN-METHOD-TEXT
                WS-PLN-LIMIT-TEXT
                WS-PLN-MATCH-TEXT
                WS-PLN-CAP-TEXT
                WS-PLN-CARR-TEXT
                WS-PLN-STATUS-TEXT

           IF WS-PLN-CODE-TEXT = SPACES
              MOVE "Malformed transaction - missing plan code"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-PLN-CODE-TEXT(5:1)
                                                  NOT = SPACE
              MOVE "Plan code longer than 4 characters"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> coded columns - blank is allowed here, the ADD and
           *> CHANGE rules below decide whether blank is enough
           IF WS-SKIP-REC = 'N'
                 AND WS-PLN-TREAT-TEXT NOT = SPACE
                 AND WS-PLN-TREAT-TEXT NOT = 'P'
                 AND WS-PLN-TREAT-TEXT NOT = 'A'
              MOVE "Treatment must be P (pre-tax) or A (after-tax)"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N'
                 AND WS-PLN-METHOD-TEXT NOT = SPACE
                 AND WS-PLN-METHOD-TEXT NOT = 'F'
                 AND WS-PLN-METHOD-TEXT NOT = 'P'
              MOVE "Method must be F (flat) or P (percent)"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N'
                 AND WS-PLN-STATUS-TEXT NOT = SPACE
                 AND WS-PLN-STATUS-TEXT NOT = 'A'
                 AND WS-PLN-STATUS-TEXT NOT = 'I'
              MOVE "Plan status must be A or I" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> annual limit, match percent and match cap
           MOVE 0 TO WS-PLN-LIMIT
           IF WS-SKIP-REC = 'N' AND WS-PLN-LIMIT-TEXT NOT = SPACES
              MOVE WS-PLN-LIMIT-TEXT TO WS-CHK-TEXT
              MOVE "Annual limit" TO WS-CHK-NAME
              MOVE 6 TO WS-CHK-MAX-INT
              PERFORM CHECK-AMOUNT-TEXT
              IF WS-SKIP-REC = 'N'
                 MOVE FUNCTION NUMVAL(WS-PLN-LIMIT-TEXT)
                    TO WS-PLN-LIMIT
              END-IF
           END-IF
           MOVE 0 TO WS-PLN-MATCH
           IF WS-SKIP-REC = 'N' AND WS-PLN-MATCH-TEXT NOT = SPACES
              MOVE WS-PLN-MATCH-TEXT TO WS-CHK-TEXT
              MOVE "Match percent" TO WS-CHK-NAME
              MOVE 3 TO WS-CHK-MAX-INT
              PERFORM CHECK-AMOUNT-TEXT
              IF WS-SKIP-REC = 'N'
                 MOVE FUNCTION NUMVAL(WS-PLN-MATCH-TEXT)
                    TO WS-PLN-MATCH
              END-IF
           END-IF
           MOVE 0 TO WS-PLN-CAP
           IF WS-SKIP-REC = 'N' AND WS-PLN-CAP-TEXT NOT = SPACES
              MOVE WS-PLN-CAP-TEXT TO WS-CHK-TEXT
              MOVE "Match cap percent" TO WS-CHK-NAME
              MOVE 2 TO WS-CHK-MAX-INT
              PERFORM CHECK-AMOUNT-TEXT
              IF WS-SKIP-REC = 'N'
                 MOVE FUNCTION NUMVAL(WS-PLN-CAP-TEXT)
                    TO WS-PLN-CAP
              END-IF
           END-IF

           *> fetch the current plan record (if any) once, for the
           *> conflict checks and the audit before-image
           IF WS-SKIP-REC = 'N'
              MOVE WS-PLN-CODE-TEXT TO BPL-CODE
              PERFORM READ-PLAN
           END-IF

           IF WS-SKIP-REC = 'N'
              IF WS-PLN-ACTION-TEXT = "PLANADD"
                 PERFORM APPLY-PLAN-ADD
              ELSE
                 PERFORM APPLY-PLAN-CHANGE
              END-IF
           END-IF
           EXIT.

       READ-PLAN.
           *> BPL-CODE is set by the caller
           MOVE 'N' TO WS-PLAN-FOUND
           MOVE SPACES TO WS-OLD-TREAT
           MOVE SPACES TO WS-OLD-METHOD
           MOVE 0 TO WS-OLD-LIMIT
           MOVE 0 TO WS-OLD-MATCH
           MOVE 0 TO WS-OLD-CAP
           MOVE SPACES TO WS-OLD-CARRIER
           MOVE SPACES TO WS-OLD-PSTATUS
           READ BEN-PLAN-FILE
              KEY IS BPL-CODE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PLAN-FOUND
                 MOVE BPL-TAX-TREAT TO WS-OLD-TREAT
                 MOVE BPL-METHOD TO WS-OLD-METHOD
                 MOVE BPL-ANNUAL-LIMIT TO WS-OLD-LIMIT
                 MOVE BPL-MATCH-PCT TO WS-OLD-MATCH
                 MOVE BPL-MATCH-CAP TO WS-OLD-CAP
                 MOVE BPL-CARRIER TO WS-OLD-CARRIER
                 MOVE BPL-STATUS TO WS-OLD-PSTATUS
           END-READ
           EXIT.

       APPLY-PLAN-ADD.
           IF WS-PLAN-FOUND = 'Y'
              MOVE "Plan already on master" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N'
                 AND (WS-PLN-TREAT-TEXT = SPACE
                   OR WS-PLN-METHOD-TEXT = SPACE)
              MOVE "PLANADD requires treatment and method"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           *> the plan's money has to go somewhere - the remittance
           *> file totals by plan and names the carrier
           IF WS-SKIP-REC = 'N' AND WS-PLN-CARR-TEXT = SPACES
              MOVE "PLANADD requires a carrier" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N'
              MOVE WS-PLN-CODE-TEXT TO BPL-CODE
              MOVE WS-PLN-DESC-TEXT TO BPL-DESC
              MOVE WS-PLN-TREAT-TEXT TO BPL-TAX-TREAT
              MOVE WS-PLN-METHOD-TEXT TO BPL-METHOD
              MOVE WS-PLN-LIMIT TO BPL-ANNUAL-LIMIT
              MOVE WS-PLN-MATCH TO BPL-MATCH-PCT
              MOVE WS-PLN-CAP TO BPL-MATCH-CAP
              MOVE WS-PLN-CARR-TEXT TO BPL-CARRIER
              *> active unless the transaction says otherwise
              MOVE 'A' TO BPL-STATUS
              IF WS-PLN-STATUS-TEXT = 'I'
                 MOVE 'I' TO BPL-STATUS
              END-IF
              WRITE BPL-REC
                 INVALID KEY
                    MOVE "Benefit plan master write failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-WRITE
           END-IF
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-PLAN-AUDIT
           END-IF
           EXIT.

       APPLY-PLAN-CHANGE.
           IF WS-PLAN-FOUND = 'N'
              MOVE "Plan not on master" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> the method decides what the elections' columns mean
           *> - switching it would turn every enrolled employee's
           *> dollar amount into a percentage (or back), so a new
           *> method is a new plan
           IF WS-SKIP-REC = 'N'
                 AND WS-PLN-METHOD-TEXT NOT = SPACE
                 AND WS-PLN-METHOD-TEXT NOT = WS-OLD-METHOD
              MOVE "Method cannot change - set up a new plan"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N'
              *> blank columns keep the current values
              IF WS-PLN-DESC-TEXT NOT = SPACES
                 MOVE WS-PLN-DESC-TEXT TO BPL-DESC
              END-IF
              IF WS-PLN-TREAT-TEXT NOT = SPACE
                 MOVE WS-PLN-TREAT-TEXT TO BPL-TAX-TREAT
              END-IF
              IF WS-PLN-LIMIT-TEXT NOT = SPACES
                 MOVE WS-PLN-LIMIT TO BPL-ANNUAL-LIMIT
              END-IF
              IF WS-PLN-MATCH-TEXT NOT = SPACES
                 MOVE WS-PLN-MATCH TO BPL-MATCH-PCT
              END-IF
              IF WS-PLN-CAP-TEXT NOT = SPACES
                 MOVE WS-PLN-CAP TO BPL-MATCH-CAP
              END-IF
              IF WS-PLN-CARR-TEXT NOT = SPACES
                 MOVE WS-PLN-CARR-TEXT TO BPL-CARRIER
              END-IF
              IF WS-PLN-STATUS-TEXT NOT = SPACE
                 MOVE WS-PLN-STATUS-TEXT TO BPL-STATUS
              END-IF
              REWRITE BPL-REC
                 INVALID KEY
                    MOVE "Benefit plan master rewrite failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-REWRITE
           END-IF
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-PLAN-AUDIT
           END-IF
           EXIT.

       APPLY-ELECTION-TRANSACTION.
           MOVE SPACES TO WS-TRX-FIELDS
           UNSTRING TRX-REC
             DELIMITED BY ","
             INTO WS-TRX-ACT-TEXT
                WS-TRX-ID-TEXT
                WS-TRX-PLAN-TEXT
                WS-TRX-AMT-TEXT
                WS-TRX-PCT-TEXT

           *> every election action needs an ID and a plan
           IF WS-TRX-ID-TEXT = SPACES OR WS-TRX-PLAN-TEXT = SPACES
              MOVE "Malformed transaction - missing field"
                    TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N' AND WS-TRX-ID-TEXT(5:1)
                                                  NOT = SPACE
              MOVE "Employee ID longer than 4 digits"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-TRX-PLAN-TEXT(5:1)
                                                  NOT = SPACE
              MOVE "Plan code longer than 4 characters"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> validate the ID - digits only
           IF WS-SKIP-REC = 'N'
              MOVE 0 TO WS-DIGITS
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >
                                           4 OR WS-SKIP-REC = 'Y'
                 MOVE WS-TRX-ID-TEXT(WS-I:1) TO WS-CHAR
                 IF WS-CHAR IS NUMERIC
                    ADD 1 TO WS-DIGITS
                 ELSE IF WS-CHAR = SPACE
                    CONTINUE
                 ELSE
                    MOVE "Invalid character in employee ID"
                         TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
                 END-IF
              END-PERFORM

              IF WS-SKIP-REC = 'N' AND WS-DIGITS = 0
                 MOVE "Employee ID has no digits"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF

              IF WS-SKIP-REC = 'N'
                 MOVE FUNCTION NUMVAL(WS-TRX-ID-TEXT)
                    TO WS-TRX-EMP-ID
              END-IF
           END-IF

           *> amount and percent for ADD/CHANGE
           MOVE 0 TO WS-TRX-AMT
           MOVE 0 TO WS-TRX-PCT
           IF WS-SKIP-REC = 'N' AND WS-TRX-ACT-TEXT NOT = "CANCEL"
              IF WS-TRX-AMT-TEXT NOT = SPACES
                 MOVE WS-TRX-AMT-TEXT TO WS-CHK-TEXT
                 MOVE "Amount" TO WS-CHK-NAME
                 MOVE 4 TO WS-CHK-MAX-INT
                 PERFORM CHECK-AMOUNT-TEXT
                 IF WS-SKIP-REC = 'N'
                    MOVE FUNCTION NUMVAL(WS-TRX-AMT-TEXT)
                       TO WS-TRX-AMT
                 END-IF
              END-IF
              IF WS-SKIP-REC = 'N' AND WS-TRX-PCT-TEXT NOT = SPACES
                 MOVE WS-TRX-PCT-TEXT TO WS-CHK-TEXT
                 MOVE "Percent" TO WS-CHK-NAME
                 MOVE 2 TO WS-CHK-MAX-INT
                 PERFORM CHECK-AMOUNT-TEXT
                 IF WS-SKIP-REC = 'N'
                    MOVE FUNCTION NUMVAL(WS-TRX-PCT-TEXT)
                       TO WS-TRX-PCT
                 END-IF
              END-IF
           END-IF

           *> the plan decides which column the election uses
           IF WS-SKIP-REC = 'N'
              MOVE WS-TRX-PLAN-TEXT TO BPL-CODE
              PERFORM READ-PLAN
              IF WS-PLAN-FOUND = 'N'
                 MOVE "Plan not on master" TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-TRX-ACT-TEXT NOT = "CANCEL"
              IF BPL-METHOD = 'F'
                 IF WS-TRX-AMT = 0 OR WS-TRX-PCT > 0
                    MOVE "Flat plan needs an amount and no percent"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
                 END-IF
              ELSE
                 IF WS-TRX-PCT = 0 OR WS-TRX-AMT > 0
                    MOVE "Percent plan needs a percent and no amount"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
                 END-IF
              END-IF
           END-IF

           *> fetch the current election (if any) once
           IF WS-SKIP-REC = 'N'
              MOVE 'N' TO WS-ELECT-FOUND
              MOVE 0 TO WS-OLD-AMT
              MOVE 0 TO WS-OLD-PCT
              MOVE SPACES TO WS-OLD-STATUS
              MOVE WS-TRX-EMP-ID TO BEL-EMP-ID
              MOVE WS-TRX-PLAN-TEXT TO BEL-PLAN
              READ BEN-ELECT-FILE
                 KEY IS BEL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-ELECT-FOUND
                    MOVE BEL-AMT TO WS-OLD-AMT
                    MOVE BEL-PCT TO WS-OLD-PCT
                    MOVE BEL-STATUS TO WS-OLD-STATUS
              END-READ
           END-IF

           IF WS-SKIP-REC = 'N'
              EVALUATE WS-TRX-ACT-TEXT
                 WHEN "ADD       "
                    PERFORM APPLY-ADD
                 WHEN "CHANGE    "
                    PERFORM APPLY-CHANGE
                 WHEN OTHER
                    PERFORM APPLY-CANCEL
              END-EVALUATE
           END-IF
           EXIT.

       APPLY-ADD.
           IF WS-ELECT-FOUND = 'Y' AND WS-OLD-STATUS NOT = 'C'
              MOVE "Election already on master for this employee"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND BPL-STATUS NOT = 'A'
              MOVE "Plan is inactive - no new enrolments"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N'
              MOVE WS-TRX-AMT TO BEL-AMT
              MOVE WS-TRX-PCT TO BEL-PCT
              MOVE 'A' TO BEL-STATUS
              IF WS-ELECT-FOUND = 'Y'
                 *> re-enrolling after a cancel in the same year -
                 *> the contributions already made still count
                 *> against the annual limit, so the record and
                 *> its year-to-date figures are kept
                 REWRITE BEL-REC
                    INVALID KEY
                       MOVE "Benefit election rewrite failed"
                          TO WS-ERROR-MSG
                       MOVE 'Y' TO WS-SKIP-REC
                 END-REWRITE
              ELSE
                 MOVE WS-TRX-EMP-ID TO BEL-EMP-ID
                 MOVE WS-TRX-PLAN-TEXT TO BEL-PLAN
                 MOVE 0 TO BEL-YTD-EE
                 MOVE 0 TO BEL-YTD-ER
                 MOVE SPACES TO BEL-LAST-RUN-ID
                 MOVE 0 TO BEL-LAST-EE
                 MOVE 0 TO BEL-LAST-ER
                 WRITE BEL-REC
                    INVALID KEY
                       MOVE "Benefit election write failed"
                          TO WS-ERROR-MSG
                       MOVE 'Y' TO WS-SKIP-REC
                 END-WRITE
              END-IF
           END-IF
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-ELECTION-AUDIT
           END-IF
           EXIT.

       APPLY-CHANGE.
           IF WS-ELECT-FOUND = 'N'
              MOVE "Election not on master for this employee"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-OLD-STATUS = 'C'
              MOVE "Election is cancelled - ADD to re-enrol"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N'
              MOVE WS-TRX-AMT TO BEL-AMT
              MOVE WS-TRX-PCT TO BEL-PCT
              REWRITE BEL-REC
                 INVALID KEY
                    MOVE "Benefit election rewrite failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-REWRITE
           END-IF
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-ELECTION-AUDIT
           END-IF
           EXIT.

       APPLY-CANCEL.
           *> cancel stops the contributions but keeps the record -
           *> its year-to-date figures still count against the
           *> annual limit if the employee re-enrols, and YEAREND
           *> still needs them
           IF WS-ELECT-FOUND = 'N'
              MOVE "Election not on master for this employee"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-OLD-STATUS = 'C'
              MOVE "Election is already cancelled" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N'
              MOVE 0 TO BEL-AMT
              MOVE 0 TO BEL-PCT
              MOVE 'C' TO BEL-STATUS
              REWRITE BEL-REC
                 INVALID KEY
                    MOVE "Benefit election rewrite failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-REWRITE
           END-IF
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-ELECTION-AUDIT
           END-IF
           EXIT.

       CHECK-AMOUNT-TEXT.
           *> WS-CHK-TEXT must be digits with at most one decimal
           *> point and no more than WS-CHK-MAX-INT whole digits
           MOVE 0 TO WS-DOT
           MOVE 0 TO WS-DIGITS
           MOVE 0 TO WS-INT-DIGITS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >
                                       12 OR WS-SKIP-REC = 'Y'
              MOVE WS-CHK-TEXT(WS-I:1) TO WS-CHAR
              IF WS-CHAR IS NUMERIC
                 ADD 1 TO WS-DIGITS
                 IF WS-DOT = 0
                    ADD 1 TO WS-INT-DIGITS
                 END-IF
              ELSE IF WS-CHAR = '.'
                 ADD 1 TO WS-DOT
                 IF WS-DOT > 1
                    STRING WS-CHK-NAME DELIMITED BY "  "
                           " has multiple decimal points"
                              DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                    END-STRING
                    MOVE 'Y' TO WS-SKIP-REC
                 END-IF
              ELSE IF WS-CHAR = SPACE
                 CONTINUE
              ELSE
                 STRING "Invalid character in " DELIMITED BY SIZE
                        WS-CHK-NAME DELIMITED BY "  "
                    INTO WS-ERROR-MSG
                 END-STRING
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-PERFORM
           IF WS-SKIP-REC = 'N' AND WS-DIGITS = 0
              STRING WS-CHK-NAME DELIMITED BY "  "
                     " field has no digits" DELIMITED BY SIZE
                 INTO WS-ERROR-MSG
              END-STRING
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-INT-DIGITS > WS-CHK-MAX-INT
              STRING WS-CHK-NAME DELIMITED BY "  "
                     " is too large" DELIMITED BY SIZE
                 INTO WS-ERROR-MSG
              END-STRING
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           EXIT.

       WRITE-PLAN-AUDIT.
           *> one line per applied plan change: when - who - what -
           *> which plan - treatment/method/limit/match/cap/carrier/
           *> status before -> after
           MOVE WS-OLD-LIMIT TO WS-OLD-LIMIT-STR
           MOVE WS-OLD-MATCH TO WS-OLD-MATCH-STR
           MOVE WS-OLD-CAP TO WS-OLD-CAP-STR
           MOVE BPL-ANNUAL-LIMIT TO WS-LIMIT-STR
           MOVE BPL-MATCH-PCT TO WS-MATCH-STR
           MOVE BPL-MATCH-CAP TO WS-CAP-STR
           MOVE SPACES TO AUD-REC
           STRING WS-DATE-FORMAT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TIME-FORMAT     DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-OPERATOR        DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-PLN-ACTION-TEXT DELIMITED BY SIZE
                  " - PLAN "         DELIMITED BY SIZE
                  BPL-CODE           DELIMITED BY SIZE
                  " - WAS ["         DELIMITED BY SIZE
                  WS-OLD-TREAT       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-METHOD      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-LIMIT-STR   DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-MATCH-STR   DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-CAP-STR     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-CARRIER     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-PSTATUS     DELIMITED BY SIZE
                  "] NOW ["          DELIMITED BY SIZE
                  BPL-TAX-TREAT      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  BPL-METHOD         DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-LIMIT-STR       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-MATCH-STR       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-CAP-STR         DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  BPL-CARRIER        DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  BPL-STATUS         DELIMITED BY SIZE
                  "]"                DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           EXIT.

       WRITE-ELECTION-AUDIT.
           *> one line per applied election change: when - who -
           *> what - which employee/plan - amount/percent/status
           *> before -> after, plus the year-to-date contributions
           *> standing against the annual limit
           MOVE WS-OLD-AMT TO WS-OLD-AMT-STR
           MOVE WS-OLD-PCT TO WS-OLD-PCT-STR
           MOVE BEL-AMT TO WS-AMT-STR
           MOVE BEL-PCT TO WS-PCT-STR
           MOVE BEL-YTD-EE TO WS-YTD-STR
           MOVE SPACES TO AUD-REC
           STRING WS-DATE-FORMAT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TIME-FORMAT     DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-OPERATOR        DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-TRX-ACT-TEXT    DELIMITED BY SIZE
                  " - ID "           DELIMITED BY SIZE
                  WS-TRX-EMP-ID      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  BEL-PLAN           DELIMITED BY SIZE
                  " - WAS ["         DELIMITED BY SIZE
                  WS-OLD-AMT-STR     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-PCT-STR     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-OLD-STATUS      DELIMITED BY SIZE
                  "] NOW ["          DELIMITED BY SIZE
                  WS-AMT-STR         DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-PCT-STR         DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  BEL-STATUS         DELIMITED BY SIZE
                  "] YTD "           DELIMITED BY SIZE
                  WS-YTD-STR         DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           EXIT.

       WRITE-REJECT.
           *> rejected transaction report: date - reason - raw line
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJ-REC
           STRING WS-DATE-FORMAT DELIMITED BY SIZE
               " - "          DELIMITED BY SIZE
               WS-ERROR-MSG   DELIMITED BY SIZE
               " - RAW: "     DELIMITED BY SIZE
               TRX-REC        DELIMITED BY SIZE
            INTO REJ-REC
           END-STRING
           WRITE REJ-REC
           EXIT.

       GET-RUN-PARAMETERS.
           *> JCL PARM equivalent - args 1-3 are transaction file,
           *> reject report file, audit log file
           MOVE SPACES TO WS-TRX-FILE

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-TRX-FILE
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-REJECT-FILE
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-AUDIT-FILE
           END-IF

           *> fall back to environment variables for anything not
           *> passed on the command line
           IF WS-TRX-FILE = SPACES
              ACCEPT WS-TRX-FILE FROM ENVIRONMENT "BENMNT_TRX_FILE"
           END-IF
           IF WS-TRX-FILE = SPACES
              MOVE "bentrx.csv" TO WS-TRX-FILE
           END-IF

           *> operator identity for the audit trail - explicit
           *> BENMNT_USER wins, otherwise the login name
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "BENMNT_USER"
           IF WS-OPERATOR = SPACES
              ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF
           IF WS-OPERATOR = SPACES
              MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF
           EXIT.
