           *> batch maintenance transactions against the roster
           *> master - one CSV line per action, format:
           *> <ACTION>,<emp id>,<emp name>,<pay type>,<freq>,
           *> <salary>,<filing>,<allowances>,<hourly rate>,
           *> <effective date YYYY-MM-DD>
           *> where ACTION is ADD / CHANGE / TERMINATE / REINSTATE
           *> / CANCEL
           *> (name is required for ADD and CHANGE, ignored for the
           *> status actions; pay type 'H'/'S', frequency 'W'/'B'/
           *> 'M', the per-period salary, the withholding filing
           *> status 'S'/'M' and the allowance count are optional -
           *> ADD defaults to hourly weekly single with no
           *> allowances, CHANGE keeps the current values when the
           *> columns are blank). A CHANGE to the pay columns dated
           *> after today is held on the rate history until that
           *> morning; CANCEL withdraws a held change by its date
           SELECT TRX-FILE ASSIGN TO WS-TRX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-TRX-FILE-STATUS.
              RECORD KEY IS ROSTER-EMP-ID
              FILE STATUS WS-ROSTER-FILE-STATUS.

           *> effective-dated pay history - one record per employee
           *> per effective date holding the whole pay profile in
           *> force from that date; future-dated changes wait here
           *> as pending until their date comes round, and PAYROLL
           *> and TIMECLK read it for the rate in force
           SELECT RATE-HIST-FILE ASSIGN TO WS-RATEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-KEY
              FILE STATUS WS-RH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRX-FILE.
           *> build the payroll CSV without rekeying rates
           05 ROSTER-RATE     PIC 9(3)V99.

       *> rate history record - this layout is duplicated in
       *> PAYROLL, TIMECLK and RATEINQ, so any change here must be
       *> mirrored there
       FD  RATE-HIST-FILE.
       01  RH-REC.
           05 RH-KEY.
              10 RH-EMP-ID   PIC 9(4).
              10 RH-EFF-DATE PIC X(10). *> "YYYY-MM-DD"
           *> 'P' pending (not yet on the roster), 'A' applied,
           *> 'X' cancelled before it took effect
           05 RH-STATUS   PIC X(1).
           05 RH-PAY-TYPE PIC X(1).
           05 RH-FREQ     PIC X(1).
           05 RH-SALARY   PIC 9(7)V99.
           05 RH-FILING   PIC X(1).
           05 RH-ALLOW    PIC 9(2).
           05 RH-RATE     PIC 9(3)V99.
           *> when and by whom the change was keyed
           05 RH-ENTERED  PIC X(10).
           05 RH-OPERATOR PIC X(20).

       WORKING-STORAGE SECTION.

       *> parsed transaction fields (used after UNSTRING) - the ID
           05 WS-TRX-FIL-TEXT    PIC X(1).
           05 WS-TRX-ALW-TEXT    PIC X(2).
           05 WS-TRX-RATE-TEXT   PIC X(8).
           05 WS-TRX-EFF-TEXT    PIC X(10).

       *> file status variables
       77 WS-TRX-FILE-STATUS    PIC XX.
       77 WS-REJ-FILE-STATUS    PIC XX.
       77 WS-AUD-FILE-STATUS    PIC XX.
       77 WS-ROSTER-FILE-STATUS PIC XX.
       77 WS-RH-FILE-STATUS     PIC XX.

       77 WS-TRX-FILE    PIC X(50) VALUE SPACES.
       77 WS-REJECT-FILE PIC X(50) VALUE "rostererr.txt".
       77 WS-AUDIT-FILE  PIC X(50) VALUE "rosteraudit.log".
       77 WS-ROSTER-FILE PIC X(50) VALUE "roster.dat".
       77 WS-RATEHIST-FILE PIC X(50) VALUE "ratehist.dat".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       77 WS-TRX-COUNT    PIC 9(6) VALUE 0.
       77 WS-APPLY-COUNT  PIC 9(6) VALUE 0.
       77 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       77 WS-PEND-COUNT   PIC 9(6) VALUE 0.
       77 WS-EFFECT-COUNT PIC 9(6) VALUE 0.

       *> effective-date handling - the date a pay change takes
       *> effect (blank on the transaction means today), whether
       *> the transaction touches the pay profile at all, and what
       *> the employee's rate history already holds around it
       77 WS-EFF-DATE      PIC X(10) VALUE SPACES.
       77 WS-PAY-SUPPLIED  PIC X VALUE 'N'.
       77 WS-LATER-PENDING PIC X VALUE 'N'.
       77 WS-LATER-APPLIED PIC X VALUE 'N'.
       77 WS-RH-EXISTS     PIC X VALUE 'N'.
       77 WS-RH-DONE       PIC X VALUE 'N'.
       77 WS-RH-EOF        PIC X(3) VALUE "NO".
       77 WS-EFF-YYYYMMDD  PIC 9(8) VALUE 0.
       *> the pay profile the new history record starts from -
       *> the latest one in force on the effective date, else
       *> the roster as it stands
       77 WS-SNAP-TYPE   PIC X(1).
       77 WS-SNAP-FREQ   PIC X(1).
       77 WS-SNAP-SALARY PIC 9(7)V99 VALUE 0.
       77 WS-SNAP-FILING PIC X(1).
       77 WS-SNAP-ALLOW  PIC 9(2) VALUE 0.
       77 WS-SNAP-RATE   PIC 9(3)V99 VALUE 0.

       *> numeric transaction fields
       77 WS-TRX-EMP-ID PIC 9(4).
               STOP RUN
           END-IF

           *> the rate history is created the same way on first use
           OPEN I-O RATE-HIST-FILE
           IF WS-RH-FILE-STATUS = "35"
              OPEN OUTPUT RATE-HIST-FILE
              CLOSE RATE-HIST-FILE
              OPEN I-O RATE-HIST-FILE
           END-IF
           IF WS-RH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open rate history file"
               STOP RUN
           END-IF

           *> changes held for a date that has now arrived go onto
           *> the roster before today's transactions are looked at,
           *> so they see the profile actually in force
           PERFORM APPLY-DUE-CHANGES
           PERFORM APPLY-TRANSACTIONS

           CLOSE TRX-FILE REJ-FILE AUD-FILE EMP-ROSTER-FILE
                 RATE-HIST-FILE

           DISPLAY "Roster maintenance complete - "
              WS-TRX-COUNT " read, "
              WS-APPLY-COUNT " applied, "
              WS-REJECT-COUNT " rejected"
           DISPLAY "Rate history - "
              WS-EFFECT-COUNT " held change(s) took effect, "
              WS-PEND-COUNT " new change(s) held"

           *> a run with rejects ends with a warning return code so
           *> the scheduler surfaces the reject report for review
                       WS-TRX-FIL-TEXT
                       WS-TRX-ALW-TEXT
                       WS-TRX-RATE-TEXT
                       WS-TRX-EFF-TEXT

                  *> every action needs an action code and an ID
                  IF WS-TRX-ACTION-TEXT = SPACES
                     PERFORM PARSE-PAY-FIELDS
                  END-IF

                  *> the effective date - ADD/CHANGE default it to
                  *> today, CANCEL must name the held change's date
                  IF WS-SKIP-REC = 'N'
                        AND (WS-TRX-ACTION-TEXT = "ADD"
                          OR WS-TRX-ACTION-TEXT = "CHANGE"
                          OR WS-TRX-ACTION-TEXT = "CANCEL")
                     PERFORM PARSE-EFFECTIVE-DATE
                  END-IF

                  *> fetch the current roster record (if any) once,
                  *> so each action can check for conflicts against
                  *> the before-image
                           PERFORM APPLY-TERMINATE
                        WHEN "REINSTATE "
                           PERFORM APPLY-REINSTATE
                        WHEN "CANCEL    "
                           PERFORM APPLY-CANCEL
                        WHEN OTHER
                           MOVE "Unknown action code"
                              TO WS-ERROR-MSG
           END-IF
           EXIT.

       PARSE-EFFECTIVE-DATE.
           *> YYYY-MM-DD with a real month and day - anything else
           *> rejects the transaction rather than guessing a date
           MOVE WS-DATE-FORMAT TO WS-EFF-DATE
           IF WS-TRX-EFF-TEXT NOT = SPACES
              IF WS-TRX-EFF-TEXT(1:4) IS NUMERIC
                    AND WS-TRX-EFF-TEXT(5:1) = '-'
                    AND WS-TRX-EFF-TEXT(6:2) IS NUMERIC
                    AND WS-TRX-EFF-TEXT(8:1) = '-'
                    AND WS-TRX-EFF-TEXT(9:2) IS NUMERIC
                 COMPUTE WS-EFF-YYYYMMDD =
                    FUNCTION NUMVAL(WS-TRX-EFF-TEXT(1:4)) * 10000
                    + FUNCTION NUMVAL(WS-TRX-EFF-TEXT(6:2)) * 100
                    + FUNCTION NUMVAL(WS-TRX-EFF-TEXT(9:2))
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-YYYYMMDD)
                       NOT = 0
                    MOVE "Effective date is not a calendar date"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
                 ELSE
                    MOVE WS-TRX-EFF-TEXT TO WS-EFF-DATE
                 END-IF
              ELSE
                 MOVE "Effective date not YYYY-MM-DD"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-IF
           IF WS-SKIP-REC = 'N' AND WS-TRX-ACTION-TEXT = "CANCEL"
                 AND WS-TRX-EFF-TEXT = SPACES
              MOVE "CANCEL requires the effective date"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> does the transaction touch the pay profile at all -
           *> a name-only CHANGE leaves the rate history alone
           MOVE 'N' TO WS-PAY-SUPPLIED
           IF WS-TRX-TYPE-TEXT NOT = SPACE
                 OR WS-TRX-FREQ-TEXT NOT = SPACE
                 OR WS-TRX-SAL-TEXT NOT = SPACES
                 OR WS-TRX-FIL-TEXT NOT = SPACE
                 OR WS-TRX-ALW-TEXT NOT = SPACES
                 OR WS-TRX-RATE-TEXT NOT = SPACES
              MOVE 'Y' TO WS-PAY-SUPPLIED
           END-IF
           EXIT.

       APPLY-ADD.
           *> an ADD for an ID already on the roster is a conflict -
           *> never silently overwrite what HR already sent
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-AUDIT
              *> the starting pay profile opens the rate history
              PERFORM SCAN-EMPLOYEE-HISTORY
              PERFORM SNAPSHOT-FROM-ROSTER
              MOVE 'A' TO RH-STATUS
              PERFORM WRITE-HISTORY-RECORD
           END-IF
           EXIT.

              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> a pay change slipped in ahead of one already held
           *> would be undone when the held one (built on the old
           *> profile) takes effect - HR cancels and rekeys instead;
           *> a backdated one ahead of a change already in force
           *> would put the earlier profile back on the roster and
           *> record the later one under the earlier date, so it is
           *> turned away the same way
           IF WS-SKIP-REC = 'N' AND WS-PAY-SUPPLIED = 'Y'
              PERFORM SCAN-EMPLOYEE-HISTORY
              IF WS-LATER-PENDING = 'Y'
                 MOVE "Held pay change on file for a later date"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
              IF WS-SKIP-REC = 'N' AND WS-LATER-APPLIED = 'Y'
                 MOVE "Pay change already in force from a later date"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-IF

           *> dated after today - the name goes on now, the pay
           *> profile waits on the rate history for its date
           IF WS-SKIP-REC = 'N' AND WS-PAY-SUPPLIED = 'Y'
                 AND WS-EFF-DATE > WS-DATE-FORMAT
              PERFORM HOLD-PAY-CHANGE
           ELSE
              PERFORM APPLY-CHANGE-NOW
           END-IF
           EXIT.

       APPLY-CHANGE-NOW.
           IF WS-SKIP-REC = 'N'
              MOVE WS-TRX-NAME-TEXT TO ROSTER-EMP-NAME
              *> blank pay columns keep the current values
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-AUDIT
              *> a pay change in force today (or backdated) is
              *> recorded against its date, so PAYROLL can split a
              *> period it falls inside
              IF WS-PAY-SUPPLIED = 'Y'
                 PERFORM SNAPSHOT-FROM-ROSTER
                 MOVE 'A' TO RH-STATUS
                 PERFORM WRITE-HISTORY-RECORD
              END-IF
           END-IF
           EXIT.

       HOLD-PAY-CHANGE.
           *> the held profile starts from whatever will be in
           *> force on the day before (SCAN-EMPLOYEE-HISTORY has
           *> left it in WS-SNAP-*), overlaid with the columns this
           *> transaction supplies - the same rules CHANGE applies
           *> to the roster
           IF WS-TRX-TYPE-TEXT NOT = SPACE
              MOVE WS-TRX-TYPE-TEXT TO WS-SNAP-TYPE
           END-IF
           IF WS-TRX-FREQ-TEXT NOT = SPACE
              MOVE WS-TRX-FREQ-TEXT TO WS-SNAP-FREQ
           END-IF
           IF WS-TRX-SALARY NOT = 0
              MOVE WS-TRX-SALARY TO WS-SNAP-SALARY
           END-IF
           IF WS-TRX-FIL-TEXT NOT = SPACE
              MOVE WS-TRX-FIL-TEXT TO WS-SNAP-FILING
           END-IF
           IF WS-TRX-ALW-TEXT NOT = SPACES
              MOVE WS-TRX-ALLOW TO WS-SNAP-ALLOW
           END-IF
           IF WS-TRX-RATE-TEXT NOT = SPACES
              MOVE WS-TRX-RATE TO WS-SNAP-RATE
           END-IF
           IF WS-SNAP-TYPE = 'S' AND WS-SNAP-SALARY = 0
              MOVE "Salaried CHANGE requires a salary"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> the name is not effective-dated
           IF WS-SKIP-REC = 'N'
              MOVE WS-TRX-NAME-TEXT TO ROSTER-EMP-NAME
              REWRITE ROSTER-REC
                 INVALID KEY
                    MOVE "Roster rewrite failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-REWRITE
           END-IF
           IF WS-SKIP-REC = 'N'
              MOVE 'P' TO RH-STATUS
              PERFORM WRITE-HISTORY-RECORD
           END-IF
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              ADD 1 TO WS-PEND-COUNT
              PERFORM WRITE-HISTORY-AUDIT
           END-IF
           EXIT.

       APPLY-CANCEL.
           *> withdraw a held change - only one still pending can
           *> go; once in force it is history and a new CHANGE is
           *> how it gets undone
           MOVE WS-TRX-EMP-ID TO RH-EMP-ID
           MOVE WS-EFF-DATE TO RH-EFF-DATE
           READ RATE-HIST-FILE
              KEY IS RH-KEY
              INVALID KEY
                 MOVE "No held change on that effective date"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              NOT INVALID KEY
                 IF RH-STATUS NOT = 'P'
                    MOVE "Change is not held - already in force"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
                 END-IF
           END-READ
           IF WS-SKIP-REC = 'N'
              MOVE 'X' TO RH-STATUS
              REWRITE RH-REC
                 INVALID KEY
                    MOVE "Rate history rewrite failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-REWRITE
           END-IF
           IF WS-SKIP-REC = 'N'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM WRITE-HISTORY-AUDIT
           END-IF
           EXIT.

       SCAN-EMPLOYEE-HISTORY.
           *> walk this employee's rate history in date order: the
           *> latest live profile on or before WS-EFF-DATE seeds
           *> WS-SNAP-* (the roster when there is none), a held
           *> change dated after it sets WS-LATER-PENDING, one
           *> already applied sets WS-LATER-APPLIED, and a record
           *> on the date itself sets WS-RH-EXISTS
           MOVE 'N' TO WS-LATER-PENDING
           MOVE 'N' TO WS-LATER-APPLIED
           MOVE 'N' TO WS-RH-EXISTS
           MOVE 'N' TO WS-RH-DONE
           PERFORM SNAPSHOT-FROM-ROSTER-FIELDS
           MOVE WS-TRX-EMP-ID TO RH-EMP-ID
           MOVE LOW-VALUES TO RH-EFF-DATE
           START RATE-HIST-FILE KEY NOT < RH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RH-DONE
           END-START
           PERFORM UNTIL WS-RH-DONE = 'Y'
              READ RATE-HIST-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-RH-DONE
                 NOT AT END
                    IF RH-EMP-ID NOT = WS-TRX-EMP-ID
                       MOVE 'Y' TO WS-RH-DONE
                    ELSE
                       IF RH-EFF-DATE = WS-EFF-DATE
                          MOVE 'Y' TO WS-RH-EXISTS
                       END-IF
                       IF RH-STATUS NOT = 'X'
                          IF RH-EFF-DATE NOT > WS-EFF-DATE
                             MOVE RH-PAY-TYPE TO WS-SNAP-TYPE
                             MOVE RH-FREQ     TO WS-SNAP-FREQ
                             MOVE RH-SALARY   TO WS-SNAP-SALARY
                             MOVE RH-FILING   TO WS-SNAP-FILING
                             MOVE RH-ALLOW    TO WS-SNAP-ALLOW
                             MOVE RH-RATE     TO WS-SNAP-RATE
                          ELSE
                             IF RH-STATUS = 'P'
                                MOVE 'Y' TO WS-LATER-PENDING
                             END-IF
                             IF RH-STATUS = 'A'
                                MOVE 'Y' TO WS-LATER-APPLIED
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       SNAPSHOT-FROM-ROSTER-FIELDS.
           *> the roster record as read, made safe for the history
           MOVE ROSTER-PAY-TYPE TO WS-SNAP-TYPE
           MOVE ROSTER-FREQ TO WS-SNAP-FREQ
           MOVE ROSTER-SALARY TO WS-SNAP-SALARY
           MOVE ROSTER-FILING TO WS-SNAP-FILING
           MOVE 0 TO WS-SNAP-ALLOW
           IF ROSTER-ALLOW IS NUMERIC
              MOVE ROSTER-ALLOW TO WS-SNAP-ALLOW
           END-IF
           MOVE 0 TO WS-SNAP-RATE
           IF ROSTER-RATE IS NUMERIC
              MOVE ROSTER-RATE TO WS-SNAP-RATE
           END-IF
           EXIT.

       SNAPSHOT-FROM-ROSTER.
           *> a change that went straight onto the roster is
           *> recorded with the roster's new profile
           PERFORM SNAPSHOT-FROM-ROSTER-FIELDS
           EXIT.

       WRITE-HISTORY-RECORD.
           *> WS-SNAP-* and RH-STATUS carry the record on entry; a
           *> second change on the same date replaces the first
           MOVE RH-STATUS TO WS-NEW-STATUS
           MOVE WS-TRX-EMP-ID TO RH-EMP-ID
           MOVE WS-EFF-DATE TO RH-EFF-DATE
           MOVE WS-NEW-STATUS TO RH-STATUS
           MOVE WS-SNAP-TYPE TO RH-PAY-TYPE
           MOVE WS-SNAP-FREQ TO RH-FREQ
           MOVE WS-SNAP-SALARY TO RH-SALARY
           MOVE WS-SNAP-FILING TO RH-FILING
           MOVE WS-SNAP-ALLOW TO RH-ALLOW
           MOVE WS-SNAP-RATE TO RH-RATE
           MOVE WS-DATE-FORMAT TO RH-ENTERED
           MOVE WS-OPERATOR TO RH-OPERATOR
           IF WS-RH-EXISTS = 'Y'
              REWRITE RH-REC
                 INVALID KEY
                    MOVE "Rate history rewrite failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-REWRITE
           ELSE
              WRITE RH-REC
                 INVALID KEY
                    MOVE "Rate history write failed"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-WRITE
           END-IF
           EXIT.

       APPLY-DUE-CHANGES.
           *> every held change whose date has arrived goes onto
           *> the roster and is marked applied - audited like any
           *> other roster change, under the action EFFECTIVE
           MOVE "NO" TO WS-RH-EOF
           MOVE LOW-VALUES TO RH-KEY
           START RATE-HIST-FILE KEY NOT < RH-KEY
              INVALID KEY
                 MOVE "YES" TO WS-RH-EOF
           END-START
           PERFORM UNTIL WS-RH-EOF = "YES"
              READ RATE-HIST-FILE NEXT RECORD
                 AT END
                    MOVE "YES" TO WS-RH-EOF
                 NOT AT END
                    IF RH-STATUS = 'P'
                          AND RH-EFF-DATE NOT > WS-DATE-FORMAT
                       PERFORM APPLY-ONE-DUE-CHANGE
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       APPLY-ONE-DUE-CHANGE.
           MOVE "EFFECTIVE" TO WS-TRX-ACTION-TEXT
           MOVE 'N' TO WS-SKIP-REC
           MOVE RH-EMP-ID TO ROSTER-EMP-ID
           READ EMP-ROSTER-FILE
              KEY IS ROSTER-EMP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-SKIP-REC
              NOT INVALID KEY
                 MOVE ROSTER-EMP-NAME TO WS-OLD-NAME
                 MOVE ROSTER-STATUS TO WS-OLD-STATUS
                 MOVE ROSTER-PAY-TYPE TO WS-OLD-TYPE
                 MOVE ROSTER-FREQ TO WS-OLD-FREQ
                 MOVE ROSTER-SALARY TO WS-OLD-SALARY
                 MOVE ROSTER-FILING TO WS-OLD-FILING
                 MOVE 0 TO WS-OLD-ALLOW
                 IF ROSTER-ALLOW IS NUMERIC
                    MOVE ROSTER-ALLOW TO WS-OLD-ALLOW
                 END-IF
                 MOVE 0 TO WS-OLD-RATE
                 IF ROSTER-RATE IS NUMERIC
                    MOVE ROSTER-RATE TO WS-OLD-RATE
                 END-IF
           END-READ

           *> an employee removed from the roster since the change
           *> was keyed - the change can never apply, so it is
           *> cancelled and reported
           IF WS-SKIP-REC = 'Y'
              MOVE 'X' TO RH-STATUS
              REWRITE RH-REC
                 INVALID KEY
                    MOVE "Held change history rewrite failed"
                       TO WS-ERROR-MSG
                 NOT INVALID KEY
                    MOVE
                    "Held change for employee not on roster - cancelled"
                       TO WS-ERROR-MSG
              END-REWRITE
              PERFORM WRITE-DUE-CHANGE-REJECT
           ELSE
              MOVE RH-PAY-TYPE TO ROSTER-PAY-TYPE
              MOVE RH-FREQ TO ROSTER-FREQ
              MOVE RH-SALARY TO ROSTER-SALARY
              MOVE RH-FILING TO ROSTER-FILING
              MOVE RH-ALLOW TO ROSTER-ALLOW
              MOVE RH-RATE TO ROSTER-RATE
              *> the change is only counted and audited as applied
              *> once both the roster and its history row carry it;
              *> a failed roster rewrite leaves the row pending for
              *> the next run
              REWRITE ROSTER-REC
                 INVALID KEY
                    MOVE "Roster rewrite failed" TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-SKIP-REC
              END-REWRITE
              IF WS-SKIP-REC = 'N'
                 MOVE 'A' TO RH-STATUS
                 REWRITE RH-REC
                    INVALID KEY
                       MOVE "Held change history rewrite failed"
                          TO WS-ERROR-MSG
                       MOVE 'Y' TO WS-SKIP-REC
                 END-REWRITE
              END-IF
              IF WS-SKIP-REC = 'N'
                 ADD 1 TO WS-EFFECT-COUNT
                 PERFORM WRITE-AUDIT
              ELSE
                 PERFORM WRITE-DUE-CHANGE-REJECT
              END-IF
           END-IF
           EXIT.

       WRITE-DUE-CHANGE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJ-REC
           STRING WS-DATE-FORMAT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-ERROR-MSG DELIMITED BY "  "
                  " - ID " DELIMITED BY SIZE
                  RH-EMP-ID DELIMITED BY SIZE
                  " EFFECTIVE " DELIMITED BY SIZE
                  RH-EFF-DATE DELIMITED BY SIZE
              INTO REJ-REC
           END-STRING
           WRITE REJ-REC
           EXIT.

       APPLY-TERMINATE.
           IF WS-ROSTER-FOUND = 'N'
              MOVE "Employee ID not on roster"
           WRITE AUD-REC
           EXIT.

       WRITE-HISTORY-AUDIT.
           *> held or cancelled pay changes: when - who - what -
           *> which ID - the date it takes effect - the profile held
           MOVE RH-SALARY TO WS-NEW-SAL-STR
           MOVE RH-RATE TO WS-NEW-RATE-STR
           MOVE SPACES TO AUD-REC
           STRING WS-DATE-FORMAT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TIME-FORMAT     DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-OPERATOR        DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-TRX-ACTION-TEXT DELIMITED BY SIZE
                  " - ID "           DELIMITED BY SIZE
                  RH-EMP-ID          DELIMITED BY SIZE
                  " - EFFECTIVE "    DELIMITED BY SIZE
                  RH-EFF-DATE        DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  RH-STATUS          DELIMITED BY SIZE
                  " ["               DELIMITED BY SIZE
                  RH-PAY-TYPE        DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  RH-FREQ            DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-NEW-SAL-STR     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  RH-FILING          DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  RH-ALLOW           DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-NEW-RATE-STR    DELIMITED BY SIZE
                  "]"                DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           EXIT.

       WRITE-REJECT.
           *> rejected transaction report: date - reason - raw line
           ADD 1 TO WS-REJECT-COUNT
