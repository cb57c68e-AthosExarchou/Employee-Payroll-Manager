       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT.
       AUTHOR. Athos Exarchou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> department labor budget - one CSV line per department
           *> per pay-calendar period:
           *> <dept>,<period label>,<budget hours>,<budget regular
           *> pay>,<budget overtime pay>,<budget total labor cost>
           *> several lines for one department and period are added
           *> together, so a budget can be built up by cost line
           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-BUD-FILE-STATUS.

           *> PAYROLL's pay-period calendar - one CSV line per
           *> period: <freq W/B/M>,<start YYYY-MM-DD>,<end>,<label>
           *> the periods asked for set the frequency, and that
           *> frequency's periods are the report's columns of time
           SELECT PAY-CAL-FILE ASSIGN TO WS-PAYCAL-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-CAL-FILE-STATUS.

           *> keyed pay-history mirror written by PAYROLL - read in
           *> employee/run order, so each employee's year of gross
           *> arrives in sequence for the employer tax wage bases
           SELECT PAY-HIST-IX-FILE ASSIGN TO WS-PAYHISTIX-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIX-KEY
              ALTERNATE RECORD KEY IS HIX-RUN-ID WITH DUPLICATES
              FILE STATUS WS-HISTIX-FILE-STATUS.

           *> PAYROLL's employer tax table - the actual labor cost
           *> is gross pay plus the employer taxes on it and the
           *> employer benefit match history carries; no table
           *> means no employer taxes are added
           SELECT ER-TAX-FILE ASSIGN TO WS-ERTAX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-ERTAX-FILE-STATUS.

           *> budget-versus-actual report (printed)
           SELECT RPT-FILE ASSIGN TO WS-RPT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-RPT-FILE-STATUS.

           *> the same figures pipe-delimited, one row per
           *> department and period plus range and year-to-date
           *> rows, for loading into the managers' spreadsheets
           SELECT DLM-FILE ASSIGN TO WS-DLM-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-DLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUD-REC PIC X(100).

       FD  PAY-CAL-FILE.
       01  CAL-REC PIC X(80).

       *> keyed history mirror - this layout is duplicated from
       *> PAYROLL, so any change there must be mirrored here
       FD  PAY-HIST-IX-FILE.
       01  HIX-REC.
           05 HIX-KEY.
              10 HIX-EMP-ID PIC 9(4).
              10 HIX-RUN-ID PIC X(14).
           05 HIX-EMP-NAME   PIC X(20).
           05 HIX-DATE       PIC X(10).
           05 HIX-DEPT       PIC X(10).
           05 HIX-HOURS      PIC 9(3).
           05 HIX-OT-HOURS   PIC 9(3).
           05 HIX-RATE       PIC 9(3)V99.
           05 HIX-REG-PAY    PIC 9(6)V99.
           05 HIX-OT-PAY     PIC 9(6)V99.
           05 HIX-BONUS      PIC 9(5)V99.
           05 HIX-GROSS      PIC 9(6)V99.
           05 HIX-TAX        PIC 9(6)V99.
           05 HIX-DEDUCTIONS PIC 9(6)V99.
           05 HIX-NET        PIC 9(6)V99.
           05 HIX-PRETAX     PIC 9(6)V99.
           05 HIX-ER-MATCH   PIC 9(6)V99.

       FD  ER-TAX-FILE.
       01  ERTAX-REC PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC PIC X(150).

       FD  DLM-FILE.
       01  DLM-REC PIC X(250).

       WORKING-STORAGE SECTION.

       *> file status variables
       77 WS-BUD-FILE-STATUS    PIC XX.
       77 WS-CAL-FILE-STATUS    PIC XX.
       77 WS-HISTIX-FILE-STATUS PIC XX.
       77 WS-ERTAX-FILE-STATUS  PIC XX.
       77 WS-RPT-FILE-STATUS    PIC XX.
       77 WS-DLM-FILE-STATUS    PIC XX.

       77 WS-BUDGET-FILE    PIC X(50) VALUE "budget.dat".
       77 WS-PAYCAL-FILE    PIC X(50) VALUE "paycal.dat".
       77 WS-PAYHISTIX-FILE PIC X(50) VALUE "payhistix.dat".
       77 WS-ERTAX-FILE     PIC X(50) VALUE "ertax.dat".
       77 WS-RPT-FILE       PIC X(50) VALUE "budrpt.txt".
       77 WS-DLM-FILE       PIC X(50) VALUE "budrpt.dat".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       *> the periods reported - arguments or BUDRPT_FROM_PERIOD /
       *> BUDRPT_TO_PERIOD, as labels from the pay calendar; a
       *> missing to-period reports the from-period alone
       77 WS-FROM-LABEL    PIC X(20) VALUE SPACES.
       77 WS-TO-LABEL      PIC X(20) VALUE SPACES.
       *> percent over budget at which a department is flagged
       77 WS-THRESHOLD-PCT PIC 9(3)V99 VALUE 5.

       *> the range as resolved against the calendar - the
       *> from-period's frequency, first day and the to-period's
       *> last day; year-to-date runs from January 1 of the
       *> to-period's year
       77 WS-RPT-FREQ      PIC X VALUE SPACE.
       77 WS-FROM-START    PIC X(10) VALUE SPACES.
       77 WS-TO-END        PIC X(10) VALUE SPACES.
       77 WS-FROM-FOUND    PIC X VALUE 'N'.
       77 WS-TO-FOUND      PIC X VALUE 'N'.
       77 WS-YTD-YEAR      PIC X(4) VALUE SPACES.

       01 WS-CAL-FIELDS.
           05 WS-CAL-FREQ-TEXT  PIC X(1).
           05 WS-CAL-START-TEXT PIC X(10).
           05 WS-CAL-END-TEXT   PIC X(10).
           05 WS-CAL-LABEL-TEXT PIC X(20).
       77 WS-CAL-EOF PIC X(3) VALUE "NO".

       *> the calendar periods in play, in calendar-file order -
       *> those in the requested range print a line each, and
       *> those in the to-period's year make up year-to-date
       01 WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 60 TIMES.
              10 WS-PER-LABEL    PIC X(20).
              10 WS-PER-START    PIC X(10).
              10 WS-PER-END      PIC X(10).
              10 WS-PER-IN-RANGE PIC X.
              10 WS-PER-IN-YTD   PIC X.
       77 WS-PER-COUNT PIC 9(3) VALUE 0.
       77 WS-PER-I     PIC 9(3) VALUE 0.
       77 WS-PER-FOUND PIC 9(3) VALUE 0.

       *> budget and actual per department per period
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 WS-DEPT-NAME    PIC X(10).
              10 WS-DEPT-DONE    PIC X.
              10 WS-DEPT-CELL OCCURS 60 TIMES.
                 15 WS-C-B-HOURS PIC 9(6)V99 COMP-3.
                 15 WS-C-B-REG   PIC 9(8)V99 COMP-3.
                 15 WS-C-B-OT    PIC 9(8)V99 COMP-3.
                 15 WS-C-B-TOTAL PIC 9(8)V99 COMP-3.
                 15 WS-C-A-HOURS PIC 9(6) COMP-3.
                 15 WS-C-A-REG   PIC 9(8)V99 COMP-3.
                 15 WS-C-A-OT    PIC 9(8)V99 COMP-3.
                 15 WS-C-A-TOTAL PIC 9(8)V99 COMP-3.
       77 WS-DEPT-COUNT PIC 9(3) VALUE 0.
       77 WS-DEPT-I     PIC 9(3) VALUE 0.
       77 WS-DEPT-FOUND PIC 9(3) VALUE 0.
       77 WS-DEPT-NEXT  PIC 9(3) VALUE 0.
       77 WS-LOOK-DEPT  PIC X(10) VALUE SPACES.
       77 WS-TABLE-FULL PIC X VALUE 'N'.

       *> running sums a printed line is built from:
       *> 1 = one period, 2 = department range, 3 = department
       *> year-to-date, 4 = all departments range, 5 = all
       *> departments year-to-date
       01 WS-SUM-TABLE.
           05 WS-SUM OCCURS 5 TIMES.
              10 WS-S-B-HOURS PIC 9(8)V99 COMP-3.
              10 WS-S-B-REG   PIC 9(10)V99 COMP-3.
              10 WS-S-B-OT    PIC 9(10)V99 COMP-3.
              10 WS-S-B-TOTAL PIC 9(10)V99 COMP-3.
              10 WS-S-A-HOURS PIC 9(8) COMP-3.
              10 WS-S-A-REG   PIC 9(10)V99 COMP-3.
              10 WS-S-A-OT    PIC 9(10)V99 COMP-3.
              10 WS-S-A-TOTAL PIC 9(10)V99 COMP-3.
       77 WS-SUM-I     PIC 9 VALUE 0.
       77 WS-SUM-J     PIC 9 VALUE 0.

       *> budget file parsing and validation
       01 WS-BUD-FIELDS.
           05 WS-BUD-DEPT-TEXT  PIC X(10).
           05 WS-BUD-LABEL-TEXT PIC X(20).
           05 WS-BUD-HOURS-TEXT PIC X(12).
           05 WS-BUD-REG-TEXT   PIC X(12).
           05 WS-BUD-OT-TEXT    PIC X(12).
           05 WS-BUD-TOTAL-TEXT PIC X(12).
       77 WS-BUD-EOF      PIC X(3) VALUE "NO".
       77 WS-BUD-READ     PIC 9(6) VALUE 0.
       77 WS-BUD-USED     PIC 9(6) VALUE 0.
       77 WS-BUD-REJECTED PIC 9(6) VALUE 0.
       77 WS-SKIP-REC     PIC X VALUE 'N'.
       77 WS-ERROR-MSG    PIC X(80) VALUE SPACES.
       *> one money/hours column under test - digits, one
       *> optional decimal point, spaces
       77 WS-CHK-TEXT     PIC X(12) VALUE SPACES.
       77 WS-CHK-NAME     PIC X(12) VALUE SPACES.
       77 WS-CHK-MAX-INT  PIC 9(2) VALUE 0.
       77 WS-I            PIC 9(2) VALUE 0.
       77 WS-CHAR         PIC X VALUE SPACE.
       77 WS-DOT          PIC 9(2) VALUE 0.
       77 WS-DIGITS       PIC 9(2) VALUE 0.
       77 WS-INT-DIGITS   PIC 9(2) VALUE 0.

       *> employer payroll taxes - the rate/wage-base table, as
       *> PAYROLL loads it
       01 WS-ERTAX-FIELDS.
           05 WS-ERTAX-CODE-TEXT PIC X(6).
           05 WS-ERTAX-RATE-TEXT PIC X(8).
           05 WS-ERTAX-CAP-TEXT  PIC X(12).
       01 WS-ERTAX-TABLE.
           05 WS-ERTAX-ENTRY OCCURS 10 TIMES.
              10 WS-ERTAX-CODE  PIC X(6).
              10 WS-ERTAX-RATE  PIC 9(2)V9(4).
              10 WS-ERTAX-CAP   PIC 9(7)V99.
       77 WS-ERTAX-COUNT PIC 9(2) VALUE 0.
       77 WS-ERTAX-EOF   PIC X(3) VALUE "NO".
       77 WS-ERTAX-I     PIC 9(2).
       *> per-employee work fields - the employee's gross earlier
       *> in the same calendar year is what the wage bases are
       *> measured against
       77 WS-CUR-EMP-ID    PIC 9(4) VALUE 0.
       77 WS-CUR-YEAR      PIC X(4) VALUE SPACES.
       77 WS-ER-PRIOR-YTD  PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-ER-ROOM       PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-ER-SUBJECT    PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-ER-ONE-TAX    PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-ER-TAX-AMT    PIC 9(6)V99 COMP-3 VALUE 0.

       77 WS-HIX-EOF       PIC X(3) VALUE "NO".
       77 WS-HIST-USED     PIC 9(7) VALUE 0.

       *> variance work for the line being written
       77 WS-LINE-DEPT     PIC X(10) VALUE SPACES.
       77 WS-LINE-LABEL    PIC X(20) VALUE SPACES.
       77 WS-LINE-START    PIC X(10) VALUE SPACES.
       77 WS-LINE-END      PIC X(10) VALUE SPACES.
       77 WS-VAR           PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-VAR-PCT       PIC S9(7)V9 COMP-3 VALUE 0.
       77 WS-HRS-VAR       PIC S9(8)V99 COMP-3 VALUE 0.
       77 WS-REG-VAR       PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-OT-VAR        PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-FLAG          PIC X(9) VALUE SPACES.
       *> 'Y' once any line of the current department is flagged
       77 WS-DEPT-FLAGGED  PIC X VALUE 'N'.
       77 WS-DEPT-NOBUD    PIC X VALUE 'N'.
       77 WS-OVER-COUNT    PIC 9(3) VALUE 0.
       77 WS-NOBUD-COUNT   PIC 9(3) VALUE 0.
       77 WS-DEPT-PRINTED  PIC 9(3) VALUE 0.

       *> edited fields for the reports
       77 WS-HRS-STR    PIC ZZZZZZ9.99.
       77 WS-HRS-STR-2  PIC ZZZZZZ9.99.
       77 WS-AMT-STR    PIC ZZZZZZZ9.99.
       77 WS-AMT-STR-2  PIC ZZZZZZZ9.99.
       77 WS-AMT-STR-3  PIC ZZZZZZZ9.99.
       77 WS-AMT-STR-4  PIC ZZZZZZZ9.99.
       77 WS-AMT-STR-5  PIC ZZZZZZZ9.99.
       77 WS-AMT-STR-6  PIC ZZZZZZZ9.99.
       77 WS-VAR-STR    PIC -(9)9.99.
       77 WS-HVAR-STR   PIC -(9)9.99.
       77 WS-RVAR-STR   PIC -(9)9.99.
       77 WS-OVAR-STR   PIC -(9)9.99.
       77 WS-PCT-STR    PIC -(6)9.9.
       77 WS-PCT-TEXT   PIC X(9).
       77 WS-THRESH-STR PIC ZZ9.99.
       77 WS-CNT-STR    PIC ZZZZZ9.
       77 WS-LINE       PIC X(250).

       *> date fields
       77 WS-DATE-YYYYMMDD PIC 9(8).
       77 WS-DATE-FORMAT   PIC X(10). *> "YYYY-MM-DD"

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING
              WS-DATE-YYYYMMDD(1:4) DELIMITED BY SIZE
              "-"                   DELIMITED BY SIZE
              WS-DATE-YYYYMMDD(5:2) DELIMITED BY SIZE
              "-"                   DELIMITED BY SIZE
              WS-DATE-YYYYMMDD(7:2) DELIMITED BY SIZE
              INTO WS-DATE-FORMAT
           END-STRING

           PERFORM GET-RUN-PARAMETERS

           IF WS-FROM-LABEL = SPACES
              DISPLAY "Usage: budrpt from-period [to-period"
                 " [report file] [delimited file]]"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM RESOLVE-PERIOD-RANGE
           IF WS-FROM-FOUND = 'N'
              DISPLAY "Period " WS-FROM-LABEL
                 " is not on the pay calendar"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TO-FOUND = 'N'
              DISPLAY "Period " WS-TO-LABEL
                 " is not on the pay calendar for frequency "
                 WS-RPT-FREQ " or ends before " WS-FROM-LABEL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-PERIODS
           IF WS-TABLE-FULL = 'Y'
              DISPLAY "ERROR: range needs more than 60 calendar "
                 "periods - nothing reported"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-ER-TAX-TABLE

           OPEN INPUT BUDGET-FILE
           IF WS-BUD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open budget file "
                  WS-BUDGET-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-BUDGET
           CLOSE BUDGET-FILE

           OPEN INPUT PAY-HIST-IX-FILE
           IF WS-HISTIX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open pay-history mirror "
                  WS-PAYHISTIX-FILE
               STOP RUN
           END-IF
           PERFORM ACCUMULATE-ACTUALS
           CLOSE PAY-HIST-IX-FILE

           IF WS-TABLE-FULL = 'Y'
              DISPLAY "ERROR: more than 100 departments - "
                 "nothing reported"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open report file"
               STOP RUN
           END-IF

           OPEN OUTPUT DLM-FILE
           IF WS-DLM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open delimited file"
               STOP RUN
           END-IF

           PERFORM WRITE-RPT-HEADER
           PERFORM WRITE-DLM-HEADER
           PERFORM WRITE-ALL-DEPARTMENTS
           PERFORM WRITE-RPT-FOOTER
           CLOSE RPT-FILE DLM-FILE

           DISPLAY "Budget report " WS-FROM-LABEL " to " WS-TO-LABEL
              " - " WS-DEPT-PRINTED " department(s), "
              WS-OVER-COUNT " over budget, "
              WS-NOBUD-COUNT " with spend and no budget, "
              WS-BUD-REJECTED " budget line(s) rejected"
           *> an over-budget department or a budget line that could
           *> not be used is worth a look before the report goes out
           IF WS-OVER-COUNT > 0 OR WS-NOBUD-COUNT > 0
                 OR WS-BUD-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-PERIOD-RANGE.
           *> find the from-period, which fixes the frequency, then
           *> the to-period among that frequency's periods - a
           *> label used by more than one frequency is taken from
           *> the first calendar line that carries it
           OPEN INPUT PAY-CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open pay calendar "
                  WS-PAYCAL-FILE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-CAL-EOF
           PERFORM UNTIL WS-CAL-EOF = "YES" OR WS-FROM-FOUND = 'Y'
              PERFORM READ-CALENDAR
              IF WS-CAL-EOF = "NO"
                    AND WS-CAL-LABEL-TEXT = WS-FROM-LABEL
                 MOVE 'Y' TO WS-FROM-FOUND
                 MOVE WS-CAL-FREQ-TEXT TO WS-RPT-FREQ
                 MOVE WS-CAL-START-TEXT TO WS-FROM-START
              END-IF
           END-PERFORM
           CLOSE PAY-CAL-FILE

           IF WS-FROM-FOUND = 'Y'
              OPEN INPUT PAY-CAL-FILE
              MOVE "NO" TO WS-CAL-EOF
              PERFORM UNTIL WS-CAL-EOF = "YES" OR WS-TO-FOUND = 'Y'
                 PERFORM READ-CALENDAR
                 IF WS-CAL-EOF = "NO"
                       AND WS-CAL-LABEL-TEXT = WS-TO-LABEL
                       AND WS-CAL-FREQ-TEXT = WS-RPT-FREQ
                       AND WS-CAL-END-TEXT NOT < WS-FROM-START
                    MOVE 'Y' TO WS-TO-FOUND
                    MOVE WS-CAL-END-TEXT TO WS-TO-END
                 END-IF
              END-PERFORM
              CLOSE PAY-CAL-FILE
              MOVE WS-TO-END(1:4) TO WS-YTD-YEAR
           END-IF
           EXIT.

       READ-CALENDAR.
           READ PAY-CAL-FILE
              AT END
                 MOVE "YES" TO WS-CAL-EOF
              NOT AT END
                 MOVE SPACES TO WS-CAL-FIELDS
                 UNSTRING CAL-REC
                    DELIMITED BY ","
                    INTO WS-CAL-FREQ-TEXT
                       WS-CAL-START-TEXT
                       WS-CAL-END-TEXT
                       WS-CAL-LABEL-TEXT
                 END-UNSTRING
           END-READ
           EXIT.

       LOAD-PERIODS.
           *> every period of the frequency that ends by the
           *> to-period and either starts inside the range or
           *> ends in the year-to-date year
           OPEN INPUT PAY-CAL-FILE
           MOVE "NO" TO WS-CAL-EOF
           PERFORM UNTIL WS-CAL-EOF = "YES"
              PERFORM READ-CALENDAR
              IF WS-CAL-EOF = "NO"
                    AND WS-CAL-FREQ-TEXT = WS-RPT-FREQ
                    AND WS-CAL-END-TEXT NOT > WS-TO-END
                    AND (WS-CAL-START-TEXT NOT < WS-FROM-START
                       OR WS-CAL-END-TEXT(1:4) = WS-YTD-YEAR)
                 IF WS-PER-COUNT = 60
                    MOVE 'Y' TO WS-TABLE-FULL
                 ELSE
                    ADD 1 TO WS-PER-COUNT
                    MOVE WS-CAL-LABEL-TEXT
                       TO WS-PER-LABEL(WS-PER-COUNT)
                    MOVE WS-CAL-START-TEXT
                       TO WS-PER-START(WS-PER-COUNT)
                    MOVE WS-CAL-END-TEXT
                       TO WS-PER-END(WS-PER-COUNT)
                    MOVE 'N' TO WS-PER-IN-RANGE(WS-PER-COUNT)
                    MOVE 'N' TO WS-PER-IN-YTD(WS-PER-COUNT)
                    IF WS-CAL-START-TEXT NOT < WS-FROM-START
                       MOVE 'Y' TO WS-PER-IN-RANGE(WS-PER-COUNT)
                    END-IF
                    IF WS-CAL-END-TEXT(1:4) = WS-YTD-YEAR
                       MOVE 'Y' TO WS-PER-IN-YTD(WS-PER-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PAY-CAL-FILE
           EXIT.

       LOAD-ER-TAX-TABLE.
           *> read the employer tax table - no table file means the
           *> installation does not compute employer taxes, which
           *> is not an error
           OPEN INPUT ER-TAX-FILE
           IF WS-ERTAX-FILE-STATUS = "00"
              PERFORM UNTIL WS-ERTAX-EOF = "YES"
                 READ ER-TAX-FILE
                    AT END
                       MOVE "YES" TO WS-ERTAX-EOF
                    NOT AT END
                       MOVE SPACES TO WS-ERTAX-FIELDS
                       UNSTRING ERTAX-REC
                          DELIMITED BY ","
                          INTO WS-ERTAX-CODE-TEXT
                             WS-ERTAX-RATE-TEXT
                             WS-ERTAX-CAP-TEXT
                       END-UNSTRING
                       IF WS-ERTAX-CODE-TEXT NOT = SPACES
                             AND WS-ERTAX-COUNT < 10
                          ADD 1 TO WS-ERTAX-COUNT
                          MOVE WS-ERTAX-CODE-TEXT
                             TO WS-ERTAX-CODE(WS-ERTAX-COUNT)
                          MOVE FUNCTION NUMVAL(WS-ERTAX-RATE-TEXT)
                             TO WS-ERTAX-RATE(WS-ERTAX-COUNT)
                          MOVE 0 TO WS-ERTAX-CAP(WS-ERTAX-COUNT)
                          IF WS-ERTAX-CAP-TEXT NOT = SPACES
                             MOVE FUNCTION NUMVAL(WS-ERTAX-CAP-TEXT)
                                TO WS-ERTAX-CAP(WS-ERTAX-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ER-TAX-FILE
           END-IF
           EXIT.

       LOAD-BUDGET.
           *> only lines for the periods in play are kept - a
           *> whole year's budget can sit in the one file
           PERFORM UNTIL WS-BUD-EOF = "YES"
              READ BUDGET-FILE
                 AT END
                    MOVE "YES" TO WS-BUD-EOF
                 NOT AT END
                    IF BUD-REC NOT = SPACES
                       ADD 1 TO WS-BUD-READ
                       PERFORM PROCESS-BUDGET-LINE
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       PROCESS-BUDGET-LINE.
           MOVE SPACES TO WS-BUD-FIELDS
           UNSTRING BUD-REC
              DELIMITED BY ","
              INTO WS-BUD-DEPT-TEXT
                 WS-BUD-LABEL-TEXT
                 WS-BUD-HOURS-TEXT
                 WS-BUD-REG-TEXT
                 WS-BUD-OT-TEXT
                 WS-BUD-TOTAL-TEXT
           END-UNSTRING

           MOVE 0 TO WS-PER-FOUND
           PERFORM VARYING WS-PER-I FROM 1 BY 1
                 UNTIL WS-PER-I > WS-PER-COUNT
              IF WS-PER-LABEL(WS-PER-I) = WS-BUD-LABEL-TEXT
                 MOVE WS-PER-I TO WS-PER-FOUND
              END-IF
           END-PERFORM

           IF WS-PER-FOUND > 0
              MOVE 'N' TO WS-SKIP-REC
              MOVE SPACES TO WS-ERROR-MSG
              IF WS-BUD-DEPT-TEXT = SPACES
                 MOVE "Budget line has no department" TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
              IF WS-SKIP-REC = 'N'
                 MOVE WS-BUD-HOURS-TEXT TO WS-CHK-TEXT
                 MOVE "hours" TO WS-CHK-NAME
                 MOVE 6 TO WS-CHK-MAX-INT
                 PERFORM CHECK-AMOUNT-TEXT
              END-IF
              IF WS-SKIP-REC = 'N'
                 MOVE WS-BUD-REG-TEXT TO WS-CHK-TEXT
                 MOVE "regular pay" TO WS-CHK-NAME
                 MOVE 8 TO WS-CHK-MAX-INT
                 PERFORM CHECK-AMOUNT-TEXT
              END-IF
              IF WS-SKIP-REC = 'N'
                 MOVE WS-BUD-OT-TEXT TO WS-CHK-TEXT
                 MOVE "overtime" TO WS-CHK-NAME
                 MOVE 8 TO WS-CHK-MAX-INT
                 PERFORM CHECK-AMOUNT-TEXT
              END-IF
              IF WS-SKIP-REC = 'N'
                 MOVE WS-BUD-TOTAL-TEXT TO WS-CHK-TEXT
                 MOVE "total cost" TO WS-CHK-NAME
                 MOVE 8 TO WS-CHK-MAX-INT
                 PERFORM CHECK-AMOUNT-TEXT
              END-IF

              IF WS-SKIP-REC = 'N'
                 MOVE WS-BUD-DEPT-TEXT TO WS-LOOK-DEPT
                 PERFORM FIND-OR-ADD-DEPT
              END-IF
              IF WS-SKIP-REC = 'N' AND WS-DEPT-FOUND > 0
                 ADD 1 TO WS-BUD-USED
                 ADD FUNCTION NUMVAL(WS-BUD-HOURS-TEXT)
                    TO WS-C-B-HOURS(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD FUNCTION NUMVAL(WS-BUD-REG-TEXT)
                    TO WS-C-B-REG(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD FUNCTION NUMVAL(WS-BUD-OT-TEXT)
                    TO WS-C-B-OT(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD FUNCTION NUMVAL(WS-BUD-TOTAL-TEXT)
                    TO WS-C-B-TOTAL(WS-DEPT-FOUND, WS-PER-FOUND)
              END-IF
              IF WS-SKIP-REC = 'Y'
                 ADD 1 TO WS-BUD-REJECTED
                 DISPLAY "Budget line " WS-BUD-READ " rejected: "
                    WS-ERROR-MSG
              END-IF
           END-IF
           EXIT.

       CHECK-AMOUNT-TEXT.
           *> WS-CHK-TEXT must be digits with at most one decimal
           *> point and no more than WS-CHK-MAX-INT whole digits;
           *> a blank column is a zero budget
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
                    STRING "Budget " DELIMITED BY SIZE
                           WS-CHK-NAME DELIMITED BY "  "
                           " has multiple decimal points"
                              DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                    END-STRING
                    MOVE 'Y' TO WS-SKIP-REC
                 END-IF
              ELSE IF WS-CHAR = SPACE
                 CONTINUE
              ELSE
                 STRING "Invalid character in budget "
                           DELIMITED BY SIZE
                        WS-CHK-NAME DELIMITED BY "  "
                    INTO WS-ERROR-MSG
                 END-STRING
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-PERFORM
           IF WS-SKIP-REC = 'N' AND WS-INT-DIGITS > WS-CHK-MAX-INT
              STRING "Budget " DELIMITED BY SIZE
                     WS-CHK-NAME DELIMITED BY "  "
                     " is too large" DELIMITED BY SIZE
                 INTO WS-ERROR-MSG
              END-STRING
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           *> a blank column goes back to the line as zero
           IF WS-SKIP-REC = 'N' AND WS-DIGITS = 0
              EVALUATE WS-CHK-NAME
                 WHEN "hours"
                    MOVE "0" TO WS-BUD-HOURS-TEXT
                 WHEN "regular pay"
                    MOVE "0" TO WS-BUD-REG-TEXT
                 WHEN "overtime"
                    MOVE "0" TO WS-BUD-OT-TEXT
                 WHEN OTHER
                    MOVE "0" TO WS-BUD-TOTAL-TEXT
              END-EVALUATE
           END-IF
           EXIT.

       FIND-OR-ADD-DEPT.
           *> WS-LOOK-DEPT in, WS-DEPT-FOUND out - zero only when
           *> the table is full, which stops the report
           MOVE 0 TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-I FROM 1 BY 1
                 UNTIL WS-DEPT-I > WS-DEPT-COUNT
              IF WS-DEPT-NAME(WS-DEPT-I) = WS-LOOK-DEPT
                 MOVE WS-DEPT-I TO WS-DEPT-FOUND
              END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = 0
              IF WS-DEPT-COUNT = 100
                 MOVE 'Y' TO WS-TABLE-FULL
              ELSE
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                 MOVE WS-LOOK-DEPT TO WS-DEPT-NAME(WS-DEPT-FOUND)
                 MOVE 'N' TO WS-DEPT-DONE(WS-DEPT-FOUND)
                 PERFORM VARYING WS-PER-I FROM 1 BY 1
                       UNTIL WS-PER-I > 60
                    MOVE 0 TO WS-C-B-HOURS(WS-DEPT-FOUND, WS-PER-I)
                    MOVE 0 TO WS-C-B-REG(WS-DEPT-FOUND, WS-PER-I)
                    MOVE 0 TO WS-C-B-OT(WS-DEPT-FOUND, WS-PER-I)
                    MOVE 0 TO WS-C-B-TOTAL(WS-DEPT-FOUND, WS-PER-I)
                    MOVE 0 TO WS-C-A-HOURS(WS-DEPT-FOUND, WS-PER-I)
                    MOVE 0 TO WS-C-A-REG(WS-DEPT-FOUND, WS-PER-I)
                    MOVE 0 TO WS-C-A-OT(WS-DEPT-FOUND, WS-PER-I)
                    MOVE 0 TO WS-C-A-TOTAL(WS-DEPT-FOUND, WS-PER-I)
                 END-PERFORM
              END-IF
           END-IF
           EXIT.

       ACCUMULATE-ACTUALS.
           *> the whole mirror is read so every employee's gross
           *> earlier in the year counts toward the wage bases,
           *> but only pay dated inside a period in play is
           *> charged to a department
           MOVE LOW-VALUES TO HIX-KEY
           START PAY-HIST-IX-FILE KEY NOT < HIX-KEY
              INVALID KEY
                 MOVE "YES" TO WS-HIX-EOF
           END-START
           PERFORM UNTIL WS-HIX-EOF = "YES"
              READ PAY-HIST-IX-FILE NEXT RECORD
                 AT END
                    MOVE "YES" TO WS-HIX-EOF
                 NOT AT END
                    PERFORM CHARGE-HISTORY-RECORD
              END-READ
           END-PERFORM
           EXIT.

       CHARGE-HISTORY-RECORD.
           IF HIX-EMP-ID NOT = WS-CUR-EMP-ID
                 OR HIX-DATE(1:4) NOT = WS-CUR-YEAR
              MOVE HIX-EMP-ID TO WS-CUR-EMP-ID
              MOVE HIX-DATE(1:4) TO WS-CUR-YEAR
              MOVE 0 TO WS-ER-PRIOR-YTD
           END-IF

           MOVE 0 TO WS-PER-FOUND
           PERFORM VARYING WS-PER-I FROM 1 BY 1
                 UNTIL WS-PER-I > WS-PER-COUNT
              IF HIX-DATE NOT < WS-PER-START(WS-PER-I)
                    AND HIX-DATE NOT > WS-PER-END(WS-PER-I)
                 MOVE WS-PER-I TO WS-PER-FOUND
              END-IF
           END-PERFORM

           IF WS-PER-FOUND > 0
              *> PAYROLL files pay with no department under
              *> UNASSIGNED; older history may still carry blanks
              MOVE HIX-DEPT TO WS-LOOK-DEPT
              IF WS-LOOK-DEPT = SPACES
                 MOVE "UNASSIGNED" TO WS-LOOK-DEPT
              END-IF
              PERFORM FIND-OR-ADD-DEPT
              IF WS-DEPT-FOUND > 0
                 PERFORM COMPUTE-EMPLOYER-TAX
                 ADD 1 TO WS-HIST-USED
                 ADD HIX-HOURS
                    TO WS-C-A-HOURS(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD HIX-OT-HOURS
                    TO WS-C-A-HOURS(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD HIX-REG-PAY
                    TO WS-C-A-REG(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD HIX-OT-PAY
                    TO WS-C-A-OT(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD HIX-GROSS
                    TO WS-C-A-TOTAL(WS-DEPT-FOUND, WS-PER-FOUND)
                 ADD WS-ER-TAX-AMT
                    TO WS-C-A-TOTAL(WS-DEPT-FOUND, WS-PER-FOUND)
                 *> the employer benefit match is department
                 *> expense on the GL, so it is labor cost here
                 ADD HIX-ER-MATCH
                    TO WS-C-A-TOTAL(WS-DEPT-FOUND, WS-PER-FOUND)
              END-IF
           END-IF

           ADD HIX-GROSS TO WS-ER-PRIOR-YTD
           EXIT.

       COMPUTE-EMPLOYER-TAX.
           *> each employer tax applies to the part of this pay's
           *> gross still under its annual wage base, exactly as
           *> PAYROLL charged it. A zero wage base means no cap
           MOVE 0 TO WS-ER-TAX-AMT
           PERFORM VARYING WS-ERTAX-I FROM 1 BY 1
                 UNTIL WS-ERTAX-I > WS-ERTAX-COUNT
              IF WS-ERTAX-CAP(WS-ERTAX-I) = 0
                 MOVE HIX-GROSS TO WS-ER-SUBJECT
              ELSE
                 IF WS-ER-PRIOR-YTD >= WS-ERTAX-CAP(WS-ERTAX-I)
                    MOVE 0 TO WS-ER-SUBJECT
                 ELSE
                    COMPUTE WS-ER-ROOM =
                       WS-ERTAX-CAP(WS-ERTAX-I) - WS-ER-PRIOR-YTD
                    IF WS-ER-ROOM < HIX-GROSS
                       MOVE WS-ER-ROOM TO WS-ER-SUBJECT
                    ELSE
                       MOVE HIX-GROSS TO WS-ER-SUBJECT
                    END-IF
                 END-IF
              END-IF
              COMPUTE WS-ER-ONE-TAX ROUNDED =
                 WS-ER-SUBJECT * WS-ERTAX-RATE(WS-ERTAX-I) / 100
              ADD WS-ER-ONE-TAX TO WS-ER-TAX-AMT
           END-PERFORM
           EXIT.

       WRITE-ALL-DEPARTMENTS.
           *> departments in name order - each pass picks the
           *> lowest name not yet written
           PERFORM CLEAR-SUM-4-5
           PERFORM WS-DEPT-COUNT TIMES
              MOVE 0 TO WS-DEPT-NEXT
              PERFORM VARYING WS-DEPT-I FROM 1 BY 1
                    UNTIL WS-DEPT-I > WS-DEPT-COUNT
                 IF WS-DEPT-DONE(WS-DEPT-I) = 'N'
                    IF WS-DEPT-NEXT = 0
                       MOVE WS-DEPT-I TO WS-DEPT-NEXT
                    ELSE
                       IF WS-DEPT-NAME(WS-DEPT-I)
                             < WS-DEPT-NAME(WS-DEPT-NEXT)
                          MOVE WS-DEPT-I TO WS-DEPT-NEXT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 'Y' TO WS-DEPT-DONE(WS-DEPT-NEXT)
              PERFORM WRITE-ONE-DEPARTMENT
           END-PERFORM

           *> all departments together
           MOVE "ALL DEPTS" TO WS-LINE-DEPT
           PERFORM WRITE-RPT-DEPT-HEADER
           MOVE WS-FROM-START TO WS-LINE-START
           MOVE WS-TO-END TO WS-LINE-END
           MOVE "RANGE TOTAL" TO WS-LINE-LABEL
           MOVE 4 TO WS-SUM-I
           PERFORM WRITE-SUM-LINE
           STRING WS-YTD-YEAR DELIMITED BY SIZE
                  "-01-01" DELIMITED BY SIZE
              INTO WS-LINE-START
           END-STRING
           MOVE "YEAR TO DATE" TO WS-LINE-LABEL
           MOVE 5 TO WS-SUM-I
           PERFORM WRITE-SUM-LINE
           EXIT.

       WRITE-ONE-DEPARTMENT.
           *> a line per period in the range, then the range and
           *> year-to-date totals
           MOVE WS-DEPT-NAME(WS-DEPT-NEXT) TO WS-LINE-DEPT
           MOVE 'N' TO WS-DEPT-FLAGGED
           MOVE 'N' TO WS-DEPT-NOBUD
           ADD 1 TO WS-DEPT-PRINTED
           PERFORM WRITE-RPT-DEPT-HEADER
           MOVE 2 TO WS-SUM-J
           PERFORM CLEAR-SUM
           MOVE 3 TO WS-SUM-J
           PERFORM CLEAR-SUM

           PERFORM VARYING WS-PER-I FROM 1 BY 1
                 UNTIL WS-PER-I > WS-PER-COUNT
              MOVE 1 TO WS-SUM-J
              PERFORM CLEAR-SUM
              PERFORM ADD-CELL-TO-LINE
              IF WS-PER-IN-RANGE(WS-PER-I) = 'Y'
                 MOVE 2 TO WS-SUM-J
                 PERFORM ADD-LINE-TO-SUM
                 MOVE 4 TO WS-SUM-J
                 PERFORM ADD-LINE-TO-SUM
                 MOVE WS-PER-LABEL(WS-PER-I) TO WS-LINE-LABEL
                 MOVE WS-PER-START(WS-PER-I) TO WS-LINE-START
                 MOVE WS-PER-END(WS-PER-I) TO WS-LINE-END
                 MOVE 1 TO WS-SUM-I
                 PERFORM WRITE-SUM-LINE
              END-IF
              IF WS-PER-IN-YTD(WS-PER-I) = 'Y'
                 MOVE 3 TO WS-SUM-J
                 PERFORM ADD-LINE-TO-SUM
                 MOVE 5 TO WS-SUM-J
                 PERFORM ADD-LINE-TO-SUM
              END-IF
           END-PERFORM

           MOVE WS-FROM-START TO WS-LINE-START
           MOVE WS-TO-END TO WS-LINE-END
           MOVE "RANGE TOTAL" TO WS-LINE-LABEL
           MOVE 2 TO WS-SUM-I
           PERFORM WRITE-SUM-LINE
           STRING WS-YTD-YEAR DELIMITED BY SIZE
                  "-01-01" DELIMITED BY SIZE
              INTO WS-LINE-START
           END-STRING
           MOVE "YEAR TO DATE" TO WS-LINE-LABEL
           MOVE 3 TO WS-SUM-I
           PERFORM WRITE-SUM-LINE

           IF WS-DEPT-FLAGGED = 'Y'
              ADD 1 TO WS-OVER-COUNT
           END-IF
           IF WS-DEPT-NOBUD = 'Y'
              ADD 1 TO WS-NOBUD-COUNT
           END-IF
           EXIT.

       CLEAR-SUM-4-5.
           MOVE 4 TO WS-SUM-J
           PERFORM CLEAR-SUM
           MOVE 5 TO WS-SUM-J
           PERFORM CLEAR-SUM
           EXIT.

       CLEAR-SUM.
           MOVE 0 TO WS-S-B-HOURS(WS-SUM-J)
           MOVE 0 TO WS-S-B-REG(WS-SUM-J)
           MOVE 0 TO WS-S-B-OT(WS-SUM-J)
           MOVE 0 TO WS-S-B-TOTAL(WS-SUM-J)
           MOVE 0 TO WS-S-A-HOURS(WS-SUM-J)
           MOVE 0 TO WS-S-A-REG(WS-SUM-J)
           MOVE 0 TO WS-S-A-OT(WS-SUM-J)
           MOVE 0 TO WS-S-A-TOTAL(WS-SUM-J)
           EXIT.

       ADD-CELL-TO-LINE.
           *> the current department's cell for WS-PER-I into sum 1
           ADD WS-C-B-HOURS(WS-DEPT-NEXT, WS-PER-I)
              TO WS-S-B-HOURS(1)
           ADD WS-C-B-REG(WS-DEPT-NEXT, WS-PER-I) TO WS-S-B-REG(1)
           ADD WS-C-B-OT(WS-DEPT-NEXT, WS-PER-I) TO WS-S-B-OT(1)
           ADD WS-C-B-TOTAL(WS-DEPT-NEXT, WS-PER-I)
              TO WS-S-B-TOTAL(1)
           ADD WS-C-A-HOURS(WS-DEPT-NEXT, WS-PER-I)
              TO WS-S-A-HOURS(1)
           ADD WS-C-A-REG(WS-DEPT-NEXT, WS-PER-I) TO WS-S-A-REG(1)
           ADD WS-C-A-OT(WS-DEPT-NEXT, WS-PER-I) TO WS-S-A-OT(1)
           ADD WS-C-A-TOTAL(WS-DEPT-NEXT, WS-PER-I)
              TO WS-S-A-TOTAL(1)
           EXIT.

       ADD-LINE-TO-SUM.
           *> sum 1 (the period line) into sum WS-SUM-J
           ADD WS-S-B-HOURS(1) TO WS-S-B-HOURS(WS-SUM-J)
           ADD WS-S-B-REG(1)   TO WS-S-B-REG(WS-SUM-J)
           ADD WS-S-B-OT(1)    TO WS-S-B-OT(WS-SUM-J)
           ADD WS-S-B-TOTAL(1) TO WS-S-B-TOTAL(WS-SUM-J)
           ADD WS-S-A-HOURS(1) TO WS-S-A-HOURS(WS-SUM-J)
           ADD WS-S-A-REG(1)   TO WS-S-A-REG(WS-SUM-J)
           ADD WS-S-A-OT(1)    TO WS-S-A-OT(WS-SUM-J)
           ADD WS-S-A-TOTAL(1) TO WS-S-A-TOTAL(WS-SUM-J)
           EXIT.

       WRITE-SUM-LINE.
           *> variance is actual less budget, so over budget is
           *> positive; the percent is of the budget, and spend
           *> with no budget at all is flagged on its own
           COMPUTE WS-VAR =
              WS-S-A-TOTAL(WS-SUM-I) - WS-S-B-TOTAL(WS-SUM-I)
           COMPUTE WS-HRS-VAR =
              WS-S-A-HOURS(WS-SUM-I) - WS-S-B-HOURS(WS-SUM-I)
           COMPUTE WS-REG-VAR =
              WS-S-A-REG(WS-SUM-I) - WS-S-B-REG(WS-SUM-I)
           COMPUTE WS-OT-VAR =
              WS-S-A-OT(WS-SUM-I) - WS-S-B-OT(WS-SUM-I)
           MOVE SPACES TO WS-FLAG
           MOVE 0 TO WS-VAR-PCT
           IF WS-S-B-TOTAL(WS-SUM-I) > 0
              COMPUTE WS-VAR-PCT ROUNDED =
                 WS-VAR * 100 / WS-S-B-TOTAL(WS-SUM-I)
                 ON SIZE ERROR
                    MOVE 999999.9 TO WS-VAR-PCT
              END-COMPUTE
              IF WS-VAR-PCT > WS-THRESHOLD-PCT
                 MOVE "OVER" TO WS-FLAG
              END-IF
           ELSE
              IF WS-S-A-TOTAL(WS-SUM-I) > 0
                 MOVE "NO BUDGET" TO WS-FLAG
              END-IF
           END-IF
           *> the all-department lines are not counted again -
           *> their departments were already counted line by line
           IF WS-SUM-I < 4
              IF WS-FLAG = "OVER"
                 MOVE 'Y' TO WS-DEPT-FLAGGED
              END-IF
              IF WS-FLAG = "NO BUDGET"
                 MOVE 'Y' TO WS-DEPT-NOBUD
              END-IF
           END-IF

           MOVE WS-S-B-HOURS(WS-SUM-I) TO WS-HRS-STR
           MOVE WS-S-A-HOURS(WS-SUM-I) TO WS-HRS-STR-2
           MOVE WS-S-B-REG(WS-SUM-I)   TO WS-AMT-STR
           MOVE WS-S-A-REG(WS-SUM-I)   TO WS-AMT-STR-2
           MOVE WS-S-B-OT(WS-SUM-I)    TO WS-AMT-STR-3
           MOVE WS-S-A-OT(WS-SUM-I)    TO WS-AMT-STR-4
           MOVE WS-S-B-TOTAL(WS-SUM-I) TO WS-AMT-STR-5
           MOVE WS-S-A-TOTAL(WS-SUM-I) TO WS-AMT-STR-6
           MOVE WS-VAR     TO WS-VAR-STR
           MOVE WS-HRS-VAR TO WS-HVAR-STR
           MOVE WS-REG-VAR TO WS-RVAR-STR
           MOVE WS-OT-VAR  TO WS-OVAR-STR
           MOVE WS-VAR-PCT TO WS-PCT-STR
           MOVE WS-PCT-STR TO WS-PCT-TEXT
           IF WS-S-B-TOTAL(WS-SUM-I) = 0
              MOVE SPACES TO WS-PCT-TEXT
           END-IF

           MOVE SPACES TO WS-LINE
           IF WS-SUM-I = 1
              MOVE WS-LINE-LABEL TO WS-LINE(3:20)
           ELSE
              MOVE WS-LINE-LABEL TO WS-LINE(1:20)
           END-IF
           MOVE WS-HRS-STR   TO WS-LINE(24:10)
           MOVE WS-HRS-STR-2 TO WS-LINE(35:10)
           MOVE WS-AMT-STR   TO WS-LINE(46:11)
           MOVE WS-AMT-STR-2 TO WS-LINE(58:11)
           MOVE WS-AMT-STR-3 TO WS-LINE(70:11)
           MOVE WS-AMT-STR-4 TO WS-LINE(82:11)
           MOVE WS-AMT-STR-5 TO WS-LINE(94:11)
           MOVE WS-AMT-STR-6 TO WS-LINE(106:11)
           MOVE WS-VAR-STR   TO WS-LINE(118:13)
           MOVE WS-PCT-TEXT  TO WS-LINE(132:9)
           MOVE WS-FLAG      TO WS-LINE(142:9)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING WS-LINE-DEPT  DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-LINE-LABEL DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-LINE-START DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-LINE-END   DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-HRS-STR    DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-HRS-STR-2  DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-HVAR-STR   DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-AMT-STR    DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-AMT-STR-2  DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-RVAR-STR   DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-AMT-STR-3  DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-AMT-STR-4  DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-OVAR-STR   DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-AMT-STR-5  DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-AMT-STR-6  DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-VAR-STR    DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-PCT-TEXT   DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-FLAG       DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO DLM-REC
           WRITE DLM-REC
           EXIT.

       WRITE-RPT-HEADER.
           MOVE WS-THRESHOLD-PCT TO WS-THRESH-STR
           MOVE SPACES TO WS-LINE
           MOVE ALL "=" TO WS-LINE(1:150)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "  Department Labor Cost - Budget vs Actual - "
                     DELIMITED BY SIZE
                  WS-FROM-LABEL DELIMITED BY "  "
                  " to " DELIMITED BY SIZE
                  WS-TO-LABEL DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  WS-FROM-START DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TO-END DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "  Prepared: " DELIMITED BY SIZE
                  WS-DATE-FORMAT DELIMITED BY SIZE
                  "   Year to date: " DELIMITED BY SIZE
                  WS-YTD-YEAR DELIMITED BY SIZE
                  "   Flagged when over budget by more than "
                     DELIMITED BY SIZE
                  WS-THRESH-STR DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE
           "  Labor cost is gross pay plus employer taxes and match"
              TO WS-LINE(1:55)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE ALL "=" TO WS-LINE(1:150)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           *> column header (fixed positions)
           MOVE SPACES TO WS-LINE
           MOVE "------- HOURS -------" TO WS-LINE(24:21)
           MOVE "----- REGULAR PAY -----" TO WS-LINE(46:23)
           MOVE "---- OVERTIME PAY -----" TO WS-LINE(70:23)
           MOVE "-- TOTAL LABOR COST ---" TO WS-LINE(94:23)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE "PERIOD"   TO WS-LINE(1:6)
           MOVE "BUDGET"   TO WS-LINE(28:6)
           MOVE "ACTUAL"   TO WS-LINE(39:6)
           MOVE "BUDGET"   TO WS-LINE(51:6)
           MOVE "ACTUAL"   TO WS-LINE(63:6)
           MOVE "BUDGET"   TO WS-LINE(75:6)
           MOVE "ACTUAL"   TO WS-LINE(87:6)
           MOVE "BUDGET"   TO WS-LINE(99:6)
           MOVE "ACTUAL"   TO WS-LINE(111:6)
           MOVE "VARIANCE" TO WS-LINE(123:8)
           MOVE "VAR %"    TO WS-LINE(136:5)
           MOVE "FLAG"     TO WS-LINE(142:4)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-RPT-DEPT-HEADER.
           MOVE SPACES TO WS-LINE
           MOVE ALL "-" TO WS-LINE(1:150)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "DEPARTMENT: " DELIMITED BY SIZE
                  WS-LINE-DEPT DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-DLM-HEADER.
           MOVE SPACES TO WS-LINE
           STRING "DEPT|PERIOD|START|END|BUDGET HOURS|ACTUAL HOURS|"
                     DELIMITED BY SIZE
                  "HOURS VAR|BUDGET REG|ACTUAL REG|REG VAR|"
                     DELIMITED BY SIZE
                  "BUDGET OT|ACTUAL OT|OT VAR|BUDGET COST|"
                     DELIMITED BY SIZE
                  "ACTUAL COST|COST VAR|COST VAR PCT|FLAG"
                     DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO DLM-REC
           WRITE DLM-REC
           EXIT.

       WRITE-RPT-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE ALL "=" TO WS-LINE(1:150)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-DEPT-PRINTED TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "DEPARTMENTS REPORTED:" TO WS-LINE(1:21)
           MOVE WS-CNT-STR TO WS-LINE(36:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-OVER-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "OVER BUDGET PAST THRESHOLD:" TO WS-LINE(1:27)
           MOVE WS-CNT-STR TO WS-LINE(36:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-NOBUD-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "SPEND WITH NO BUDGET:" TO WS-LINE(1:21)
           MOVE WS-CNT-STR TO WS-LINE(36:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-HIST-USED TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "PAY HISTORY LINES CHARGED:" TO WS-LINE(1:26)
           MOVE WS-CNT-STR TO WS-LINE(36:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-BUD-REJECTED TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "BUDGET LINES REJECTED:" TO WS-LINE(1:22)
           MOVE WS-CNT-STR TO WS-LINE(36:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE ALL "=" TO WS-LINE(1:150)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       GET-RUN-PARAMETERS.
           *> JCL PARM equivalent - args 1-4 are the from-period and
           *> to-period labels, the report file and the delimited
           *> file; the periods fall back to BUDRPT_FROM_PERIOD /
           *> BUDRPT_TO_PERIOD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT = SPACES
              ACCEPT WS-PARM-TEXT FROM ENVIRONMENT
                 "BUDRPT_FROM_PERIOD"
           END-IF
           MOVE WS-PARM-TEXT TO WS-FROM-LABEL

           MOVE SPACES TO WS-PARM-TEXT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT = SPACES
              ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "BUDRPT_TO_PERIOD"
           END-IF
           MOVE WS-PARM-TEXT TO WS-TO-LABEL
           IF WS-TO-LABEL = SPACES
              MOVE WS-FROM-LABEL TO WS-TO-LABEL
           END-IF

           MOVE SPACES TO WS-PARM-TEXT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-RPT-FILE
           END-IF

           MOVE SPACES TO WS-PARM-TEXT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-DLM-FILE
           END-IF

           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "BUDRPT_THRESHOLD_PCT"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-THRESHOLD-PCT
           END-IF

           *> the input files can be pointed elsewhere for a rerun
           *> against restored copies
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "BUDRPT_BUDGET_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-BUDGET-FILE
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "BUDRPT_PAYCAL_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-PAYCAL-FILE
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "BUDRPT_HISTIX_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-PAYHISTIX-FILE
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "PAYROLL_ERTAX_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-ERTAX-FILE
           END-IF
           EXIT.
