       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRRPT.
       AUTHOR. Athos Exarchou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> keyed pay-history mirror written by PAYROLL - read in
           *> employee/run order, so each employee's year of detail
           *> arrives together and can be bucketed by quarter
           SELECT PAY-HIST-IX-FILE ASSIGN TO WS-PAYHISTIX-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIX-KEY
              ALTERNATE RECORD KEY IS HIX-RUN-ID WITH DUPLICATES
              FILE STATUS WS-HISTIX-FILE-STATUS.

           *> YTD master written by PAYROLL - the quarters found in
           *> history must add up to its YTD-PAY/YTD-TAX before
           *> anything is released to the agencies
           SELECT EMP-YTD-FILE ASSIGN TO WS-YTD-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YTD-EMP-ID
              FILE STATUS WS-YTD-FILE-STATUS.

           *> PAYROLL's employer tax table - only the SUTA wage base
           *> is used here, to split each employee's state wages
           *> into taxable and excess; no table means no cap
           SELECT ER-TAX-FILE ASSIGN TO WS-ERTAX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-ERTAX-FILE-STATUS.

           *> quarterly federal return summary (printed)
           SELECT FED-FILE ASSIGN TO WS-FED-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-FED-FILE-STATUS.

           *> per-employee state wage listing in the agency's fixed
           *> layout - only written once the quarter has tied
           SELECT STATE-FILE ASSIGN TO WS-STATE-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-STATE-FILE-STATUS.

           *> employees whose quarters do not tie to the YTD master
           SELECT EXCP-FILE ASSIGN TO WS-EXCP-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-EXCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       *> this layout is duplicated from PAYROLL, so any change
       *> there must be mirrored here
       FD  EMP-YTD-FILE.
       01  YTD-REC.
           05 YTD-EMP-ID   PIC 9(4).
           05 YTD-EMP-NAME PIC X(20).
           05 YTD-HOURS    PIC 9(7).
           05 YTD-PAY      PIC 9(9)V99.
           05 YTD-TAX        PIC 9(8)V99.
           05 YTD-DEDUCTIONS PIC 9(8)V99.
           05 YTD-PRV-HOURS PIC 9(3).
           05 YTD-PRV-GROSS PIC 9(6)V99.
           05 YTD-LAST-RUN-ID PIC X(14).
           05 YTD-LAST-ADJ-RUN-ID PIC X(14).
           *> pre-tax benefit contributions for the year - gross
           *> less this is the taxable wage figure
           05 YTD-PRETAX PIC 9(8)V99.

       FD  ER-TAX-FILE.
       01  ERTAX-REC PIC X(80).

       FD  FED-FILE.
       01  FED-REC PIC X(100).

       FD  STATE-FILE.
       01  STATE-REC PIC X(100).

       FD  EXCP-FILE.
       01  EXCP-REC PIC X(100).

       WORKING-STORAGE SECTION.

       *> file status variables
       77 WS-HISTIX-FILE-STATUS PIC XX.
       77 WS-YTD-FILE-STATUS    PIC XX.
       77 WS-ERTAX-FILE-STATUS  PIC XX.
       77 WS-FED-FILE-STATUS    PIC XX.
       77 WS-STATE-FILE-STATUS  PIC XX.
       77 WS-EXCP-FILE-STATUS   PIC XX.

       77 WS-PAYHISTIX-FILE PIC X(50) VALUE "payhistix.dat".
       77 WS-YTD-FILE       PIC X(50) VALUE "empytd.dat".
       77 WS-ERTAX-FILE     PIC X(50) VALUE "ertax.dat".
       77 WS-FED-FILE       PIC X(50) VALUE "qtrfed.txt".
       77 WS-STATE-FILE     PIC X(50) VALUE "qtrstate.dat".
       77 WS-EXCP-FILE      PIC X(50) VALUE "qtrexcp.txt".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       *> the quarter being filed - arguments or QTRRPT_YEAR /
       *> QTRRPT_QUARTER, else the calendar quarter just ended
       77 WS-RPT-YEAR      PIC 9(4) VALUE 0.
       77 WS-RPT-QTR       PIC 9 VALUE 0.
       77 WS-YEAR-TEXT     PIC X(4) VALUE SPACES.
       77 WS-QTR-TEXT      PIC X(1) VALUE SPACES.
       *> employer's state unemployment account number, carried
       *> on the state listing header
       77 WS-STATE-ACCT    PIC X(15) VALUE SPACES.

       *> SUTA annual wage base from the employer tax table -
       *> zero means no cap (all state wages taxable)
       01 WS-ERTAX-FIELDS.
           05 WS-ERTAX-CODE-TEXT PIC X(6).
           05 WS-ERTAX-RATE-TEXT PIC X(8).
           05 WS-ERTAX-CAP-TEXT  PIC X(12).
       77 WS-SUTA-CAP      PIC 9(7)V99 VALUE 0.
       77 WS-ERTAX-EOF     PIC X(3) VALUE "NO".

       *> one employee's year of history, bucketed by calendar
       *> quarter of the pay date
       77 WS-CUR-EMP-ID    PIC 9(4) VALUE 0.
       77 WS-CUR-EMP-NAME  PIC X(20) VALUE SPACES.
       77 WS-CUR-ACTIVE    PIC X VALUE 'N'.
       01 WS-EMP-QUARTERS.
           05 WS-QTR-ENTRY OCCURS 4 TIMES.
              10 WS-Q-GROSS   PIC 9(8)V99 COMP-3.
              10 WS-Q-TAXABLE PIC 9(8)V99 COMP-3.
              10 WS-Q-TAX     PIC 9(8)V99 COMP-3.
              10 WS-Q-HOURS   PIC 9(6) COMP-3.
       77 WS-Q-I           PIC 9 VALUE 0.
       77 WS-HIX-QTR       PIC 9 VALUE 0.
       77 WS-HIX-MONTH     PIC 99 VALUE 0.
       77 WS-MONTH-I       PIC 9 VALUE 0.
       77 WS-EMP-YEAR-GROSS PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-EMP-YEAR-TAX   PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-EMP-YEAR-TAXABLE PIC 9(9)V99 COMP-3 VALUE 0.
       *> what the YTD master says was taxable - gross less the
       *> pre-tax benefit elections
       77 WS-YTD-TAXABLE    PIC S9(9)V99 COMP-3 VALUE 0.
       *> state unemployment split for the filed quarter
       77 WS-PRIOR-QTR-GROSS PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-SUI-ROOM      PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-SUI-TAXABLE   PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-SUI-EXCESS    PIC 9(8)V99 COMP-3 VALUE 0.

       *> match-merge state for the history mirror and the YTD
       *> master - both arrive in employee-id order
       77 WS-HIX-EOF       PIC X(3) VALUE "NO".
       77 WS-YTD-EOF       PIC X(3) VALUE "NO".
       77 WS-YTD-PRESENT   PIC X VALUE 'N'.
       *> 'Y' once any employee fails to tie - the state listing
       *> is then held back and the job ends RETURN-CODE 8
       77 WS-FILING-HELD   PIC X VALUE 'N'.

       *> quarter totals for the federal summary
       77 WS-FED-EMP-COUNT  PIC 9(6) VALUE 0.
       77 WS-FED-GROSS      PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-FED-TAXABLE    PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-FED-TAX        PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-FED-HOURS      PIC 9(8) COMP-3 VALUE 0.
       *> withholding liability by month of the quarter
       01 WS-FED-MONTHS.
           05 WS-FED-MONTH-TAX PIC 9(10)V99 COMP-3 OCCURS 3 TIMES.

       *> state listing totals for the trailer
       77 WS-STATE-COUNT    PIC 9(6) VALUE 0.
       77 WS-STATE-GROSS    PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-STATE-TAXABLE  PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-CENTS          PIC 9(11) VALUE 0.
       77 WS-TOTAL-CENTS    PIC 9(13) VALUE 0.

       *> exception bookkeeping
       77 WS-EXCP-COUNT     PIC 9(6) VALUE 0.
       77 WS-EXCP-TEXT      PIC X(30) VALUE SPACES.
       77 WS-EXCP-HIST-AMT  PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-EXCP-YTD-AMT   PIC 9(9)V99 COMP-3 VALUE 0.

       *> edited fields for the reports
       77 WS-ID-STR     PIC ZZZ9.
       77 WS-CNT-STR    PIC ZZZZZ9.
       77 WS-HOURS-STR  PIC ZZZZZ9.
       77 WS-AMT-STR    PIC ZZZZZZZ9.99.
       77 WS-AMT-STR-2  PIC ZZZZZZZ9.99.
       77 WS-AMT-STR-3  PIC ZZZZZZZ9.99.
       77 WS-TOTAL-STR  PIC ZZZZZZZZZ9.99.
       77 WS-LINE       PIC X(100).

       *> date fields
       77 WS-DATE-YYYYMMDD PIC 9(8).
       77 WS-DATE-FORMAT   PIC X(10). *> "YYYY-MM-DD"
       77 WS-CUR-MONTH     PIC 99 VALUE 0.

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
           INITIALIZE WS-FED-MONTHS

           IF WS-RPT-QTR < 1 OR WS-RPT-QTR > 4
              DISPLAY "Usage: qtrrpt [year quarter(1-4)"
                 " [summary file] [state file]]"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAY-HIST-IX-FILE
           IF WS-HISTIX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open pay-history mirror "
                  WS-PAYHISTIX-FILE
               STOP RUN
           END-IF

           OPEN INPUT EMP-YTD-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open YTD master file"
               STOP RUN
           END-IF

           OPEN OUTPUT FED-FILE
           IF WS-FED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open summary file"
               STOP RUN
           END-IF

           OPEN OUTPUT EXCP-FILE
           IF WS-EXCP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open exception file"
               STOP RUN
           END-IF

           PERFORM LOAD-SUTA-WAGE-BASE

           *> pass 1 - prove every employee's quarters against the
           *> YTD master and print the federal summary
           PERFORM WRITE-FED-HEADER
           PERFORM WRITE-EXCP-HEADER
           PERFORM PROVE-QUARTER-TOTALS
           PERFORM WRITE-EXCP-FOOTER
           PERFORM WRITE-FED-FOOTER
           CLOSE EMP-YTD-FILE EXCP-FILE FED-FILE

           *> pass 2 - release the state listing only when nothing
           *> failed to tie; a held filing still opens the file so
           *> an earlier quarter's listing is emptied rather than
           *> left behind to be sent by mistake
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open state listing file"
               STOP RUN
           END-IF
           IF WS-FILING-HELD = 'N'
              PERFORM WRITE-STATE-HEADER
              PERFORM WRITE-STATE-LISTING
              PERFORM WRITE-STATE-TRAILER
           END-IF
           CLOSE STATE-FILE
           CLOSE PAY-HIST-IX-FILE

           IF WS-FILING-HELD = 'Y'
              DISPLAY "Quarter " WS-RPT-YEAR " Q" WS-RPT-QTR
                 " HELD - " WS-EXCP-COUNT
                 " employee(s) do not tie, see " WS-EXCP-FILE
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Quarter " WS-RPT-YEAR " Q" WS-RPT-QTR
                 " released - " WS-STATE-COUNT
                 " employee(s) on the state listing"
              *> nobody paid in the quarter is worth a look before
              *> an empty return goes out
              IF WS-STATE-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

       LOAD-SUTA-WAGE-BASE.
           *> pick the SUTA line out of the employer tax table -
           *> no table, or no SUTA line, leaves the cap at zero
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
                       IF WS-ERTAX-CODE-TEXT = "SUTA"
                             AND WS-ERTAX-CAP-TEXT NOT = SPACES
                          MOVE FUNCTION NUMVAL(WS-ERTAX-CAP-TEXT)
                             TO WS-SUTA-CAP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ER-TAX-FILE
           END-IF
           EXIT.

       PROVE-QUARTER-TOTALS.
           *> match-merge the history mirror against the YTD master
           *> on employee id. History with no YTD record, YTD with
           *> no history for the year, and any employee whose
           *> quarters do not add up to YTD-PAY/YTD-TAX all go to
           *> the exception report, as does one whose taxable wages
           *> do not add up to YTD-PAY less YTD-PRETAX
           PERFORM START-HISTORY
           MOVE LOW-VALUES TO YTD-EMP-ID
           START EMP-YTD-FILE KEY NOT < YTD-EMP-ID
              INVALID KEY
                 MOVE "YES" TO WS-YTD-EOF
           END-START
           IF WS-YTD-EOF = "NO"
              PERFORM READ-NEXT-YTD
           END-IF

           PERFORM UNTIL WS-HIX-EOF = "YES" AND WS-YTD-EOF = "YES"
              IF WS-YTD-EOF = "YES"
                    OR (WS-HIX-EOF = "NO"
                       AND HIX-EMP-ID < YTD-EMP-ID)
                 MOVE 'N' TO WS-YTD-PRESENT
                 PERFORM COLLECT-EMPLOYEE-HISTORY
                 PERFORM TIE-EMPLOYEE-TO-YTD
              ELSE
                 IF WS-HIX-EOF = "YES"
                       OR YTD-EMP-ID < HIX-EMP-ID
                    PERFORM CHECK-YTD-WITHOUT-HISTORY
                    PERFORM READ-NEXT-YTD
                 ELSE
                    MOVE 'Y' TO WS-YTD-PRESENT
                    PERFORM COLLECT-EMPLOYEE-HISTORY
                    PERFORM TIE-EMPLOYEE-TO-YTD
                    PERFORM READ-NEXT-YTD
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

       START-HISTORY.
           *> position at the first employee and read ahead one
           *> record - COLLECT-EMPLOYEE-HISTORY always starts with
           *> the first record of the next employee in hand
           MOVE "NO" TO WS-HIX-EOF
           MOVE LOW-VALUES TO HIX-KEY
           START PAY-HIST-IX-FILE KEY NOT < HIX-KEY
              INVALID KEY
                 MOVE "YES" TO WS-HIX-EOF
           END-START
           IF WS-HIX-EOF = "NO"
              PERFORM READ-NEXT-HISTORY
           END-IF
           EXIT.

       READ-NEXT-HISTORY.
           READ PAY-HIST-IX-FILE NEXT RECORD
              AT END
                 MOVE "YES" TO WS-HIX-EOF
           END-READ
           EXIT.

       READ-NEXT-YTD.
           READ EMP-YTD-FILE NEXT RECORD
              AT END
                 MOVE "YES" TO WS-YTD-EOF
           END-READ
           EXIT.

       COLLECT-EMPLOYEE-HISTORY.
           *> bucket every record of the current employee dated in
           *> the filing year by calendar quarter of the pay date;
           *> earlier years still in the mirror are passed over
           MOVE HIX-EMP-ID TO WS-CUR-EMP-ID
           MOVE HIX-EMP-NAME TO WS-CUR-EMP-NAME
           MOVE 'N' TO WS-CUR-ACTIVE
           MOVE 0 TO WS-EMP-YEAR-GROSS
           MOVE 0 TO WS-EMP-YEAR-TAX
           MOVE 0 TO WS-EMP-YEAR-TAXABLE
           PERFORM VARYING WS-Q-I FROM 1 BY 1 UNTIL WS-Q-I > 4
              MOVE 0 TO WS-Q-GROSS(WS-Q-I)
              MOVE 0 TO WS-Q-TAXABLE(WS-Q-I)
              MOVE 0 TO WS-Q-TAX(WS-Q-I)
              MOVE 0 TO WS-Q-HOURS(WS-Q-I)
           END-PERFORM

           PERFORM UNTIL WS-HIX-EOF = "YES"
                 OR HIX-EMP-ID NOT = WS-CUR-EMP-ID
              IF HIX-DATE(1:4) = WS-YEAR-TEXT
                 PERFORM BUCKET-HISTORY-RECORD
              END-IF
              PERFORM READ-NEXT-HISTORY
           END-PERFORM
           EXIT.

       BUCKET-HISTORY-RECORD.
           MOVE HIX-DATE(6:2) TO WS-HIX-MONTH
           EVALUATE TRUE
              WHEN WS-HIX-MONTH <= 3
                 MOVE 1 TO WS-HIX-QTR
              WHEN WS-HIX-MONTH <= 6
                 MOVE 2 TO WS-HIX-QTR
              WHEN WS-HIX-MONTH <= 9
                 MOVE 3 TO WS-HIX-QTR
              WHEN OTHER
                 MOVE 4 TO WS-HIX-QTR
           END-EVALUATE
           MOVE 'Y' TO WS-CUR-ACTIVE
           *> the latest name on file is the one that is reported
           MOVE HIX-EMP-NAME TO WS-CUR-EMP-NAME

           ADD HIX-GROSS TO WS-Q-GROSS(WS-HIX-QTR)
           *> withholding is figured on the gross less the pre-tax
           *> benefit elections, so that is the taxable wage base
           COMPUTE WS-Q-TAXABLE(WS-HIX-QTR) =
              WS-Q-TAXABLE(WS-HIX-QTR) + HIX-GROSS - HIX-PRETAX
           COMPUTE WS-EMP-YEAR-TAXABLE =
              WS-EMP-YEAR-TAXABLE + HIX-GROSS - HIX-PRETAX
           ADD HIX-TAX TO WS-Q-TAX(WS-HIX-QTR)
           ADD HIX-HOURS TO WS-Q-HOURS(WS-HIX-QTR)
           ADD HIX-OT-HOURS TO WS-Q-HOURS(WS-HIX-QTR)
           ADD HIX-GROSS TO WS-EMP-YEAR-GROSS
           ADD HIX-TAX TO WS-EMP-YEAR-TAX

           *> the federal return reports withholding liability by
           *> month within the quarter
           IF WS-HIX-QTR = WS-RPT-QTR
              COMPUTE WS-MONTH-I =
                 WS-HIX-MONTH - ((WS-RPT-QTR - 1) * 3)
              ADD HIX-TAX TO WS-FED-MONTH-TAX(WS-MONTH-I)
           END-IF
           EXIT.

       TIE-EMPLOYEE-TO-YTD.
           *> the year's quarters must add up to the YTD master -
           *> a later quarter already paid is in both, so the
           *> comparison is the whole year found in history
           IF WS-YTD-PRESENT = 'N'
              IF WS-CUR-ACTIVE = 'Y'
                 MOVE "HISTORY WITH NO YTD RECORD" TO WS-EXCP-TEXT
                 MOVE WS-EMP-YEAR-GROSS TO WS-EXCP-HIST-AMT
                 MOVE 0 TO WS-EXCP-YTD-AMT
                 PERFORM WRITE-EXCEPTION
              END-IF
           ELSE
              IF WS-EMP-YEAR-GROSS NOT = YTD-PAY
                 MOVE "QUARTER GROSS NOT = YTD-PAY" TO WS-EXCP-TEXT
                 MOVE WS-EMP-YEAR-GROSS TO WS-EXCP-HIST-AMT
                 MOVE YTD-PAY TO WS-EXCP-YTD-AMT
                 PERFORM WRITE-EXCEPTION
              END-IF
              IF WS-EMP-YEAR-TAX NOT = YTD-TAX
                 MOVE "QUARTER TAX NOT = YTD-TAX" TO WS-EXCP-TEXT
                 MOVE WS-EMP-YEAR-TAX TO WS-EXCP-HIST-AMT
                 MOVE YTD-TAX TO WS-EXCP-YTD-AMT
                 PERFORM WRITE-EXCEPTION
              END-IF
              COMPUTE WS-YTD-TAXABLE = YTD-PAY - YTD-PRETAX
              IF WS-EMP-YEAR-TAXABLE NOT = WS-YTD-TAXABLE
                 MOVE "QUARTER TAXABLE NOT = YTD" TO WS-EXCP-TEXT
                 MOVE WS-EMP-YEAR-TAXABLE TO WS-EXCP-HIST-AMT
                 MOVE WS-YTD-TAXABLE TO WS-EXCP-YTD-AMT
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF

           IF WS-CUR-ACTIVE = 'Y'
              IF WS-Q-GROSS(WS-RPT-QTR) > 0
                    OR WS-Q-TAX(WS-RPT-QTR) > 0
                 PERFORM WRITE-FED-LINE
              END-IF
           END-IF
           EXIT.

       CHECK-YTD-WITHOUT-HISTORY.
           *> a YTD record carrying pay with no history behind it
           *> in the filing year cannot be reported by quarter
           IF YTD-PAY > 0 OR YTD-TAX > 0
              MOVE YTD-EMP-ID TO WS-CUR-EMP-ID
              MOVE YTD-EMP-NAME TO WS-CUR-EMP-NAME
              MOVE "YTD WITH NO HISTORY IN YEAR" TO WS-EXCP-TEXT
              MOVE 0 TO WS-EXCP-HIST-AMT
              MOVE YTD-PAY TO WS-EXCP-YTD-AMT
              PERFORM WRITE-EXCEPTION
           END-IF
           EXIT.

       WRITE-EXCEPTION.
           *> WS-CUR-EMP-ID/NAME, WS-EXCP-TEXT and the two amounts
           *> carry the exception on entry
           MOVE 'Y' TO WS-FILING-HELD
           ADD 1 TO WS-EXCP-COUNT
           MOVE WS-CUR-EMP-ID TO WS-ID-STR
           MOVE WS-EXCP-HIST-AMT TO WS-AMT-STR
           MOVE WS-EXCP-YTD-AMT TO WS-AMT-STR-2
           MOVE SPACES TO WS-LINE
           MOVE WS-ID-STR TO WS-LINE(1:4)
           MOVE WS-CUR-EMP-NAME TO WS-LINE(6:20)
           MOVE WS-EXCP-TEXT TO WS-LINE(27:30)
           MOVE WS-AMT-STR TO WS-LINE(58:11)
           MOVE WS-AMT-STR-2 TO WS-LINE(70:11)
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC
           EXIT.

       WRITE-EXCP-HEADER.
           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC

           MOVE SPACES TO WS-LINE
           STRING "  Quarterly Tie-Out Exceptions - " DELIMITED BY SIZE
                  WS-RPT-YEAR DELIMITED BY SIZE
                  " Q" DELIMITED BY SIZE
                  WS-RPT-QTR DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC

           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC

           *> column header (fixed positions)
           MOVE SPACES TO WS-LINE
           MOVE "ID"        TO WS-LINE(1:2)
           MOVE "NAME"      TO WS-LINE(6:4)
           MOVE "ISSUE"     TO WS-LINE(27:5)
           MOVE "HISTORY"   TO WS-LINE(62:7)
           MOVE "YTD"       TO WS-LINE(78:3)
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC

           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC
           EXIT.

       WRITE-EXCP-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC

           MOVE WS-EXCP-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "EXCEPTIONS:" TO WS-LINE(1:11)
           MOVE WS-CNT-STR TO WS-LINE(39:6)
           MOVE WS-LINE TO EXCP-REC
           WRITE EXCP-REC

           MOVE "================================================"
              TO EXCP-REC
           WRITE EXCP-REC
           EXIT.

       WRITE-FED-HEADER.
           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE SPACES TO WS-LINE
           STRING "  Quarterly Federal Return Summary - "
                     DELIMITED BY SIZE
                  WS-RPT-YEAR DELIMITED BY SIZE
                  " Q" DELIMITED BY SIZE
                  WS-RPT-QTR DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE SPACES TO WS-LINE
           STRING "  Prepared: " DELIMITED BY SIZE
                  WS-DATE-FORMAT DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           *> column header (fixed positions)
           MOVE SPACES TO WS-LINE
           MOVE "ID"        TO WS-LINE(1:2)
           MOVE "NAME"      TO WS-LINE(6:4)
           MOVE "WAGES"     TO WS-LINE(33:5)
           MOVE "TAXABLE"   TO WS-LINE(43:7)
           MOVE "WITHHELD"  TO WS-LINE(54:8)
           MOVE "HOURS"     TO WS-LINE(64:5)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC
           EXIT.

       WRITE-FED-LINE.
           ADD 1 TO WS-FED-EMP-COUNT
           ADD WS-Q-GROSS(WS-RPT-QTR) TO WS-FED-GROSS
           ADD WS-Q-TAXABLE(WS-RPT-QTR) TO WS-FED-TAXABLE
           ADD WS-Q-TAX(WS-RPT-QTR) TO WS-FED-TAX
           ADD WS-Q-HOURS(WS-RPT-QTR) TO WS-FED-HOURS

           MOVE WS-CUR-EMP-ID TO WS-ID-STR
           MOVE WS-Q-GROSS(WS-RPT-QTR) TO WS-AMT-STR
           MOVE WS-Q-TAXABLE(WS-RPT-QTR) TO WS-AMT-STR-2
           MOVE WS-Q-TAX(WS-RPT-QTR) TO WS-AMT-STR-3
           MOVE WS-Q-HOURS(WS-RPT-QTR) TO WS-HOURS-STR

           MOVE SPACES TO WS-LINE
           MOVE WS-ID-STR TO WS-LINE(1:4)
           MOVE WS-CUR-EMP-NAME TO WS-LINE(6:20)
           MOVE WS-AMT-STR TO WS-LINE(27:11)
           MOVE WS-AMT-STR-2 TO WS-LINE(39:11)
           MOVE WS-AMT-STR-3 TO WS-LINE(51:11)
           MOVE WS-HOURS-STR TO WS-LINE(63:6)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC
           EXIT.

       WRITE-FED-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE WS-FED-EMP-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "EMPLOYEES PAID IN QUARTER:" TO WS-LINE(1:26)
           MOVE WS-CNT-STR TO WS-LINE(42:6)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE WS-FED-GROSS TO WS-TOTAL-STR
           MOVE SPACES TO WS-LINE
           MOVE "TOTAL WAGES:" TO WS-LINE(1:12)
           MOVE WS-TOTAL-STR TO WS-LINE(35:13)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE WS-FED-TAXABLE TO WS-TOTAL-STR
           MOVE SPACES TO WS-LINE
           MOVE "TAXABLE WAGES:" TO WS-LINE(1:14)
           MOVE WS-TOTAL-STR TO WS-LINE(35:13)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE WS-FED-TAX TO WS-TOTAL-STR
           MOVE SPACES TO WS-LINE
           MOVE "FEDERAL TAX WITHHELD:" TO WS-LINE(1:21)
           MOVE WS-TOTAL-STR TO WS-LINE(35:13)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           PERFORM VARYING WS-MONTH-I FROM 1 BY 1
                 UNTIL WS-MONTH-I > 3
              MOVE WS-FED-MONTH-TAX(WS-MONTH-I) TO WS-TOTAL-STR
              MOVE SPACES TO WS-LINE
              STRING "  LIABILITY MONTH " DELIMITED BY SIZE
                     WS-MONTH-I DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                  INTO WS-LINE
              END-STRING
              MOVE WS-TOTAL-STR TO WS-LINE(35:13)
              MOVE WS-LINE TO FED-REC
              WRITE FED-REC
           END-PERFORM

           MOVE WS-FED-HOURS TO WS-HOURS-STR
           MOVE SPACES TO WS-LINE
           MOVE "TOTAL HOURS:" TO WS-LINE(1:12)
           MOVE WS-HOURS-STR TO WS-LINE(42:6)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE SPACES TO WS-LINE
           IF WS-FILING-HELD = 'Y'
              MOVE WS-EXCP-COUNT TO WS-CNT-STR
              STRING "  *** FILING HELD - " DELIMITED BY SIZE
                     WS-CNT-STR DELIMITED BY SIZE
                     " EXCEPTION(S) ***" DELIMITED BY SIZE
                  INTO WS-LINE
              END-STRING
           ELSE
              MOVE "  *** QUARTER TIES TO YTD - RELEASED ***"
                 TO WS-LINE(1:40)
           END-IF
           MOVE WS-LINE TO FED-REC
           WRITE FED-REC

           MOVE "================================================"
              TO FED-REC
           WRITE FED-REC
           EXIT.

       WRITE-STATE-LISTING.
           *> second pass over the mirror - the same buckets,
           *> written in the agency layout for everyone paid in
           *> the quarter
           PERFORM START-HISTORY
           PERFORM UNTIL WS-HIX-EOF = "YES"
              PERFORM COLLECT-EMPLOYEE-HISTORY
              IF WS-CUR-ACTIVE = 'Y'
                 IF WS-Q-GROSS(WS-RPT-QTR) > 0
                    PERFORM WRITE-STATE-DETAIL
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

       WRITE-STATE-DETAIL.
           *> state unemployment wages are taxable only up to the
           *> annual SUTA wage base - earlier quarters of the year
           *> use up the room first
           MOVE 0 TO WS-PRIOR-QTR-GROSS
           PERFORM VARYING WS-Q-I FROM 1 BY 1
                 UNTIL WS-Q-I >= WS-RPT-QTR
              ADD WS-Q-GROSS(WS-Q-I) TO WS-PRIOR-QTR-GROSS
           END-PERFORM
           IF WS-SUTA-CAP = 0
              MOVE WS-Q-GROSS(WS-RPT-QTR) TO WS-SUI-TAXABLE
           ELSE
              IF WS-PRIOR-QTR-GROSS >= WS-SUTA-CAP
                 MOVE 0 TO WS-SUI-TAXABLE
              ELSE
                 COMPUTE WS-SUI-ROOM =
                    WS-SUTA-CAP - WS-PRIOR-QTR-GROSS
                 IF WS-SUI-ROOM < WS-Q-GROSS(WS-RPT-QTR)
                    MOVE WS-SUI-ROOM TO WS-SUI-TAXABLE
                 ELSE
                    MOVE WS-Q-GROSS(WS-RPT-QTR) TO WS-SUI-TAXABLE
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-SUI-EXCESS =
              WS-Q-GROSS(WS-RPT-QTR) - WS-SUI-TAXABLE

           ADD 1 TO WS-STATE-COUNT
           ADD WS-Q-GROSS(WS-RPT-QTR) TO WS-STATE-GROSS
           ADD WS-SUI-TAXABLE TO WS-STATE-TAXABLE

           *> '6' detail - fixed positions, amounts in cents
           MOVE SPACES TO STATE-REC
           MOVE "6" TO STATE-REC(1:1)
           MOVE WS-CUR-EMP-ID TO STATE-REC(2:4)
           MOVE WS-CUR-EMP-NAME TO STATE-REC(6:20)
           MOVE WS-RPT-YEAR TO STATE-REC(26:4)
           MOVE WS-RPT-QTR TO STATE-REC(30:1)
           COMPUTE WS-CENTS = WS-Q-GROSS(WS-RPT-QTR) * 100
           MOVE WS-CENTS TO STATE-REC(31:11)
           COMPUTE WS-CENTS = WS-SUI-EXCESS * 100
           MOVE WS-CENTS TO STATE-REC(42:11)
           COMPUTE WS-CENTS = WS-SUI-TAXABLE * 100
           MOVE WS-CENTS TO STATE-REC(53:11)
           MOVE WS-Q-HOURS(WS-RPT-QTR) TO STATE-REC(64:6)
           WRITE STATE-REC
           EXIT.

       WRITE-STATE-HEADER.
           *> '1' header - filing period and employer account
           MOVE SPACES TO STATE-REC
           MOVE "1" TO STATE-REC(1:1)
           MOVE WS-RPT-YEAR TO STATE-REC(2:4)
           MOVE WS-RPT-QTR TO STATE-REC(6:1)
           MOVE WS-STATE-ACCT TO STATE-REC(7:15)
           MOVE WS-DATE-FORMAT TO STATE-REC(22:10)
           MOVE "STATE QUARTERLY WAGE LISTING" TO STATE-REC(32:28)
           WRITE STATE-REC
           EXIT.

       WRITE-STATE-TRAILER.
           *> '8' trailer - employee count and total wages/taxable
           *> wages in cents, for the agency's control check
           MOVE SPACES TO STATE-REC
           MOVE "8" TO STATE-REC(1:1)
           MOVE WS-STATE-COUNT TO STATE-REC(2:6)
           COMPUTE WS-TOTAL-CENTS = WS-STATE-GROSS * 100
           MOVE WS-TOTAL-CENTS TO STATE-REC(8:13)
           COMPUTE WS-TOTAL-CENTS = WS-STATE-TAXABLE * 100
           MOVE WS-TOTAL-CENTS TO STATE-REC(21:13)
           WRITE STATE-REC
           EXIT.

       GET-RUN-PARAMETERS.
           *> JCL PARM equivalent - args 1-4 are the filing year,
           *> the quarter (1-4), the summary file and the state
           *> listing file; year/quarter fall back to QTRRPT_YEAR /
           *> QTRRPT_QUARTER, then to the quarter just ended
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT = SPACES
              ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "QTRRPT_YEAR"
           END-IF
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-YEAR-TEXT
              IF WS-YEAR-TEXT IS NUMERIC
                 MOVE WS-YEAR-TEXT TO WS-RPT-YEAR
              END-IF
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT = SPACES
              ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "QTRRPT_QUARTER"
           END-IF
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-QTR-TEXT
              IF WS-QTR-TEXT IS NUMERIC
                 MOVE WS-QTR-TEXT TO WS-RPT-QTR
              ELSE
                 *> an unreadable quarter must not quietly file the
                 *> default one - leave it out of range for usage
                 MOVE 9 TO WS-RPT-QTR
              END-IF
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-FED-FILE
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-STATE-FILE
           END-IF

           *> nothing supplied - file the calendar quarter that
           *> ended most recently (a January run files last Q4)
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-CUR-MONTH
           IF WS-RPT-YEAR = 0
              MOVE WS-DATE-YYYYMMDD(1:4) TO WS-RPT-YEAR
              IF WS-CUR-MONTH <= 3
                 SUBTRACT 1 FROM WS-RPT-YEAR
              END-IF
           END-IF
           IF WS-RPT-QTR = 0
              EVALUATE TRUE
                 WHEN WS-CUR-MONTH <= 3
                    MOVE 4 TO WS-RPT-QTR
                 WHEN WS-CUR-MONTH <= 6
                    MOVE 1 TO WS-RPT-QTR
                 WHEN WS-CUR-MONTH <= 9
                    MOVE 2 TO WS-RPT-QTR
                 WHEN OTHER
                    MOVE 3 TO WS-RPT-QTR
              END-EVALUATE
           END-IF
           MOVE WS-RPT-YEAR TO WS-YEAR-TEXT

           *> the input masters and the exception report can be
           *> pointed elsewhere for a rerun against restored copies
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "QTRRPT_HISTIX_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-PAYHISTIX-FILE
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "QTRRPT_YTD_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-YTD-FILE
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "PAYROLL_ERTAX_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-ERTAX-FILE
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "QTRRPT_EXCP_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-EXCP-FILE
           END-IF
           ACCEPT WS-STATE-ACCT FROM ENVIRONMENT "QTRRPT_STATE_ACCT"
           EXIT.
