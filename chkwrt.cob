       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKWRT.
       AUTHOR. Athos Exarchou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> per-run check-issue file written by PAYROLL - one
           *> detail per employee left on the paper-check path, with
           *> a trailer carrying the register-vs-deposit gap the
           *> details must add up to
           SELECT CHK-FILE ASSIGN TO WS-CHK-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-CHK-FILE-STATUS.

           *> check-stock control - one CSV line:
           *> <next check no>,<last check no>,<bank account>,
           *> <last run-id issued>
           *> the range loaded into the printer is controlled stock;
           *> a run that would print past the last number stops
           *> before a single check is printed, and the line is
           *> rewritten at end of run with the next unused number
           SELECT STOCK-FILE ASSIGN TO WS-STOCK-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-STOCK-FILE-STATUS.

           *> optional void/reissue transactions - one CSV line per
           *> action, format: <ACTION>,<check no>
           *> where ACTION is VOID (cancel the check) or REISSUE
           *> (cancel it and print a replacement for the same pay
           *> on the next check number); no file means no actions
           SELECT VOID-FILE ASSIGN TO WS-VOID-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-VOID-FILE-STATUS.

           *> check register master keyed on check number - every
           *> check ever printed, with its status, so a void or
           *> reissue can be checked against what was really issued
           SELECT CHK-MAST-FILE ASSIGN TO WS-CHKMAST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CK-NUMBER
              FILE STATUS WS-CHKMAST-FILE-STATUS.

           *> check and stub images, one per check, in check-number
           *> order for the printer
           SELECT PRT-FILE ASSIGN TO WS-PRINT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-PRT-FILE-STATUS.

           *> check register - accounting's list of what was
           *> printed and voided, tied to PAYROLL's deposit gap
           SELECT RPT-FILE ASSIGN TO WS-OUTPUT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-RPT-FILE-STATUS.

           *> positive-pay issue file for the bank - every check
           *> issued or voided this run, so the bank pays only
           *> checks this shop actually wrote
           SELECT PPAY-FILE ASSIGN TO WS-PPAY-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-PPAY-FILE-STATUS.

           *> rejected void/reissue transactions, with the reason
           SELECT REJ-FILE ASSIGN TO WS-REJECT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-REJ-FILE-STATUS.

           *> who/what/when audit trail of every check issued,
           *> voided or reissued
           SELECT AUD-FILE ASSIGN TO WS-AUDIT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> check-issue record - '1' header, '6' detail, '8' trailer,
       *> amounts in zero-filled cents; the layout is written by
       *> PAYROLL, so any change there must be mirrored here
       FD  CHK-FILE.
       01  CHK-REC PIC X(100).

       FD  STOCK-FILE.
       01  STOCK-REC PIC X(80).

       FD  VOID-FILE.
       01  VOID-REC PIC X(200). *> reads whole line (CSV)

       FD  CHK-MAST-FILE.
       01  CK-REC.
           05 CK-NUMBER      PIC 9(8).
           *> 'I' issued (outstanding), 'V' voided
           05 CK-STATUS      PIC X(1).
           05 CK-EMP-ID      PIC 9(4).
           05 CK-EMP-NAME    PIC X(20).
           05 CK-DEPT        PIC X(10).
           05 CK-RUN-ID      PIC X(14).
           05 CK-ISSUE-DATE  PIC X(10).
           05 CK-VOID-DATE   PIC X(10).
           05 CK-NET         PIC 9(6)V99.
           05 CK-GROSS       PIC 9(6)V99.
           05 CK-TAX         PIC 9(6)V99.
           05 CK-DEDUCTIONS  PIC 9(6)V99.
           *> reissue chain - the check this one replaces, and the
           *> check that replaced this one; zero when none
           05 CK-REPLACES    PIC 9(8).
           05 CK-REPLACED-BY PIC 9(8).

       FD  PRT-FILE.
       01  PRT-REC PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC PIC X(200).

       FD  PPAY-FILE.
       01  PPAY-REC PIC X(100).

       FD  REJ-FILE.
       01  REJ-REC PIC X(200).

       FD  AUD-FILE.
       01  AUD-REC PIC X(200).

       WORKING-STORAGE SECTION.

       *> parsed check-stock control fields (used after UNSTRING)
       01 WS-STOCK-FIELDS.
           05 WS-STOCK-NEXT-TEXT PIC X(9).
           05 WS-STOCK-LAST-TEXT PIC X(9).
           05 WS-STOCK-ACCT-TEXT PIC X(17).
           05 WS-STOCK-RUN-TEXT  PIC X(14).

       *> parsed void/reissue fields (used after UNSTRING) - the
       *> check number is one wider than a real one so an
       *> over-long number is caught instead of truncated onto
       *> some other check
       01 WS-VOID-FIELDS.
           05 WS-VOID-ACTION-TEXT PIC X(10).
           05 WS-VOID-NUM-TEXT    PIC X(9).

       *> file status variables
       77 WS-CHK-FILE-STATUS     PIC XX.
       77 WS-STOCK-FILE-STATUS   PIC XX.
       77 WS-VOID-FILE-STATUS    PIC XX.
       77 WS-CHKMAST-FILE-STATUS PIC XX.
       77 WS-PRT-FILE-STATUS     PIC XX.
       77 WS-RPT-FILE-STATUS     PIC XX.
       77 WS-PPAY-FILE-STATUS    PIC XX.
       77 WS-REJ-FILE-STATUS     PIC XX.
       77 WS-AUD-FILE-STATUS     PIC XX.

       77 WS-CHK-FILE     PIC X(50) VALUE SPACES.
       77 WS-STOCK-FILE   PIC X(50) VALUE "chkstock.dat".
       77 WS-VOID-FILE    PIC X(50) VALUE "chkvoid.csv".
       77 WS-CHKMAST-FILE PIC X(50) VALUE "chkreg.dat".
       77 WS-PRINT-FILE   PIC X(50) VALUE "checks.txt".
       77 WS-OUTPUT-FILE  PIC X(50) VALUE "chkregister.txt".
       77 WS-PPAY-FILE    PIC X(50) VALUE "posipay.dat".
       77 WS-REJECT-FILE  PIC X(50) VALUE "chkwrterr.txt".
       77 WS-AUDIT-FILE   PIC X(50) VALUE "chkaudit.log".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       *> operator identity for the audit trail
       77 WS-OPERATOR PIC X(20) VALUE SPACES.

       *> rejection handling
       77 WS-ERROR-MSG PIC X(80).
       77 WS-SKIP-REC  PIC X VALUE 'N'. *> 'Y' = reject this item
       77 WS-I         PIC 9(2).
       77 WS-CHAR      PIC X(1).
       77 WS-DIGITS    PIC 9(2) VALUE 0.
       77 WS-NUM-TEXT  PIC X(9).
       77 WS-NUM-OK    PIC X VALUE 'N'.

       *> check stock - the next number to print, the last number
       *> loaded, the disbursement account the stock draws on, and
       *> the last PAYROLL run printed (rerun guard)
       77 WS-NEXT-CHECK  PIC 9(8) VALUE 0.
       77 WS-LAST-CHECK  PIC 9(8) VALUE 0.
       77 WS-PAY-ACCOUNT PIC X(17) VALUE SPACES.
       77 WS-LAST-RUN-ID PIC X(14) VALUE SPACES.
       77 WS-CHECKS-NEEDED PIC 9(8) VALUE 0.
       77 WS-STOCK-LEFT    PIC 9(8) VALUE 0.
       77 WS-STOCK-NUM     PIC 9(8) VALUE 0.
       77 WS-STOCK-END     PIC 9(8) VALUE 0.
       77 WS-STOCK-USED    PIC X VALUE 'N'.

       *> check-issue header/trailer as PAYROLL wrote them
       77 WS-RUN-ID         PIC X(14) VALUE SPACES.
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       77 WS-HDR-SEEN       PIC X VALUE 'N'.
       77 WS-TRL-SEEN       PIC X VALUE 'N'.
       *> 'Y' when this run's checks already came off this stock
       77 WS-RUN-PRINTED    PIC X VALUE 'N'.
       77 WS-TRL-COUNT      PIC 9(6) VALUE 0.
       77 WS-TRL-TOTAL      PIC 9(10)V99 VALUE 0.
       77 WS-TRL-GAP        PIC 9(10)V99 VALUE 0.
       77 WS-CENTS          PIC 9(10).
       77 WS-CENTS-12       PIC 9(12).

       *> staging table of the check-path details - the whole file
       *> is proven against its trailer before anything is printed
       01 WS-ISS-TABLE.
           05 WS-ISS-ENTRY OCCURS 500 TIMES.
              10 WS-ISS-EMP-ID PIC 9(4).
              10 WS-ISS-NAME   PIC X(20).
              10 WS-ISS-REASON PIC X(1).
              10 WS-ISS-NET    PIC 9(6)V99.
              10 WS-ISS-GROSS  PIC 9(6)V99.
              10 WS-ISS-TAX    PIC 9(6)V99.
              10 WS-ISS-DED    PIC 9(6)V99.
              10 WS-ISS-DEPT   PIC X(10).
       77 WS-ISS-COUNT PIC 9(3) VALUE 0.
       77 WS-ISS-FULL  PIC X VALUE 'N'.
       77 WS-ISS-I     PIC 9(3).
       77 WS-ISS-SUM   PIC 9(10)V99 COMP-3 VALUE 0.

       *> staging table of the void/reissue actions
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 100 TIMES.
              10 WS-VOID-TBL-ACTION PIC X(7).
              10 WS-VOID-TBL-NUM    PIC 9(8).
       77 WS-VOID-COUNT PIC 9(3) VALUE 0.
       77 WS-VOID-FULL  PIC X VALUE 'N'.
       77 WS-VOID-I     PIC 9(3).
       77 WS-REISSUE-COUNT PIC 9(3) VALUE 0.

       *> the check being printed - filled from a staged detail
       *> for a new issue, or from the voided check on a reissue
       77 WS-CUR-EMP-ID  PIC 9(4).
       77 WS-CUR-NAME    PIC X(20).
       77 WS-CUR-DEPT    PIC X(10).
       77 WS-CUR-RUN-ID  PIC X(14).
       77 WS-CUR-NET     PIC 9(6)V99.
       77 WS-CUR-GROSS   PIC 9(6)V99.
       77 WS-CUR-TAX     PIC 9(6)V99.
       77 WS-CUR-DED     PIC 9(6)V99.
       77 WS-CUR-REPLACES PIC 9(8).
       77 WS-OLD-NUMBER  PIC 9(8).
       77 WS-OLD-STATUS  PIC X(1).
       77 WS-CK-FOUND    PIC X VALUE 'N'.
       77 WS-AUD-ACTION  PIC X(7).

       *> counters/totals for the register footer and summary
       77 WS-ISSUED-COUNT  PIC 9(6) VALUE 0.
       77 WS-ISSUED-TOTAL  PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-ZERO-COUNT    PIC 9(6) VALUE 0.
       77 WS-VOIDED-COUNT  PIC 9(6) VALUE 0.
       77 WS-VOIDED-TOTAL  PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-REISSUED-COUNT PIC 9(6) VALUE 0.
       77 WS-REISSUED-TOTAL PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-REJECT-COUNT  PIC 9(6) VALUE 0.
       77 WS-PPAY-COUNT    PIC 9(6) VALUE 0.
       77 WS-PPAY-ISSUED   PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-PPAY-VOIDED   PIC 9(8)V99 COMP-3 VALUE 0.

       *> edited fields for display
       77 WS-ID-STR        PIC ZZZ9.
       77 WS-CNT-STR       PIC ZZZZZ9.
       77 WS-AMT-STR       PIC ZZZZZ9.99.
       77 WS-TOTAL-STR     PIC ZZZZZZZ9.99.
       *> check-protected amount for the face of the check
       77 WS-PROTECT-STR   PIC *(6)9.99.
       77 WS-LINE          PIC X(200).
       77 WS-EOF           PIC X(3) VALUE "NO".
       77 WS-EOF2          PIC X(3) VALUE "NO".
       77 WS-EOF3          PIC X(3) VALUE "NO".

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

           OPEN INPUT CHK-FILE
           IF WS-CHK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open check-issue file "
                  WS-CHK-FILE
               STOP RUN
           END-IF

           *> the stock control line must exist - printing checks
           *> from an unknown number range is exactly what the
           *> control is there to stop
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open check-stock file "
                  WS-STOCK-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-CHECK-STOCK
           CLOSE STOCK-FILE

           *> void/reissue actions are optional - no file simply
           *> means none this run
           OPEN INPUT VOID-FILE
           IF WS-VOID-FILE-STATUS = "00"
              PERFORM LOAD-VOID-FILE
              CLOSE VOID-FILE
           ELSE
              IF WS-VOID-FILE-STATUS NOT = "35"
                  DISPLAY "ERROR: cannot open void/reissue file "
                     WS-VOID-FILE
                  STOP RUN
              END-IF
           END-IF

           *> open the check register master, creating it on first
           *> run
           OPEN I-O CHK-MAST-FILE
           IF WS-CHKMAST-FILE-STATUS = "35"
              OPEN OUTPUT CHK-MAST-FILE
              CLOSE CHK-MAST-FILE
              OPEN I-O CHK-MAST-FILE
           END-IF
           IF WS-CHKMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open check register master"
               STOP RUN
           END-IF

           OPEN OUTPUT PRT-FILE
           IF WS-PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open check print file"
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open check register file"
               STOP RUN
           END-IF

           OPEN OUTPUT PPAY-FILE
           IF WS-PPAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open positive-pay file"
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

           PERFORM LOAD-ISSUE-FILE
           PERFORM CHECK-ISSUE-CONTROLS
           PERFORM CHECK-STOCK-RANGE

           PERFORM WRITE-REGISTER-HEADER
           PERFORM WRITE-PPAY-HEADER
           IF WS-RUN-PRINTED = 'N'
              PERFORM ISSUE-RUN-CHECKS
           ELSE
              MOVE SPACES TO WS-LINE
              MOVE "RUN ALREADY PRINTED - VOIDS/REISSUES ONLY"
                 TO WS-LINE(1:41)
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF
           PERFORM APPLY-VOID-ITEMS
           PERFORM WRITE-REGISTER-FOOTER
           PERFORM WRITE-PPAY-TRAILER

           CLOSE CHK-FILE CHK-MAST-FILE PRT-FILE RPT-FILE
                 PPAY-FILE REJ-FILE AUD-FILE

           *> carry the stock forward - the next run starts on the
           *> first number this run did not use
           PERFORM SAVE-CHECK-STOCK

           DISPLAY "Check writing complete - "
              WS-ISSUED-COUNT " issued, "
              WS-VOIDED-COUNT " voided, "
              WS-REISSUED-COUNT " reissued, "
              WS-REJECT-COUNT " rejected"

           *> rejected voids end with a warning return code so the
           *> scheduler surfaces the report
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CHECK-STOCK.
           MOVE SPACES TO WS-STOCK-FIELDS
           READ STOCK-FILE
              AT END
                 MOVE SPACES TO STOCK-REC
           END-READ
           UNSTRING STOCK-REC
             DELIMITED BY ","
             INTO WS-STOCK-NEXT-TEXT
                WS-STOCK-LAST-TEXT
                WS-STOCK-ACCT-TEXT
                WS-STOCK-RUN-TEXT

           MOVE WS-STOCK-NEXT-TEXT TO WS-NUM-TEXT
           PERFORM VALIDATE-CHECK-NUMBER
           IF WS-NUM-OK = 'Y'
              MOVE FUNCTION NUMVAL(WS-STOCK-NEXT-TEXT)
                 TO WS-NEXT-CHECK
              MOVE WS-STOCK-LAST-TEXT TO WS-NUM-TEXT
              PERFORM VALIDATE-CHECK-NUMBER
           END-IF
           IF WS-NUM-OK = 'Y'
              MOVE FUNCTION NUMVAL(WS-STOCK-LAST-TEXT)
                 TO WS-LAST-CHECK
           END-IF
           IF WS-NUM-OK = 'N' OR WS-NEXT-CHECK = 0
                 OR WS-NEXT-CHECK > WS-LAST-CHECK
                 OR WS-STOCK-ACCT-TEXT = SPACES
              DISPLAY "ERROR: check-stock control line is invalid - "
                 "nothing printed"
              MOVE 16 TO RETURN-CODE
              CLOSE CHK-FILE STOCK-FILE
              STOP RUN
           END-IF
           MOVE WS-STOCK-ACCT-TEXT TO WS-PAY-ACCOUNT
           MOVE WS-STOCK-RUN-TEXT TO WS-LAST-RUN-ID
           EXIT.

       VALIDATE-CHECK-NUMBER.
           *> a check number is 1-8 digits, nothing else
           MOVE 'Y' TO WS-NUM-OK
           MOVE 0 TO WS-DIGITS
           IF WS-NUM-TEXT(9:1) NOT = SPACE
              MOVE "Check number longer than 8 digits"
                 TO WS-ERROR-MSG
              MOVE 'N' TO WS-NUM-OK
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >
                                        8 OR WS-NUM-OK = 'N'
              MOVE WS-NUM-TEXT(WS-I:1) TO WS-CHAR
              IF WS-CHAR IS NUMERIC
                 ADD 1 TO WS-DIGITS
              ELSE IF WS-CHAR = SPACE
                 CONTINUE
              ELSE
                 MOVE "Invalid character in check number"
                      TO WS-ERROR-MSG
                 MOVE 'N' TO WS-NUM-OK
              END-IF
           END-PERFORM
           IF WS-NUM-OK = 'Y' AND WS-DIGITS = 0
              MOVE "Check number has no digits" TO WS-ERROR-MSG
              MOVE 'N' TO WS-NUM-OK
           END-IF
           EXIT.

       LOAD-VOID-FILE.
           *> stage every void/reissue action, validating as we go
           *> - rejects go straight to the reject report
           PERFORM UNTIL WS-EOF2 = "YES"
               READ VOID-FILE
                  AT END
                     MOVE "YES" TO WS-EOF2
                  NOT AT END
                     PERFORM STAGE-VOID-ITEM
               END-READ
           END-PERFORM

           IF WS-VOID-FULL = 'Y'
              DISPLAY "ERROR: void/reissue file exceeds 100 items - "
                 "nothing printed"
              MOVE 16 TO RETURN-CODE
              CLOSE CHK-FILE VOID-FILE
              STOP RUN
           END-IF
           EXIT.

       STAGE-VOID-ITEM.
           MOVE SPACES TO WS-ERROR-MSG
           MOVE 'N' TO WS-SKIP-REC
           MOVE SPACES TO WS-VOID-FIELDS

           UNSTRING VOID-REC
             DELIMITED BY ","
             INTO WS-VOID-ACTION-TEXT
                WS-VOID-NUM-TEXT

           IF WS-VOID-ACTION-TEXT NOT = "VOID"
                 AND WS-VOID-ACTION-TEXT NOT = "REISSUE"
              MOVE "Action must be VOID or REISSUE" TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N'
              MOVE WS-VOID-NUM-TEXT TO WS-NUM-TEXT
              PERFORM VALIDATE-CHECK-NUMBER
              IF WS-NUM-OK = 'N'
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-IF

           IF WS-SKIP-REC = 'Y'
              PERFORM WRITE-REJECT
           ELSE
              IF WS-VOID-COUNT < 100
                 ADD 1 TO WS-VOID-COUNT
                 MOVE WS-VOID-ACTION-TEXT
                    TO WS-VOID-TBL-ACTION(WS-VOID-COUNT)
                 MOVE FUNCTION NUMVAL(WS-VOID-NUM-TEXT)
                    TO WS-VOID-TBL-NUM(WS-VOID-COUNT)
                 IF WS-VOID-ACTION-TEXT = "REISSUE"
                    ADD 1 TO WS-REISSUE-COUNT
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-VOID-FULL
              END-IF
           END-IF
           EXIT.

       LOAD-ISSUE-FILE.
           *> stage the whole check-issue file - header, details and
           *> trailer - before anything is printed
           PERFORM UNTIL WS-EOF = "YES"
               READ CHK-FILE
                  AT END
                     MOVE "YES" TO WS-EOF
                  NOT AT END
                     PERFORM STAGE-ISSUE-RECORD
               END-READ
           END-PERFORM
           EXIT.

       STAGE-ISSUE-RECORD.
           EVALUATE CHK-REC(1:1)
              WHEN '1'
                 MOVE 'Y' TO WS-HDR-SEEN
                 MOVE CHK-REC(2:14) TO WS-RUN-ID
                 MOVE CHK-REC(16:10) TO WS-RUN-DATE
              WHEN '6'
                 IF WS-ISS-COUNT < 500
                    ADD 1 TO WS-ISS-COUNT
                    MOVE CHK-REC(2:4) TO WS-ISS-EMP-ID(WS-ISS-COUNT)
                    MOVE CHK-REC(6:20) TO WS-ISS-NAME(WS-ISS-COUNT)
                    MOVE CHK-REC(26:1)
                       TO WS-ISS-REASON(WS-ISS-COUNT)
                    MOVE CHK-REC(27:10) TO WS-CENTS
                    COMPUTE WS-ISS-NET(WS-ISS-COUNT) = WS-CENTS / 100
                    MOVE CHK-REC(37:10) TO WS-CENTS
                    COMPUTE WS-ISS-GROSS(WS-ISS-COUNT) =
                       WS-CENTS / 100
                    MOVE CHK-REC(47:10) TO WS-CENTS
                    COMPUTE WS-ISS-TAX(WS-ISS-COUNT) = WS-CENTS / 100
                    MOVE CHK-REC(57:10) TO WS-CENTS
                    COMPUTE WS-ISS-DED(WS-ISS-COUNT) = WS-CENTS / 100
                    MOVE CHK-REC(67:10) TO WS-ISS-DEPT(WS-ISS-COUNT)
                    ADD WS-ISS-NET(WS-ISS-COUNT) TO WS-ISS-SUM
                 ELSE
                    MOVE 'Y' TO WS-ISS-FULL
                 END-IF
              WHEN '8'
                 MOVE 'Y' TO WS-TRL-SEEN
                 MOVE CHK-REC(2:6) TO WS-TRL-COUNT
                 MOVE CHK-REC(8:12) TO WS-CENTS-12
                 COMPUTE WS-TRL-TOTAL = WS-CENTS-12 / 100
                 MOVE CHK-REC(20:12) TO WS-CENTS-12
                 COMPUTE WS-TRL-GAP = WS-CENTS-12 / 100
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

       CHECK-ISSUE-CONTROLS.
           *> the details must foot to the trailer, and the trailer
           *> must cover exactly the register net the deposit file
           *> did not carry - anything else means the file is not
           *> the one PAYROLL wrote, or the run did not finish
           MOVE SPACES TO WS-ERROR-MSG
           IF WS-HDR-SEEN = 'N' OR WS-TRL-SEEN = 'N'
              MOVE "check-issue file has no header or trailer"
                 TO WS-ERROR-MSG
           ELSE IF WS-ISS-FULL = 'Y'
              MOVE "check-issue file exceeds 500 details"
                 TO WS-ERROR-MSG
           ELSE IF WS-ISS-COUNT NOT = WS-TRL-COUNT
              MOVE "detail count does not match trailer"
                 TO WS-ERROR-MSG
           ELSE IF WS-ISS-SUM NOT = WS-TRL-TOTAL
              MOVE "detail total does not match trailer"
                 TO WS-ERROR-MSG
           ELSE IF WS-TRL-TOTAL NOT = WS-TRL-GAP
              MOVE "check total does not tie to deposit gap"
                 TO WS-ERROR-MSG
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-ERROR-MSG NOT = SPACES
              DISPLAY "ERROR: " WS-ERROR-MSG " - nothing printed"
              MOVE 16 TO RETURN-CODE
              CLOSE CHK-FILE CHK-MAST-FILE PRT-FILE RPT-FILE
                    PPAY-FILE REJ-FILE AUD-FILE
              STOP RUN
           END-IF

           *> the run's checks were already printed - never print
           *> them twice; a void/reissue batch can still go through
           *> on its own, otherwise there is nothing to do. The
           *> stock's last run only covers the latest print, so the
           *> register master is searched for any check already
           *> issued on this run as well
           IF WS-RUN-ID = WS-LAST-RUN-ID
              MOVE 'Y' TO WS-RUN-PRINTED
           ELSE
              PERFORM FIND-RUN-IN-REGISTER
           END-IF
           IF WS-RUN-PRINTED = 'Y'
              IF WS-VOID-COUNT = 0
                 DISPLAY "ERROR: run " WS-RUN-ID " already printed "
                    "- nothing printed"
                 MOVE 12 TO RETURN-CODE
                 CLOSE CHK-FILE CHK-MAST-FILE PRT-FILE RPT-FILE
                       PPAY-FILE REJ-FILE AUD-FILE
                 STOP RUN
              END-IF
           END-IF
           EXIT.

       FIND-RUN-IN-REGISTER.
           *> one pass over the register master - a reissued check
           *> keeps its original run-id, so any hit means the run
           *> came off some stock already
           MOVE "NO" TO WS-EOF3
           MOVE LOW-VALUES TO CK-REC
           START CHK-MAST-FILE KEY NOT < CK-NUMBER
              INVALID KEY
                 MOVE "YES" TO WS-EOF3
           END-START
           PERFORM UNTIL WS-EOF3 = "YES"
              READ CHK-MAST-FILE NEXT RECORD
                 AT END
                    MOVE "YES" TO WS-EOF3
                 NOT AT END
                    IF CK-RUN-ID = WS-RUN-ID
                       MOVE 'Y' TO WS-RUN-PRINTED
                       MOVE "YES" TO WS-EOF3
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       CHECK-STOCK-RANGE.
           *> count every check this run will print - one per
           *> check-path employee with pay to give, one per reissue
           *> - and stop before printing if the stock runs out
           *> part way through, or if any number the run will use
           *> is already on the register master (the stock control
           *> line was set back by hand). Either way nothing has
           *> been printed or voided yet, so the whole run can go
           *> again once the stock is put right
           MOVE WS-REISSUE-COUNT TO WS-CHECKS-NEEDED
           IF WS-RUN-PRINTED = 'N'
              PERFORM VARYING WS-ISS-I FROM 1 BY 1
                    UNTIL WS-ISS-I > WS-ISS-COUNT
                 IF WS-ISS-NET(WS-ISS-I) > 0
                    ADD 1 TO WS-CHECKS-NEEDED
                 END-IF
              END-PERFORM
           END-IF
           COMPUTE WS-STOCK-LEFT = WS-LAST-CHECK - WS-NEXT-CHECK + 1
           IF WS-CHECKS-NEEDED > WS-STOCK-LEFT
              DISPLAY "ERROR: run needs " WS-CHECKS-NEEDED
                 " check(s), only " WS-STOCK-LEFT
                 " left in stock - nothing printed"
              MOVE 16 TO RETURN-CODE
              CLOSE CHK-FILE CHK-MAST-FILE PRT-FILE RPT-FILE
                    PPAY-FILE REJ-FILE AUD-FILE
              STOP RUN
           END-IF

           MOVE 'N' TO WS-STOCK-USED
           COMPUTE WS-STOCK-END = WS-NEXT-CHECK + WS-CHECKS-NEEDED
           PERFORM VARYING WS-STOCK-NUM FROM WS-NEXT-CHECK BY 1
                 UNTIL WS-STOCK-NUM NOT < WS-STOCK-END
                    OR WS-STOCK-USED = 'Y'
              MOVE WS-STOCK-NUM TO CK-NUMBER
              READ CHK-MAST-FILE
                 KEY IS CK-NUMBER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-STOCK-USED
                    DISPLAY "ERROR: check number " CK-NUMBER
                       " already on the register - check-stock "
                       "control is out of step - nothing printed"
              END-READ
           END-PERFORM
           IF WS-STOCK-USED = 'Y'
              MOVE 16 TO RETURN-CODE
              CLOSE CHK-FILE CHK-MAST-FILE PRT-FILE RPT-FILE
                    PPAY-FILE REJ-FILE AUD-FILE
              STOP RUN
           END-IF
           EXIT.

       ISSUE-RUN-CHECKS.
           *> one check per check-path employee, in the order
           *> PAYROLL paid them (department order); a zero net is
           *> listed on the register but gets no check
           PERFORM VARYING WS-ISS-I FROM 1 BY 1
                 UNTIL WS-ISS-I > WS-ISS-COUNT
              MOVE WS-ISS-EMP-ID(WS-ISS-I) TO WS-CUR-EMP-ID
              MOVE WS-ISS-NAME(WS-ISS-I) TO WS-CUR-NAME
              MOVE WS-ISS-DEPT(WS-ISS-I) TO WS-CUR-DEPT
              MOVE WS-RUN-ID TO WS-CUR-RUN-ID
              MOVE WS-ISS-NET(WS-ISS-I) TO WS-CUR-NET
              MOVE WS-ISS-GROSS(WS-ISS-I) TO WS-CUR-GROSS
              MOVE WS-ISS-TAX(WS-ISS-I) TO WS-CUR-TAX
              MOVE WS-ISS-DED(WS-ISS-I) TO WS-CUR-DED
              MOVE 0 TO WS-CUR-REPLACES
              IF WS-CUR-NET > 0
                 MOVE "ISSUE" TO WS-AUD-ACTION
                 PERFORM ISSUE-ONE-CHECK
                 ADD 1 TO WS-ISSUED-COUNT
                 ADD WS-CUR-NET TO WS-ISSUED-TOTAL
              ELSE
                 ADD 1 TO WS-ZERO-COUNT
                 MOVE WS-CUR-EMP-ID TO WS-ID-STR
                 MOVE SPACES TO WS-LINE
                 MOVE "--------" TO WS-LINE(1:8)
                 MOVE WS-ID-STR TO WS-LINE(10:4)
                 MOVE WS-CUR-NAME TO WS-LINE(15:20)
                 MOVE WS-ISS-REASON(WS-ISS-I) TO WS-LINE(36:1)
                 MOVE "NO CHECK - ZERO NET" TO WS-LINE(39:19)
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM
           EXIT.

       ISSUE-ONE-CHECK.
           *> take the next number off the stock, record it on the
           *> register master, print it, and send it to the bank's
           *> positive-pay list
           MOVE WS-NEXT-CHECK TO CK-NUMBER
           MOVE 'I' TO CK-STATUS
           MOVE WS-CUR-EMP-ID TO CK-EMP-ID
           MOVE WS-CUR-NAME TO CK-EMP-NAME
           MOVE WS-CUR-DEPT TO CK-DEPT
           MOVE WS-CUR-RUN-ID TO CK-RUN-ID
           MOVE WS-DATE-FORMAT TO CK-ISSUE-DATE
           MOVE SPACES TO CK-VOID-DATE
           MOVE WS-CUR-NET TO CK-NET
           MOVE WS-CUR-GROSS TO CK-GROSS
           MOVE WS-CUR-TAX TO CK-TAX
           MOVE WS-CUR-DED TO CK-DEDUCTIONS
           MOVE WS-CUR-REPLACES TO CK-REPLACES
           MOVE 0 TO CK-REPLACED-BY
           WRITE CK-REC
              INVALID KEY
                 *> CHECK-STOCK-RANGE proved every number free before
                 *> anything was issued, so this is a damaged master,
                 *> not a stock problem - never print a duplicate
                 *> check number
                 DISPLAY "ERROR: check number " WS-NEXT-CHECK
                    " already on the register - check-stock "
                    "control is out of step"
                 MOVE 16 TO RETURN-CODE
                 CLOSE CHK-FILE CHK-MAST-FILE PRT-FILE RPT-FILE
                       PPAY-FILE REJ-FILE AUD-FILE
                 STOP RUN
           END-WRITE

           PERFORM PRINT-CHECK-IMAGE
           PERFORM WRITE-REGISTER-LINE

           MOVE 'I' TO PPAY-REC(1:1)
           PERFORM WRITE-PPAY-DETAIL
           ADD CK-NET TO WS-PPAY-ISSUED

           MOVE SPACES TO WS-OLD-STATUS
           PERFORM WRITE-AUDIT
           ADD 1 TO WS-NEXT-CHECK
           EXIT.

       APPLY-VOID-ITEMS.
           IF WS-VOID-COUNT > 0
              MOVE SPACES TO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO WS-LINE
              MOVE "VOIDS AND REISSUES" TO WS-LINE(1:18)
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF
           PERFORM VARYING WS-VOID-I FROM 1 BY 1
                 UNTIL WS-VOID-I > WS-VOID-COUNT
              PERFORM APPLY-ONE-VOID
           END-PERFORM
           EXIT.

       APPLY-ONE-VOID.
           *> only an outstanding check can be voided - a check
           *> already voided, or one this shop never printed, is
           *> rejected rather than sent to the bank
           MOVE 'N' TO WS-CK-FOUND
           MOVE WS-VOID-TBL-NUM(WS-VOID-I) TO CK-NUMBER
           READ CHK-MAST-FILE
              KEY IS CK-NUMBER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CK-FOUND
           END-READ

           IF WS-CK-FOUND = 'N'
              MOVE "Check number is not on the register"
                 TO WS-ERROR-MSG
              PERFORM WRITE-REJECT-FOR-ITEM
           ELSE IF CK-STATUS NOT = 'I'
              MOVE "Check is already void" TO WS-ERROR-MSG
              PERFORM WRITE-REJECT-FOR-ITEM
           ELSE
              MOVE CK-STATUS TO WS-OLD-STATUS
              MOVE CK-NUMBER TO WS-OLD-NUMBER
              MOVE 'V' TO CK-STATUS
              MOVE WS-DATE-FORMAT TO CK-VOID-DATE
              *> a reissue takes the next stock number now, so the
              *> voided check points at its replacement
              IF WS-VOID-TBL-ACTION(WS-VOID-I) = "REISSUE"
                 MOVE WS-NEXT-CHECK TO CK-REPLACED-BY
              END-IF
              *> the register and the bank only hear of a void the
              *> master really carries
              REWRITE CK-REC
                 INVALID KEY
                    MOVE "Register master rewrite failed - not voided"
                       TO WS-ERROR-MSG
                    PERFORM WRITE-REJECT-FOR-ITEM
                 NOT INVALID KEY
                    PERFORM POST-ONE-VOID
              END-REWRITE
           END-IF
           EXIT.

       POST-ONE-VOID.
           PERFORM WRITE-REGISTER-LINE
           MOVE 'V' TO PPAY-REC(1:1)
           PERFORM WRITE-PPAY-DETAIL
           ADD CK-NET TO WS-PPAY-VOIDED
           ADD 1 TO WS-VOIDED-COUNT
           ADD CK-NET TO WS-VOIDED-TOTAL
           MOVE "VOID" TO WS-AUD-ACTION
           PERFORM WRITE-AUDIT

           IF WS-VOID-TBL-ACTION(WS-VOID-I) = "REISSUE"
              *> the replacement pays exactly what the voided
              *> check paid, under the original run
              MOVE CK-EMP-ID TO WS-CUR-EMP-ID
              MOVE CK-EMP-NAME TO WS-CUR-NAME
              MOVE CK-DEPT TO WS-CUR-DEPT
              MOVE CK-RUN-ID TO WS-CUR-RUN-ID
              MOVE CK-NET TO WS-CUR-NET
              MOVE CK-GROSS TO WS-CUR-GROSS
              MOVE CK-TAX TO WS-CUR-TAX
              MOVE CK-DEDUCTIONS TO WS-CUR-DED
              MOVE WS-OLD-NUMBER TO WS-CUR-REPLACES
              MOVE "REISSUE" TO WS-AUD-ACTION
              PERFORM ISSUE-ONE-CHECK
              ADD 1 TO WS-REISSUED-COUNT
              ADD WS-CUR-NET TO WS-REISSUED-TOTAL
           END-IF
           EXIT.

       PRINT-CHECK-IMAGE.
           *> one check with its stub: the face carries the number,
           *> date, payee and protected amount; the stub repeats the
           *> pay breakdown the employee would have seen on paystubs
           MOVE SPACES TO PRT-REC
           MOVE "================================================"
              TO PRT-REC(1:48)
           WRITE PRT-REC

           MOVE SPACES TO PRT-REC
           MOVE "CHECK NO" TO PRT-REC(3:8)
           MOVE CK-NUMBER TO PRT-REC(12:8)
           MOVE "DATE" TO PRT-REC(33:4)
           MOVE WS-DATE-FORMAT TO PRT-REC(39:10)
           WRITE PRT-REC

           MOVE SPACES TO PRT-REC
           MOVE "ACCOUNT" TO PRT-REC(3:7)
           MOVE WS-PAY-ACCOUNT TO PRT-REC(12:17)
           WRITE PRT-REC

           MOVE SPACES TO PRT-REC
           WRITE PRT-REC

           MOVE SPACES TO PRT-REC
           MOVE "PAY TO THE ORDER OF" TO PRT-REC(3:19)
           MOVE CK-EMP-NAME TO PRT-REC(24:20)
           WRITE PRT-REC

           MOVE CK-NET TO WS-PROTECT-STR
           MOVE SPACES TO PRT-REC
           MOVE "AMOUNT" TO PRT-REC(3:6)
           MOVE WS-PROTECT-STR TO PRT-REC(24:10)
           WRITE PRT-REC

           IF CK-REPLACES > 0
              MOVE SPACES TO PRT-REC
              MOVE "REPLACES CHECK NO" TO PRT-REC(3:17)
              MOVE CK-REPLACES TO PRT-REC(21:8)
              WRITE PRT-REC
           END-IF

           MOVE SPACES TO PRT-REC
           MOVE "- - - - - - - - - - - - - - - - - - - - - - - -"
              TO PRT-REC(1:47)
           WRITE PRT-REC

           MOVE CK-EMP-ID TO WS-ID-STR
           MOVE SPACES TO PRT-REC
           MOVE "ID" TO PRT-REC(3:2)
           MOVE WS-ID-STR TO PRT-REC(6:4)
           MOVE CK-EMP-NAME TO PRT-REC(11:20)
           MOVE "DEPT" TO PRT-REC(33:4)
           MOVE CK-DEPT TO PRT-REC(38:10)
           WRITE PRT-REC

           MOVE SPACES TO PRT-REC
           MOVE "RUN" TO PRT-REC(3:3)
           MOVE CK-RUN-ID TO PRT-REC(11:14)
           WRITE PRT-REC

           MOVE CK-GROSS TO WS-AMT-STR
           MOVE SPACES TO PRT-REC
           MOVE "GROSS PAY:" TO PRT-REC(3:10)
           MOVE WS-AMT-STR TO PRT-REC(24:9)
           WRITE PRT-REC

           MOVE CK-TAX TO WS-AMT-STR
           MOVE SPACES TO PRT-REC
           MOVE "TAX WITHHELD:" TO PRT-REC(3:13)
           MOVE WS-AMT-STR TO PRT-REC(24:9)
           WRITE PRT-REC

           COMPUTE WS-CUR-DED = CK-DEDUCTIONS - CK-TAX
           MOVE WS-CUR-DED TO WS-AMT-STR
           MOVE SPACES TO PRT-REC
           MOVE "OTHER DEDUCTIONS:" TO PRT-REC(3:17)
           MOVE WS-AMT-STR TO PRT-REC(24:9)
           WRITE PRT-REC

           MOVE CK-NET TO WS-AMT-STR
           MOVE SPACES TO PRT-REC
           MOVE "NET PAY:" TO PRT-REC(3:8)
           MOVE WS-AMT-STR TO PRT-REC(24:9)
           WRITE PRT-REC

           MOVE SPACES TO PRT-REC
           MOVE "================================================"
              TO PRT-REC(1:48)
           WRITE PRT-REC
           EXIT.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "  Check Register - " DELIMITED BY SIZE
                  WS-DATE-FORMAT DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "  Payroll run " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           *> column header (fixed positions); RSN is why the
           *> employee is on paper - N no banking, R returned-
           *> deposit hold, P prenoting, F final pay
           MOVE SPACES TO WS-LINE
           MOVE "CHECK NO" TO WS-LINE(1:8)
           MOVE "ID"       TO WS-LINE(10:2)
           MOVE "NAME"     TO WS-LINE(15:4)
           MOVE "RSN"      TO WS-LINE(36:3)
           MOVE "AMOUNT"   TO WS-LINE(44:6)
           MOVE "STATUS"   TO WS-LINE(51:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-REGISTER-LINE.
           MOVE CK-EMP-ID TO WS-ID-STR
           MOVE CK-NET TO WS-AMT-STR

           MOVE SPACES TO WS-LINE
           MOVE CK-NUMBER TO WS-LINE(1:8)
           MOVE WS-ID-STR TO WS-LINE(10:4)
           MOVE CK-EMP-NAME TO WS-LINE(15:20)
           IF CK-REPLACES = 0 AND CK-STATUS = 'I'
              MOVE WS-ISS-REASON(WS-ISS-I) TO WS-LINE(36:1)
           END-IF
           MOVE WS-AMT-STR TO WS-LINE(41:9)
           IF CK-STATUS = 'V'
              MOVE "VOID" TO WS-LINE(51:4)
              MOVE "RUN" TO WS-LINE(57:3)
              MOVE CK-RUN-ID TO WS-LINE(61:14)
           ELSE
              MOVE "ISSUED" TO WS-LINE(51:6)
              IF CK-REPLACES > 0
                 MOVE "REPLACES" TO WS-LINE(57:8)
                 MOVE CK-REPLACES TO WS-LINE(66:8)
              END-IF
           END-IF
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-REGISTER-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-ISSUED-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "CHECKS ISSUED FOR RUN:" TO WS-LINE(1:22)
           MOVE WS-CNT-STR TO WS-LINE(44:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-ISSUED-TOTAL TO WS-TOTAL-STR
           MOVE SPACES TO WS-LINE
           MOVE "TOTAL ISSUED FOR RUN:" TO WS-LINE(1:21)
           MOVE WS-TOTAL-STR TO WS-LINE(39:11)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           *> the tie-out: what PAYROLL's register paid that its
           *> deposit file did not - CHECK-ISSUE-CONTROLS already
           *> refused a run where these differ
           IF WS-RUN-PRINTED = 'N'
              MOVE WS-TRL-GAP TO WS-TOTAL-STR
              MOVE SPACES TO WS-LINE
              MOVE "REGISTER NET NOT DEPOSITED:" TO WS-LINE(1:27)
              MOVE WS-TOTAL-STR TO WS-LINE(39:11)
              MOVE "TIES" TO WS-LINE(51:4)
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF

           IF WS-ZERO-COUNT > 0
              MOVE WS-ZERO-COUNT TO WS-CNT-STR
              MOVE SPACES TO WS-LINE
              MOVE "ZERO NET - NO CHECK:" TO WS-LINE(1:20)
              MOVE WS-CNT-STR TO WS-LINE(44:6)
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF

           MOVE WS-VOIDED-COUNT TO WS-CNT-STR
           MOVE WS-VOIDED-TOTAL TO WS-TOTAL-STR
           MOVE SPACES TO WS-LINE
           MOVE "CHECKS VOIDED:" TO WS-LINE(1:14)
           MOVE WS-CNT-STR TO WS-LINE(26:6)
           MOVE WS-TOTAL-STR TO WS-LINE(39:11)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-REISSUED-COUNT TO WS-CNT-STR
           MOVE WS-REISSUED-TOTAL TO WS-TOTAL-STR
           MOVE SPACES TO WS-LINE
           MOVE "CHECKS REISSUED:" TO WS-LINE(1:16)
           MOVE WS-CNT-STR TO WS-LINE(26:6)
           MOVE WS-TOTAL-STR TO WS-LINE(39:11)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "NEXT CHECK NO: " DELIMITED BY SIZE
                  WS-NEXT-CHECK DELIMITED BY SIZE
                  "  LAST IN STOCK: " DELIMITED BY SIZE
                  WS-LAST-CHECK DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE "================================================"
              TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-PPAY-HEADER.
           *> positive-pay header: record type '1', disbursement
           *> account, file date, payroll run
           MOVE SPACES TO PPAY-REC
           MOVE '1' TO PPAY-REC(1:1)
           MOVE WS-PAY-ACCOUNT TO PPAY-REC(2:17)
           MOVE WS-DATE-FORMAT TO PPAY-REC(19:10)
           MOVE WS-RUN-ID TO PPAY-REC(29:14)
           MOVE "POSITIVE PAY ISSUE" TO PPAY-REC(44:18)
           WRITE PPAY-REC
           EXIT.

       WRITE-PPAY-DETAIL.
           *> one item per check issued ('I') or voided ('V'):
           *> account, check number, amount in zero-filled cents,
           *> issue date, payee - the record type is already in
           *> position 1
           MOVE SPACES TO PPAY-REC(2:99)
           MOVE WS-PAY-ACCOUNT TO PPAY-REC(2:17)
           MOVE CK-NUMBER TO PPAY-REC(19:8)
           COMPUTE WS-CENTS = CK-NET * 100
           MOVE WS-CENTS TO PPAY-REC(27:10)
           MOVE CK-ISSUE-DATE TO PPAY-REC(37:10)
           MOVE CK-EMP-NAME TO PPAY-REC(47:20)
           WRITE PPAY-REC
           ADD 1 TO WS-PPAY-COUNT
           EXIT.

       WRITE-PPAY-TRAILER.
           *> trailer: record type '8', item count, issued total and
           *> voided total in zero-filled cents
           MOVE SPACES TO PPAY-REC
           MOVE '8' TO PPAY-REC(1:1)
           MOVE WS-PPAY-COUNT TO PPAY-REC(2:6)
           COMPUTE WS-CENTS-12 = WS-PPAY-ISSUED * 100
           MOVE WS-CENTS-12 TO PPAY-REC(8:12)
           COMPUTE WS-CENTS-12 = WS-PPAY-VOIDED * 100
           MOVE WS-CENTS-12 TO PPAY-REC(20:12)
           WRITE PPAY-REC
           EXIT.

       SAVE-CHECK-STOCK.
           MOVE WS-RUN-ID TO WS-LAST-RUN-ID
           OPEN OUTPUT STOCK-FILE
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot rewrite check-stock file - "
                  "next check no is " WS-NEXT-CHECK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STOCK-REC
           STRING WS-NEXT-CHECK  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-LAST-CHECK  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-PAY-ACCOUNT DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-LAST-RUN-ID DELIMITED BY SIZE
               INTO STOCK-REC
           END-STRING
           WRITE STOCK-REC
           CLOSE STOCK-FILE
           EXIT.

       WRITE-AUDIT.
           *> one line per check event: when - who - what - which
           *> check - before status -> after status, employee and
           *> amount
           MOVE CK-NET TO WS-AMT-STR
           MOVE SPACES TO AUD-REC
           STRING WS-DATE-FORMAT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TIME-FORMAT     DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-OPERATOR        DELIMITED BY SIZE
                  " - CHKWRT "       DELIMITED BY SIZE
                  WS-AUD-ACTION      DELIMITED BY SIZE
                  " - CHECK "        DELIMITED BY SIZE
                  CK-NUMBER          DELIMITED BY SIZE
                  " - ID "           DELIMITED BY SIZE
                  CK-EMP-ID          DELIMITED BY SIZE
                  " - WAS ["         DELIMITED BY SIZE
                  WS-OLD-STATUS      DELIMITED BY SIZE
                  "] NOW ["          DELIMITED BY SIZE
                  CK-STATUS          DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-AMT-STR         DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  CK-RUN-ID          DELIMITED BY SIZE
                  "]"                DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           EXIT.

       WRITE-REJECT.
           *> rejected action report: date - reason - raw line
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJ-REC
           STRING WS-DATE-FORMAT DELIMITED BY SIZE
               " - "          DELIMITED BY SIZE
               WS-ERROR-MSG   DELIMITED BY SIZE
               " - RAW: "     DELIMITED BY SIZE
               VOID-REC       DELIMITED BY SIZE
            INTO REJ-REC
           END-STRING
           WRITE REJ-REC
           EXIT.

       WRITE-REJECT-FOR-ITEM.
           *> exception raised after staging, when the raw line is
           *> gone - reconstruct the identifying pieces instead
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJ-REC
           STRING WS-DATE-FORMAT DELIMITED BY SIZE
               " - "          DELIMITED BY SIZE
               WS-ERROR-MSG   DELIMITED BY SIZE
               " - "          DELIMITED BY SIZE
               WS-VOID-TBL-ACTION(WS-VOID-I) DELIMITED BY SPACE
               " CHECK "      DELIMITED BY SIZE
               WS-VOID-TBL-NUM(WS-VOID-I) DELIMITED BY SIZE
            INTO REJ-REC
           END-STRING
           WRITE REJ-REC
           EXIT.

       GET-RUN-PARAMETERS.
           *> JCL PARM equivalent - args 1-3 are the check-issue
           *> file, the check print file, and the register report
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-CHK-FILE
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-PRINT-FILE
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-OUTPUT-FILE
           END-IF

           *> fall back to environment variables for anything not
           *> passed on the command line - the check-issue file
           *> follows PAYROLL's own override, so a correction run's
           *> chkpay_corr.dat is picked up the same way
           IF WS-CHK-FILE = SPACES
              ACCEPT WS-CHK-FILE FROM ENVIRONMENT "PAYROLL_CHK_FILE"
           END-IF
           IF WS-CHK-FILE = SPACES
              MOVE "chkpay.dat" TO WS-CHK-FILE
           END-IF
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "CHKWRT_VOID_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-VOID-FILE
           END-IF
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "CHKWRT_STOCK_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-STOCK-FILE
           END-IF
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "CHKWRT_PPAY_FILE"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-PPAY-FILE
           END-IF

           *> operator identity for the audit trail - explicit
           *> CHKWRT_USER wins, otherwise the login name
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "CHKWRT_USER"
           IF WS-OPERATOR = SPACES
              ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF
           IF WS-OPERATOR = SPACES
              MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF
           EXIT.
