       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-time conversion of the masters whose record
           *> layouts grew: roster.dat (withholding profile and
           *> hourly rate), bank.dat (status and prenote date,
           *> then account type - either earlier layout is taken),
           *> dedmast.dat (deduction class, priority, percent,
           *> protected net, payee, arrears), leave.dat (status
           *> and final-pay payout hours), empytd.dat (pre-tax
           *> benefit contributions), payhistix.dat (pre-tax and
           *> employer match per pay), runctl.dat (last ACH trace
           *> sequence). An indexed master keeps
           *> its record length in the file itself, so the widened
           *> FDs cannot open the old files - PAYROLL would
           *> hard-stop on each of them. This job reads
           *> each master under its old layout and writes a new
           *> file under the new layout with the documented
           *> defaults; the operator then swaps the _new files
           *> into place before the first run on the new programs.
           *> Rerunnable: the _new outputs are rebuilt whole, and
           *> an already-converted (or absent) master is skipped
           *> with a message. The flat payhist.dat is widened the
           *> same way into payhist_new.dat - its old lines read
           *> with the new fields blank, so those are zero-filled
           *> and lines already in the new layout pass unchanged

           SELECT OLD-ROSTER-FILE ASSIGN TO WS-OLD-ROSTER
              ORGANIZATION IS INDEXED
              RECORD KEY IS OBK-EMP-ID
              FILE STATUS WS-OBK-FILE-STATUS.

           *> the same bank.dat under the intermediate layout that
           *> carried status and prenote date but no account type
           SELECT MID-BANK-FILE ASSIGN TO WS-OLD-BANK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MBK-EMP-ID
              FILE STATUS WS-MBK-FILE-STATUS.

           SELECT NEW-BANK-FILE ASSIGN TO WS-NEW-BANK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DED-KEY
              FILE STATUS WS-NDD-FILE-STATUS.

           SELECT OLD-LEAVE-FILE ASSIGN TO WS-OLD-LEAVE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLV-EMP-ID
              FILE STATUS WS-OLV-FILE-STATUS.

           SELECT NEW-LEAVE-FILE ASSIGN TO WS-NEW-LEAVE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LV-EMP-ID
              FILE STATUS WS-NLV-FILE-STATUS.

           SELECT OLD-YTD-FILE ASSIGN TO WS-OLD-YTD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OYT-EMP-ID
              FILE STATUS WS-OYT-FILE-STATUS.

           SELECT NEW-YTD-FILE ASSIGN TO WS-NEW-YTD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YTD-EMP-ID
              FILE STATUS WS-NYT-FILE-STATUS.

           SELECT OLD-HIST-FILE ASSIGN TO WS-OLD-HIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-OHS-FILE-STATUS.

           SELECT NEW-HIST-FILE ASSIGN TO WS-NEW-HIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-NHS-FILE-STATUS.

           SELECT OLD-HIX-FILE ASSIGN TO WS-OLD-HIX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OHX-KEY
              ALTERNATE RECORD KEY IS OHX-RUN-ID WITH DUPLICATES
              FILE STATUS WS-OHX-FILE-STATUS.

           SELECT NEW-HIX-FILE ASSIGN TO WS-NEW-HIX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIX-KEY
              ALTERNATE RECORD KEY IS HIX-RUN-ID WITH DUPLICATES
              FILE STATUS WS-NHX-FILE-STATUS.

           SELECT OLD-RC-FILE ASSIGN TO WS-OLD-RC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORC-RUN-ID
              FILE STATUS WS-ORC-FILE-STATUS.

           SELECT NEW-RC-FILE ASSIGN TO WS-NEW-RC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-RUN-ID
              FILE STATUS WS-NRC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> the masters as they were before the layouts grew
           05 OBK-ROUTING PIC X(9).
           05 OBK-ACCOUNT PIC X(17).

       FD  MID-BANK-FILE.
       01  MBK-REC.
           05 MBK-EMP-ID  PIC 9(4).
           05 MBK-ROUTING PIC X(9).
           05 MBK-ACCOUNT PIC X(17).
           05 MBK-STATUS  PIC X(1).
           05 MBK-PRENOTE-DATE PIC X(10).

       FD  OLD-DED-FILE.
       01  ODD-REC.
           05 ODD-KEY.
           05 ODD-LAST-RUN-ID PIC X(14).
           05 ODD-LAST-DRAW   PIC 9(4)V99.

       FD  OLD-LEAVE-FILE.
       01  OLV-REC.
           05 OLV-EMP-ID    PIC 9(4).
           05 OLV-VAC-BAL   PIC 9(4)V99.
           05 OLV-SICK-BAL  PIC 9(4)V99.
           05 OLV-CARRY-CAP PIC 9(4)V99.
           05 OLV-LAST-RUN-ID PIC X(14).
           05 OLV-LAST-VAC-TAKEN  PIC 9(3).
           05 OLV-LAST-SICK-TAKEN PIC 9(3).

       FD  OLD-YTD-FILE.
       01  OYT-REC.
           05 OYT-EMP-ID   PIC 9(4).
           05 OYT-EMP-NAME PIC X(20).
           05 OYT-HOURS    PIC 9(7).
           05 OYT-PAY      PIC 9(9)V99.
           05 OYT-TAX        PIC 9(8)V99.
           05 OYT-DEDUCTIONS PIC 9(8)V99.
           05 OYT-PRV-HOURS PIC 9(3).
           05 OYT-PRV-GROSS PIC 9(6)V99.
           05 OYT-LAST-RUN-ID PIC X(14).
           05 OYT-LAST-ADJ-RUN-ID PIC X(14).

       *> the flat history is read as plain text - an old line
       *> simply ends where the new fields would begin
       FD  OLD-HIST-FILE.
       01  OHS-REC PIC X(140).

       FD  OLD-HIX-FILE.
       01  OHX-REC.
           05 OHX-KEY.
              10 OHX-EMP-ID PIC 9(4).
              10 OHX-RUN-ID PIC X(14).
           05 OHX-EMP-NAME   PIC X(20).
           05 OHX-DATE       PIC X(10).
           05 OHX-DEPT       PIC X(10).
           05 OHX-HOURS      PIC 9(3).
           05 OHX-OT-HOURS   PIC 9(3).
           05 OHX-RATE       PIC 9(3)V99.
           05 OHX-REG-PAY    PIC 9(6)V99.
           05 OHX-OT-PAY     PIC 9(6)V99.
           05 OHX-BONUS      PIC 9(5)V99.
           05 OHX-GROSS      PIC 9(6)V99.
           05 OHX-TAX        PIC 9(6)V99.
           05 OHX-DEDUCTIONS PIC 9(6)V99.
           05 OHX-NET        PIC 9(6)V99.

       FD  OLD-RC-FILE.
       01  ORC-REC.
           05 ORC-RUN-ID    PIC X(14).
           05 ORC-DATE      PIC X(10).
           05 ORC-MODE      PIC X(1).
           05 ORC-RESTART   PIC X(1).
           05 ORC-ADJUST    PIC X(1).
           05 ORC-STATUS    PIC X(1).
           05 ORC-W-LABEL   PIC X(20).
           05 ORC-B-LABEL   PIC X(20).
           05 ORC-M-LABEL   PIC X(20).
           05 ORC-CORRECTS  PIC X(14).
           05 ORC-REC-COUNT PIC 9(6).
           05 ORC-GROSS     PIC S9(9)V99
                            SIGN IS LEADING SEPARATE.
           05 ORC-NET       PIC 9(8)V99.

       *> the current layouts - duplicated from PAYROLL, so any
       *> change there must be mirrored here
       FD  NEW-ROSTER-FILE.
           05 BANK-ACCOUNT PIC X(17).
           05 BANK-STATUS  PIC X(1).
           05 BANK-PRENOTE-DATE PIC X(10).
           05 BANK-ACCT-TYPE PIC X(1).

       FD  NEW-DED-FILE.
       01  DED-REC.
           05 DED-PAYEE    PIC X(20).
           05 DED-ARREARS  PIC 9(6)V99.

       FD  NEW-LEAVE-FILE.
       01  LV-REC.
           05 LV-EMP-ID    PIC 9(4).
           05 LV-VAC-BAL   PIC 9(4)V99.
           05 LV-SICK-BAL  PIC 9(4)V99.
           05 LV-CARRY-CAP PIC 9(4)V99.
           05 LV-LAST-RUN-ID PIC X(14).
           05 LV-LAST-VAC-TAKEN  PIC 9(3).
           05 LV-LAST-SICK-TAKEN PIC 9(3).
           05 LV-STATUS          PIC X(1).
           05 LV-LAST-PAYOUT     PIC 9(4)V99.

       FD  NEW-YTD-FILE.
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
           05 YTD-PRETAX PIC 9(8)V99.

       FD  NEW-HIST-FILE.
       01  HIST-REC.
           05 HIST-RUN-ID     PIC X(14).
           05 HIST-EMP-ID     PIC 9(4).
           05 HIST-EMP-NAME   PIC X(20).
           05 HIST-DATE       PIC X(10).
           05 HIST-DEPT       PIC X(10).
           05 HIST-HOURS      PIC 9(3).
           05 HIST-OT-HOURS   PIC 9(3).
           05 HIST-RATE       PIC 9(3)V99.
           05 HIST-REG-PAY    PIC 9(6)V99.
           05 HIST-OT-PAY     PIC 9(6)V99.
           05 HIST-BONUS      PIC 9(5)V99.
           05 HIST-GROSS      PIC 9(6)V99.
           05 HIST-TAX        PIC 9(6)V99.
           05 HIST-DEDUCTIONS PIC 9(6)V99.
           05 HIST-NET        PIC 9(6)V99.
           05 HIST-PRETAX     PIC 9(6)V99.
           05 HIST-ER-MATCH   PIC 9(6)V99.

       FD  NEW-HIX-FILE.
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

       FD  NEW-RC-FILE.
       01  RC-REC.
           05 RC-RUN-ID    PIC X(14).
           05 RC-DATE      PIC X(10).
           05 RC-MODE      PIC X(1).
           05 RC-RESTART   PIC X(1).
           05 RC-ADJUST    PIC X(1).
           05 RC-STATUS    PIC X(1).
           05 RC-W-LABEL   PIC X(20).
           05 RC-B-LABEL   PIC X(20).
           05 RC-M-LABEL   PIC X(20).
           05 RC-CORRECTS  PIC X(14).
           05 RC-REC-COUNT PIC 9(6).
           05 RC-GROSS     PIC S9(9)V99
                           SIGN IS LEADING SEPARATE.
           05 RC-NET       PIC 9(8)V99.
           05 RC-ACH-LAST-TRACE PIC 9(7).

       WORKING-STORAGE SECTION.

       *> file status variables
       77 WS-ORO-FILE-STATUS PIC XX.
       77 WS-NRO-FILE-STATUS PIC XX.
       77 WS-OBK-FILE-STATUS PIC XX.
       77 WS-MBK-FILE-STATUS PIC XX.
       77 WS-NBK-FILE-STATUS PIC XX.
       77 WS-ODD-FILE-STATUS PIC XX.
       77 WS-NDD-FILE-STATUS PIC XX.
       77 WS-OLV-FILE-STATUS PIC XX.
       77 WS-NLV-FILE-STATUS PIC XX.
       77 WS-OYT-FILE-STATUS PIC XX.
       77 WS-NYT-FILE-STATUS PIC XX.
       77 WS-OHS-FILE-STATUS PIC XX.
       77 WS-NHS-FILE-STATUS PIC XX.
       77 WS-OHX-FILE-STATUS PIC XX.
       77 WS-NHX-FILE-STATUS PIC XX.
       77 WS-ORC-FILE-STATUS PIC XX.
       77 WS-NRC-FILE-STATUS PIC XX.

       77 WS-OLD-ROSTER PIC X(50) VALUE "roster.dat".
       77 WS-NEW-ROSTER PIC X(50) VALUE "roster_new.dat".
       77 WS-NEW-BANK   PIC X(50) VALUE "bank_new.dat".
       77 WS-OLD-DED    PIC X(50) VALUE "dedmast.dat".
       77 WS-NEW-DED    PIC X(50) VALUE "dedmast_new.dat".
       77 WS-OLD-LEAVE  PIC X(50) VALUE "leave.dat".
       77 WS-NEW-LEAVE  PIC X(50) VALUE "leave_new.dat".
       77 WS-OLD-YTD    PIC X(50) VALUE "empytd.dat".
       77 WS-NEW-YTD    PIC X(50) VALUE "empytd_new.dat".
       77 WS-OLD-HIST   PIC X(50) VALUE "payhist.dat".
       77 WS-NEW-HIST   PIC X(50) VALUE "payhist_new.dat".
       77 WS-OLD-HIX    PIC X(50) VALUE "payhistix.dat".
       77 WS-NEW-HIX    PIC X(50) VALUE "payhistix_new.dat".
       77 WS-OLD-RC     PIC X(50) VALUE "runctl.dat".
       77 WS-NEW-RC     PIC X(50) VALUE "runctl_new.dat".

       *> counters for the end-of-run summary
       77 WS-ROSTER-COUNT PIC 9(6) VALUE 0.
       77 WS-BANK-COUNT   PIC 9(6) VALUE 0.
       77 WS-DED-COUNT    PIC 9(6) VALUE 0.
       77 WS-LEAVE-COUNT  PIC 9(6) VALUE 0.
       77 WS-YTD-COUNT    PIC 9(6) VALUE 0.
       77 WS-HIST-COUNT   PIC 9(7) VALUE 0.
       77 WS-HIX-COUNT    PIC 9(7) VALUE 0.
       77 WS-RC-COUNT     PIC 9(6) VALUE 0.
       77 WS-SKIP-COUNT   PIC 9(1) VALUE 0.

       77 WS-EOF  PIC X(3) VALUE "NO".
       77 WS-EOF2 PIC X(3) VALUE "NO".
       77 WS-EOF3 PIC X(3) VALUE "NO".
       77 WS-EOF4 PIC X(3) VALUE "NO".
       77 WS-EOF5 PIC X(3) VALUE "NO".
       77 WS-EOF6 PIC X(3) VALUE "NO".
       77 WS-EOF7 PIC X(3) VALUE "NO".
       77 WS-EOF8 PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVERT-ROSTER
           PERFORM CONVERT-BANK
           PERFORM CONVERT-DEDUCTIONS
           PERFORM CONVERT-LEAVE
           PERFORM CONVERT-YTD
           PERFORM CONVERT-HISTORY
           PERFORM CONVERT-HISTORY-MIRROR
           PERFORM CONVERT-RUN-CONTROL

           DISPLAY "Master conversion complete - "
              WS-ROSTER-COUNT " roster, "
              WS-BANK-COUNT " banking, "
              WS-DED-COUNT " deduction, "
              WS-LEAVE-COUNT " leave, "
              WS-YTD-COUNT " YTD, "
              WS-HIST-COUNT " history, "
              WS-HIX-COUNT " history index, "
              WS-RC-COUNT " run-control record(s) converted"
           DISPLAY "Swap each _new.dat file into place before the"
              " first pay run on the new programs"

              DISPLAY "bank.dat not present - skipped"
           ELSE
           IF WS-OBK-FILE-STATUS NOT = "00"
              PERFORM CONVERT-MID-BANK
           ELSE
           OPEN OUTPUT NEW-BANK-FILE
           IF WS-NBK-FILE-STATUS NOT = "00"
                     *> paper checks for no reason
                     MOVE 'A' TO BANK-STATUS
                     MOVE SPACES TO BANK-PRENOTE-DATE
                     *> every account on file before the type was
                     *> captured was set up as checking
                     MOVE 'C' TO BANK-ACCT-TYPE
                     WRITE BANK-REC
                     ADD 1 TO WS-BANK-COUNT
               END-READ
           END-IF
           EXIT.

       CONVERT-MID-BANK.
           *> not the original layout - try the one with status and
           *> prenote date, which only needs the account type added
           OPEN INPUT MID-BANK-FILE
           IF WS-MBK-FILE-STATUS NOT = "00"
              DISPLAY "bank.dat not readable under either old "
                 "layout (status " WS-MBK-FILE-STATUS
                 ") - already converted? skipped"
              ADD 1 TO WS-SKIP-COUNT
           ELSE
           OPEN OUTPUT NEW-BANK-FILE
           IF WS-NBK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " WS-NEW-BANK
               STOP RUN
           END-IF

           MOVE ZERO TO MBK-EMP-ID
           START MID-BANK-FILE KEY NOT < MBK-EMP-ID
              INVALID KEY
                 MOVE "YES" TO WS-EOF2
           END-START
           PERFORM UNTIL WS-EOF2 = "YES"
               READ MID-BANK-FILE NEXT RECORD
                  AT END
                     MOVE "YES" TO WS-EOF2
                  NOT AT END
                     MOVE MBK-EMP-ID  TO BANK-EMP-ID
                     MOVE MBK-ROUTING TO BANK-ROUTING
                     MOVE MBK-ACCOUNT TO BANK-ACCOUNT
                     MOVE MBK-STATUS  TO BANK-STATUS
                     MOVE MBK-PRENOTE-DATE TO BANK-PRENOTE-DATE
                     *> a closed account keeps a blank type, as
                     *> BANKMNT leaves it on delete
                     IF MBK-ACCOUNT = SPACES
                        MOVE SPACE TO BANK-ACCT-TYPE
                     ELSE
                        MOVE 'C' TO BANK-ACCT-TYPE
                     END-IF
                     WRITE BANK-REC
                     ADD 1 TO WS-BANK-COUNT
               END-READ
           END-PERFORM

           CLOSE MID-BANK-FILE NEW-BANK-FILE
           END-IF
           EXIT.

       CONVERT-DEDUCTIONS.
           OPEN INPUT OLD-DED-FILE
           IF WS-ODD-FILE-STATUS = "35"
           END-IF
           END-IF
           EXIT.

       CONVERT-LEAVE.
           OPEN INPUT OLD-LEAVE-FILE
           IF WS-OLV-FILE-STATUS = "35"
              DISPLAY "leave.dat not present - skipped"
           ELSE
           IF WS-OLV-FILE-STATUS NOT = "00"
              DISPLAY "leave.dat not readable under the old "
                 "layout (status " WS-OLV-FILE-STATUS
                 ") - already converted? skipped"
              ADD 1 TO WS-SKIP-COUNT
           ELSE
           OPEN OUTPUT NEW-LEAVE-FILE
           IF WS-NLV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " WS-NEW-LEAVE
               STOP RUN
           END-IF

           MOVE ZERO TO OLV-EMP-ID
           START OLD-LEAVE-FILE KEY NOT < OLV-EMP-ID
              INVALID KEY
                 MOVE "YES" TO WS-EOF4
           END-START
           PERFORM UNTIL WS-EOF4 = "YES"
               READ OLD-LEAVE-FILE NEXT RECORD
                  AT END
                     MOVE "YES" TO WS-EOF4
                  NOT AT END
                     MOVE OLV-EMP-ID    TO LV-EMP-ID
                     MOVE OLV-VAC-BAL   TO LV-VAC-BAL
                     MOVE OLV-SICK-BAL  TO LV-SICK-BAL
                     MOVE OLV-CARRY-CAP TO LV-CARRY-CAP
                     MOVE OLV-LAST-RUN-ID TO LV-LAST-RUN-ID
                     MOVE OLV-LAST-VAC-TAKEN  TO LV-LAST-VAC-TAKEN
                     MOVE OLV-LAST-SICK-TAKEN TO LV-LAST-SICK-TAKEN
                     *> no final pay has ever closed a record on
                     *> the old master - every balance is open
                     MOVE 'A' TO LV-STATUS
                     MOVE 0 TO LV-LAST-PAYOUT
                     WRITE LV-REC
                     ADD 1 TO WS-LEAVE-COUNT
               END-READ
           END-PERFORM

           CLOSE OLD-LEAVE-FILE NEW-LEAVE-FILE
           END-IF
           END-IF
           EXIT.

       CONVERT-YTD.
           OPEN INPUT OLD-YTD-FILE
           IF WS-OYT-FILE-STATUS = "35"
              DISPLAY "empytd.dat not present - skipped"
           ELSE
           IF WS-OYT-FILE-STATUS NOT = "00"
              DISPLAY "empytd.dat not readable under the old "
                 "layout (status " WS-OYT-FILE-STATUS
                 ") - already converted? skipped"
              ADD 1 TO WS-SKIP-COUNT
           ELSE
           OPEN OUTPUT NEW-YTD-FILE
           IF WS-NYT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " WS-NEW-YTD
               STOP RUN
           END-IF

           MOVE ZERO TO OYT-EMP-ID
           START OLD-YTD-FILE KEY NOT < OYT-EMP-ID
              INVALID KEY
                 MOVE "YES" TO WS-EOF5
           END-START
           PERFORM UNTIL WS-EOF5 = "YES"
               READ OLD-YTD-FILE NEXT RECORD
                  AT END
                     MOVE "YES" TO WS-EOF5
                  NOT AT END
                     MOVE OYT-EMP-ID     TO YTD-EMP-ID
                     MOVE OYT-EMP-NAME   TO YTD-EMP-NAME
                     MOVE OYT-HOURS      TO YTD-HOURS
                     MOVE OYT-PAY        TO YTD-PAY
                     MOVE OYT-TAX        TO YTD-TAX
                     MOVE OYT-DEDUCTIONS TO YTD-DEDUCTIONS
                     MOVE OYT-PRV-HOURS  TO YTD-PRV-HOURS
                     MOVE OYT-PRV-GROSS  TO YTD-PRV-GROSS
                     MOVE OYT-LAST-RUN-ID TO YTD-LAST-RUN-ID
                     MOVE OYT-LAST-ADJ-RUN-ID TO YTD-LAST-ADJ-RUN-ID
                     *> nothing was ever taken pre-tax before the
                     *> benefit plans - every wage so far is taxable
                     MOVE 0 TO YTD-PRETAX
                     WRITE YTD-REC
                     ADD 1 TO WS-YTD-COUNT
               END-READ
           END-PERFORM

           CLOSE OLD-YTD-FILE NEW-YTD-FILE
           END-IF
           END-IF
           EXIT.

       CONVERT-HISTORY.
           OPEN INPUT OLD-HIST-FILE
           IF WS-OHS-FILE-STATUS = "35"
              DISPLAY "payhist.dat not present - skipped"
           ELSE
           IF WS-OHS-FILE-STATUS NOT = "00"
              DISPLAY "payhist.dat not readable (status "
                 WS-OHS-FILE-STATUS ") - skipped"
              ADD 1 TO WS-SKIP-COUNT
           ELSE
           OPEN OUTPUT NEW-HIST-FILE
           IF WS-NHS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " WS-NEW-HIST
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF6 = "YES"
               READ OLD-HIST-FILE
                  AT END
                     MOVE "YES" TO WS-EOF6
                  NOT AT END
                     MOVE OHS-REC TO HIST-REC
                     *> nothing was taken pre-tax or matched before
                     *> the benefit plans
                     IF HIST-PRETAX NOT NUMERIC
                        MOVE 0 TO HIST-PRETAX
                     END-IF
                     IF HIST-ER-MATCH NOT NUMERIC
                        MOVE 0 TO HIST-ER-MATCH
                     END-IF
                     WRITE HIST-REC
                     ADD 1 TO WS-HIST-COUNT
               END-READ
           END-PERFORM

           CLOSE OLD-HIST-FILE NEW-HIST-FILE
           END-IF
           END-IF
           EXIT.

       CONVERT-HISTORY-MIRROR.
           OPEN INPUT OLD-HIX-FILE
           IF WS-OHX-FILE-STATUS = "35"
              DISPLAY "payhistix.dat not present - skipped"
           ELSE
           IF WS-OHX-FILE-STATUS NOT = "00"
              DISPLAY "payhistix.dat not readable under the old "
                 "layout (status " WS-OHX-FILE-STATUS
                 ") - already converted? skipped"
              ADD 1 TO WS-SKIP-COUNT
           ELSE
           OPEN OUTPUT NEW-HIX-FILE
           IF WS-NHX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " WS-NEW-HIX
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO OHX-KEY
           START OLD-HIX-FILE KEY NOT < OHX-KEY
              INVALID KEY
                 MOVE "YES" TO WS-EOF7
           END-START
           PERFORM UNTIL WS-EOF7 = "YES"
               READ OLD-HIX-FILE NEXT RECORD
                  AT END
                     MOVE "YES" TO WS-EOF7
                  NOT AT END
                     MOVE OHX-EMP-ID     TO HIX-EMP-ID
                     MOVE OHX-RUN-ID     TO HIX-RUN-ID
                     MOVE OHX-EMP-NAME   TO HIX-EMP-NAME
                     MOVE OHX-DATE       TO HIX-DATE
                     MOVE OHX-DEPT       TO HIX-DEPT
                     MOVE OHX-HOURS      TO HIX-HOURS
                     MOVE OHX-OT-HOURS   TO HIX-OT-HOURS
                     MOVE OHX-RATE       TO HIX-RATE
                     MOVE OHX-REG-PAY    TO HIX-REG-PAY
                     MOVE OHX-OT-PAY     TO HIX-OT-PAY
                     MOVE OHX-BONUS      TO HIX-BONUS
                     MOVE OHX-GROSS      TO HIX-GROSS
                     MOVE OHX-TAX        TO HIX-TAX
                     MOVE OHX-DEDUCTIONS TO HIX-DEDUCTIONS
                     MOVE OHX-NET        TO HIX-NET
                     MOVE 0 TO HIX-PRETAX
                     MOVE 0 TO HIX-ER-MATCH
                     WRITE HIX-REC
                     ADD 1 TO WS-HIX-COUNT
               END-READ
           END-PERFORM

           CLOSE OLD-HIX-FILE NEW-HIX-FILE
           END-IF
           END-IF
           EXIT.

       CONVERT-RUN-CONTROL.
           OPEN INPUT OLD-RC-FILE
           IF WS-ORC-FILE-STATUS = "35"
              DISPLAY "runctl.dat not present - skipped"
           ELSE
           IF WS-ORC-FILE-STATUS NOT = "00"
              DISPLAY "runctl.dat not readable under the old "
                 "layout (status " WS-ORC-FILE-STATUS
                 ") - already converted? skipped"
              ADD 1 TO WS-SKIP-COUNT
           ELSE
           OPEN OUTPUT NEW-RC-FILE
           IF WS-NRC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " WS-NEW-RC
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO ORC-RUN-ID
           START OLD-RC-FILE KEY NOT < ORC-RUN-ID
              INVALID KEY
                 MOVE "YES" TO WS-EOF8
           END-START
           PERFORM UNTIL WS-EOF8 = "YES"
               READ OLD-RC-FILE NEXT RECORD
                  AT END
                     MOVE "YES" TO WS-EOF8
                  NOT AT END
                     MOVE ORC-RUN-ID    TO RC-RUN-ID
                     MOVE ORC-DATE      TO RC-DATE
                     MOVE ORC-MODE      TO RC-MODE
                     MOVE ORC-RESTART   TO RC-RESTART
                     MOVE ORC-ADJUST    TO RC-ADJUST
                     MOVE ORC-STATUS    TO RC-STATUS
                     MOVE ORC-W-LABEL   TO RC-W-LABEL
                     MOVE ORC-B-LABEL   TO RC-B-LABEL
                     MOVE ORC-M-LABEL   TO RC-M-LABEL
                     MOVE ORC-CORRECTS  TO RC-CORRECTS
                     MOVE ORC-REC-COUNT TO RC-REC-COUNT
                     MOVE ORC-GROSS     TO RC-GROSS
                     MOVE ORC-NET       TO RC-NET
                     *> earlier runs numbered their traces from one
                     *> in every file - the first run after this
                     *> carries on from zero and the sequence runs
                     *> unbroken from there
                     MOVE 0 TO RC-ACH-LAST-TRACE
                     WRITE RC-REC
                     ADD 1 TO WS-RC-COUNT
               END-READ
           END-PERFORM

           CLOSE OLD-RC-FILE NEW-RC-FILE
           END-IF
           END-IF
           EXIT.
