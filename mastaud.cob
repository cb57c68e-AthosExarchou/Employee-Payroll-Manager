       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTAUD.
       AUTHOR. Athos Exarchou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> cross-master integrity audit, scheduled ahead of the
           *> payroll window. The five employee-keyed masters are
           *> each kept by a different program - roster.dat by
           *> ROSTERMNT, bank.dat by BANKMNT, dedmast.dat by DEDMNT,
           *> leave.dat by LEAVEMNT and PAYROLL, empytd.dat by
           *> PAYROLL - and nothing else checks them against each
           *> other. All five are read together in employee-id
           *> order and every orphan, status conflict and name
           *> mismatch is reported by severity. RETURN-CODE 8 when
           *> any ERROR is found, so the job stream stops before
           *> PAYROLL; 4 for warnings only; 16 when the roster
           *> itself cannot be read
           SELECT EMP-ROSTER-FILE ASSIGN TO WS-ROSTER-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ROSTER-EMP-ID
              FILE STATUS WS-ROSTER-FILE-STATUS.

           SELECT EMP-YTD-FILE ASSIGN TO WS-YTD-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YTD-EMP-ID
              FILE STATUS WS-YTD-FILE-STATUS.

           SELECT EMP-BANK-FILE ASSIGN TO WS-BANKMAST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BANK-EMP-ID
              FILE STATUS WS-BANK-FILE-STATUS.

           SELECT DED-MAST-FILE ASSIGN TO WS-DEDMAST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DED-KEY
              FILE STATUS WS-DEDMAST-FILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO WS-LEAVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LV-EMP-ID
              FILE STATUS WS-LEAVE-FILE-STATUS.

           *> the audit report (printed)
           SELECT RPT-FILE ASSIGN TO WS-RPT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> the master layouts below are duplicated from PAYROLL, so
       *> any change there must be mirrored here
       FD  EMP-ROSTER-FILE.
       01  ROSTER-REC.
           05 ROSTER-EMP-ID   PIC 9(4).
           05 ROSTER-EMP-NAME PIC X(20).
           05 ROSTER-STATUS   PIC X(1). *> 'A' active, 'T' terminated
           05 ROSTER-PAY-TYPE PIC X(1).
           05 ROSTER-FREQ     PIC X(1).
           05 ROSTER-SALARY   PIC 9(7)V99.
           05 ROSTER-FILING   PIC X(1).
           05 ROSTER-ALLOW    PIC 9(2).
           05 ROSTER-RATE     PIC 9(3)V99.

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

       FD  EMP-BANK-FILE.
       01  BANK-REC.
           05 BANK-EMP-ID  PIC 9(4).
           05 BANK-ROUTING PIC X(9).
           05 BANK-ACCOUNT PIC X(17).
           *> 'P' prenoting, 'R' returned, 'C' closed by final pay,
           *> blank deleted by BANKMNT, anything else live
           05 BANK-STATUS  PIC X(1).
           05 BANK-PRENOTE-DATE PIC X(10).
           05 BANK-ACCT-TYPE PIC X(1).

       FD  DED-MAST-FILE.
       01  DED-REC.
           05 DED-KEY.
              10 DED-EMP-ID PIC 9(4).
              10 DED-CODE   PIC X(4).
           05 DED-PERIOD-AMT PIC 9(4)V99.
           05 DED-BALANCE    PIC 9(6)V99.
           05 DED-LAST-RUN-ID PIC X(14).
           05 DED-LAST-DRAW   PIC 9(4)V99.
           05 DED-CLASS    PIC X(1).
           05 DED-PRIORITY PIC 9(2).
           05 DED-PCT      PIC 9(2)V99.
           05 DED-PROTECT  PIC 9(6)V99.
           05 DED-PAYEE    PIC X(20).
           05 DED-ARREARS  PIC 9(6)V99.

       FD  LEAVE-FILE.
       01  LV-REC.
           05 LV-EMP-ID    PIC 9(4).
           05 LV-VAC-BAL   PIC 9(4)V99.
           05 LV-SICK-BAL  PIC 9(4)V99.
           05 LV-CARRY-CAP PIC 9(4)V99.
           05 LV-LAST-RUN-ID PIC X(14).
           05 LV-LAST-VAC-TAKEN  PIC 9(3).
           05 LV-LAST-SICK-TAKEN PIC 9(3).
           *> 'C' closed by a final-pay run, anything else open
           05 LV-STATUS          PIC X(1).
           05 LV-LAST-PAYOUT     PIC 9(4)V99.

       FD  RPT-FILE.
       01  RPT-REC PIC X(100).

       WORKING-STORAGE SECTION.

       *> file status variables
       77 WS-ROSTER-FILE-STATUS  PIC XX.
       77 WS-YTD-FILE-STATUS     PIC XX.
       77 WS-BANK-FILE-STATUS    PIC XX.
       77 WS-DEDMAST-FILE-STATUS PIC XX.
       77 WS-LEAVE-FILE-STATUS   PIC XX.
       77 WS-RPT-FILE-STATUS     PIC XX.

       77 WS-ROSTER-FILE   PIC X(50) VALUE "roster.dat".
       77 WS-YTD-FILE      PIC X(50) VALUE "empytd.dat".
       77 WS-BANKMAST-FILE PIC X(50) VALUE "bank.dat".
       77 WS-DEDMAST-FILE  PIC X(50) VALUE "dedmast.dat".
       77 WS-LEAVE-FILE    PIC X(50) VALUE "leave.dat".
       77 WS-RPT-FILE      PIC X(50) VALUE "mastaud.txt".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       *> match-merge state - the next employee id waiting on each
       *> master, 99999 once it is exhausted (or was never opened)
       77 WS-ROSTER-NEXT PIC 9(5) VALUE 99999.
       77 WS-YTD-NEXT    PIC 9(5) VALUE 99999.
       77 WS-BANK-NEXT   PIC 9(5) VALUE 99999.
       77 WS-DED-NEXT    PIC 9(5) VALUE 99999.
       77 WS-LEAVE-NEXT  PIC 9(5) VALUE 99999.
       77 WS-CUR-ID      PIC 9(5) VALUE 0.
       *> the current employee's roster record, if there is one
       77 WS-ON-ROSTER   PIC X VALUE 'N'.
       77 WS-R-NAME      PIC X(20) VALUE SPACES.
       77 WS-R-STATUS    PIC X VALUE SPACE.

       *> which masters could be read - a master that is simply
       *> not there (status 35) is noted and left out
       77 WS-YTD-OPEN    PIC X VALUE 'N'.
       77 WS-BANK-OPEN   PIC X VALUE 'N'.
       77 WS-DED-OPEN    PIC X VALUE 'N'.
       77 WS-LEAVE-OPEN  PIC X VALUE 'N'.
       77 WS-OPEN-STATUS PIC XX VALUE SPACES.
       77 WS-OPEN-NAME   PIC X(8) VALUE SPACES.

       *> records read per master
       77 WS-ROSTER-COUNT PIC 9(6) VALUE 0.
       77 WS-YTD-COUNT    PIC 9(6) VALUE 0.
       77 WS-BANK-COUNT   PIC 9(6) VALUE 0.
       77 WS-DED-COUNT    PIC 9(6) VALUE 0.
       77 WS-LEAVE-COUNT  PIC 9(6) VALUE 0.

       *> findings, held so the report can list them by severity -
       *> past 2000 they are still counted but not listed
       01 WS-FND-TABLE.
           05 WS-FND-ENTRY OCCURS 2000 TIMES.
              10 WS-FND-SEV    PIC X(7).
              10 WS-FND-ID     PIC X(4).
              10 WS-FND-MASTER PIC X(8).
              10 WS-FND-TEXT   PIC X(60).
       77 WS-FND-COUNT   PIC 9(4) VALUE 0.
       77 WS-FND-I       PIC 9(4) VALUE 0.
       77 WS-FND-DROPPED PIC 9(6) VALUE 0.
       77 WS-ERR-COUNT   PIC 9(6) VALUE 0.
       77 WS-WARN-COUNT  PIC 9(6) VALUE 0.
       *> the finding being logged
       77 WS-NEW-SEV     PIC X(7) VALUE SPACES.
       77 WS-NEW-MASTER  PIC X(8) VALUE SPACES.
       77 WS-NEW-TEXT    PIC X(60) VALUE SPACES.
       77 WS-NEW-ID      PIC X(4) VALUE SPACES.
       77 WS-LIST-SEV    PIC X(7) VALUE SPACES.

       *> edited fields for the report
       77 WS-CNT-STR    PIC ZZZZZ9.
       77 WS-AMT-STR    PIC ZZZZZZZ9.99.
       77 WS-LINE       PIC X(100).

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

           *> JCL PARM equivalent - arg 1 is the report file
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-RPT-FILE
           END-IF

           *> everything is measured against the roster, so without
           *> it there is no audit
           OPEN INPUT EMP-ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open roster master (status "
                  WS-ROSTER-FILE-STATUS ") - nothing audited"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO ROSTER-EMP-ID
           START EMP-ROSTER-FILE KEY NOT < ROSTER-EMP-ID
              INVALID KEY
                 MOVE 99999 TO WS-ROSTER-NEXT
              NOT INVALID KEY
                 PERFORM READ-NEXT-ROSTER
           END-START

           PERFORM OPEN-YTD
           PERFORM OPEN-BANK
           PERFORM OPEN-DEDMAST
           PERFORM OPEN-LEAVE

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open report file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM AUDIT-MASTERS

           CLOSE EMP-ROSTER-FILE
           IF WS-YTD-OPEN = 'Y'
              CLOSE EMP-YTD-FILE
           END-IF
           IF WS-BANK-OPEN = 'Y'
              CLOSE EMP-BANK-FILE
           END-IF
           IF WS-DED-OPEN = 'Y'
              CLOSE DED-MAST-FILE
           END-IF
           IF WS-LEAVE-OPEN = 'Y'
              CLOSE LEAVE-FILE
           END-IF

           PERFORM WRITE-RPT-HEADER
           MOVE "ERROR" TO WS-LIST-SEV
           PERFORM WRITE-FINDINGS
           MOVE "WARNING" TO WS-LIST-SEV
           PERFORM WRITE-FINDINGS
           PERFORM WRITE-RPT-FOOTER
           CLOSE RPT-FILE

           DISPLAY "Master audit: " WS-ERR-COUNT " error(s), "
              WS-WARN-COUNT " warning(s) - see " WS-RPT-FILE
           IF WS-ERR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WARN-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

       OPEN-YTD.
           OPEN INPUT EMP-YTD-FILE
           MOVE WS-YTD-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "YTD" TO WS-OPEN-NAME
           IF WS-OPEN-STATUS = "00"
              MOVE 'Y' TO WS-YTD-OPEN
              MOVE ZERO TO YTD-EMP-ID
              START EMP-YTD-FILE KEY NOT < YTD-EMP-ID
                 INVALID KEY
                    MOVE 99999 TO WS-YTD-NEXT
                 NOT INVALID KEY
                    PERFORM READ-NEXT-YTD
              END-START
           ELSE
              PERFORM NOTE-MASTER-NOT-OPEN
           END-IF
           EXIT.

       OPEN-BANK.
           OPEN INPUT EMP-BANK-FILE
           MOVE WS-BANK-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "BANK" TO WS-OPEN-NAME
           IF WS-OPEN-STATUS = "00"
              MOVE 'Y' TO WS-BANK-OPEN
              MOVE ZERO TO BANK-EMP-ID
              START EMP-BANK-FILE KEY NOT < BANK-EMP-ID
                 INVALID KEY
                    MOVE 99999 TO WS-BANK-NEXT
                 NOT INVALID KEY
                    PERFORM READ-NEXT-BANK
              END-START
           ELSE
              PERFORM NOTE-MASTER-NOT-OPEN
           END-IF
           EXIT.

       OPEN-DEDMAST.
           OPEN INPUT DED-MAST-FILE
           MOVE WS-DEDMAST-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "DEDMAST" TO WS-OPEN-NAME
           IF WS-OPEN-STATUS = "00"
              MOVE 'Y' TO WS-DED-OPEN
              MOVE LOW-VALUES TO DED-KEY
              START DED-MAST-FILE KEY NOT < DED-KEY
                 INVALID KEY
                    MOVE 99999 TO WS-DED-NEXT
                 NOT INVALID KEY
                    PERFORM READ-NEXT-DED
              END-START
           ELSE
              PERFORM NOTE-MASTER-NOT-OPEN
           END-IF
           EXIT.

       OPEN-LEAVE.
           OPEN INPUT LEAVE-FILE
           MOVE WS-LEAVE-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "LEAVE" TO WS-OPEN-NAME
           IF WS-OPEN-STATUS = "00"
              MOVE 'Y' TO WS-LEAVE-OPEN
              MOVE ZERO TO LV-EMP-ID
              START LEAVE-FILE KEY NOT < LV-EMP-ID
                 INVALID KEY
                    MOVE 99999 TO WS-LEAVE-NEXT
                 NOT INVALID KEY
                    PERFORM READ-NEXT-LEAVE
              END-START
           ELSE
              PERFORM NOTE-MASTER-NOT-OPEN
           END-IF
           EXIT.

       NOTE-MASTER-NOT-OPEN.
           *> a master that does not exist yet is normal for a new
           *> installation; one that exists but will not open under
           *> this layout has not been through MASTCONV and would
           *> stop PAYROLL too
           MOVE "ALL" TO WS-NEW-ID
           MOVE WS-OPEN-NAME TO WS-NEW-MASTER
           MOVE SPACES TO WS-NEW-TEXT
           IF WS-OPEN-STATUS = "35"
              MOVE "WARNING" TO WS-NEW-SEV
              MOVE "Master not present - not audited" TO WS-NEW-TEXT
           ELSE
              MOVE "ERROR" TO WS-NEW-SEV
              STRING "Master will not open (status "
                        DELIMITED BY SIZE
                     WS-OPEN-STATUS DELIMITED BY SIZE
                     ") - layout not converted?" DELIMITED BY SIZE
                 INTO WS-NEW-TEXT
              END-STRING
           END-IF
           PERFORM LOG-FINDING
           EXIT.

       READ-NEXT-ROSTER.
           READ EMP-ROSTER-FILE NEXT RECORD
              AT END
                 MOVE 99999 TO WS-ROSTER-NEXT
              NOT AT END
                 ADD 1 TO WS-ROSTER-COUNT
                 MOVE ROSTER-EMP-ID TO WS-ROSTER-NEXT
           END-READ
           EXIT.

       READ-NEXT-YTD.
           READ EMP-YTD-FILE NEXT RECORD
              AT END
                 MOVE 99999 TO WS-YTD-NEXT
              NOT AT END
                 ADD 1 TO WS-YTD-COUNT
                 MOVE YTD-EMP-ID TO WS-YTD-NEXT
           END-READ
           EXIT.

       READ-NEXT-BANK.
           READ EMP-BANK-FILE NEXT RECORD
              AT END
                 MOVE 99999 TO WS-BANK-NEXT
              NOT AT END
                 ADD 1 TO WS-BANK-COUNT
                 MOVE BANK-EMP-ID TO WS-BANK-NEXT
           END-READ
           EXIT.

       READ-NEXT-DED.
           READ DED-MAST-FILE NEXT RECORD
              AT END
                 MOVE 99999 TO WS-DED-NEXT
              NOT AT END
                 ADD 1 TO WS-DED-COUNT
                 MOVE DED-EMP-ID TO WS-DED-NEXT
           END-READ
           EXIT.

       READ-NEXT-LEAVE.
           READ LEAVE-FILE NEXT RECORD
              AT END
                 MOVE 99999 TO WS-LEAVE-NEXT
              NOT AT END
                 ADD 1 TO WS-LEAVE-COUNT
                 MOVE LV-EMP-ID TO WS-LEAVE-NEXT
           END-READ
           EXIT.

       AUDIT-MASTERS.
           *> take the lowest employee id waiting on any master,
           *> check every master's record(s) for it against the
           *> roster, and move each of those masters on
           PERFORM UNTIL WS-ROSTER-NEXT = 99999
                 AND WS-YTD-NEXT = 99999
                 AND WS-BANK-NEXT = 99999
                 AND WS-DED-NEXT = 99999
                 AND WS-LEAVE-NEXT = 99999
              MOVE WS-ROSTER-NEXT TO WS-CUR-ID
              IF WS-YTD-NEXT < WS-CUR-ID
                 MOVE WS-YTD-NEXT TO WS-CUR-ID
              END-IF
              IF WS-BANK-NEXT < WS-CUR-ID
                 MOVE WS-BANK-NEXT TO WS-CUR-ID
              END-IF
              IF WS-DED-NEXT < WS-CUR-ID
                 MOVE WS-DED-NEXT TO WS-CUR-ID
              END-IF
              IF WS-LEAVE-NEXT < WS-CUR-ID
                 MOVE WS-LEAVE-NEXT TO WS-CUR-ID
              END-IF
              MOVE WS-CUR-ID(2:4) TO WS-NEW-ID

              MOVE 'N' TO WS-ON-ROSTER
              IF WS-ROSTER-NEXT = WS-CUR-ID
                 MOVE 'Y' TO WS-ON-ROSTER
                 MOVE ROSTER-EMP-NAME TO WS-R-NAME
                 MOVE ROSTER-STATUS TO WS-R-STATUS
                 PERFORM CHECK-ROSTER
                 PERFORM READ-NEXT-ROSTER
              END-IF
              IF WS-YTD-NEXT = WS-CUR-ID
                 PERFORM CHECK-YTD
                 PERFORM READ-NEXT-YTD
              END-IF
              IF WS-BANK-NEXT = WS-CUR-ID
                 PERFORM CHECK-BANK
                 PERFORM READ-NEXT-BANK
              END-IF
              PERFORM UNTIL WS-DED-NEXT NOT = WS-CUR-ID
                 PERFORM CHECK-DEDUCTION
                 PERFORM READ-NEXT-DED
              END-PERFORM
              IF WS-LEAVE-NEXT = WS-CUR-ID
                 PERFORM CHECK-LEAVE
                 PERFORM READ-NEXT-LEAVE
              END-IF
           END-PERFORM
           EXIT.

       CHECK-ROSTER.
           MOVE "ROSTER" TO WS-NEW-MASTER
           IF WS-R-STATUS NOT = 'A' AND WS-R-STATUS NOT = 'T'
              MOVE "ERROR" TO WS-NEW-SEV
              MOVE SPACES TO WS-NEW-TEXT
              STRING "Roster status '" DELIMITED BY SIZE
                     WS-R-STATUS DELIMITED BY SIZE
                     "' is neither active nor terminated"
                        DELIMITED BY SIZE
                 INTO WS-NEW-TEXT
              END-STRING
              PERFORM LOG-FINDING
           END-IF
           IF WS-R-NAME = SPACES
              MOVE "WARNING" TO WS-NEW-SEV
              MOVE "Roster record has no name" TO WS-NEW-TEXT
              PERFORM LOG-FINDING
           END-IF
           EXIT.

       CHECK-YTD.
           *> earnings with nobody on the roster cannot be matched
           *> to an employee for the year-end statement
           MOVE "YTD" TO WS-NEW-MASTER
           IF WS-ON-ROSTER = 'N'
              MOVE SPACES TO WS-NEW-TEXT
              IF YTD-PAY > 0
                 MOVE "ERROR" TO WS-NEW-SEV
                 MOVE YTD-PAY TO WS-AMT-STR
                 STRING "YTD earnings of " DELIMITED BY SIZE
                        WS-AMT-STR DELIMITED BY SIZE
                        " with no roster record" DELIMITED BY SIZE
                    INTO WS-NEW-TEXT
                 END-STRING
              ELSE
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE "Empty YTD record with no roster record"
                    TO WS-NEW-TEXT
              END-IF
              PERFORM LOG-FINDING
           ELSE
              *> PAYROLL names the YTD record from the payroll
              *> input, so a roster rename leaves the old name here
              *> and on the year-end statement
              IF YTD-EMP-NAME NOT = WS-R-NAME
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE SPACES TO WS-NEW-TEXT
                 STRING "YTD name " DELIMITED BY SIZE
                        YTD-EMP-NAME DELIMITED BY "  "
                        " does not match roster " DELIMITED BY SIZE
                        WS-R-NAME DELIMITED BY "  "
                    INTO WS-NEW-TEXT
                 END-STRING
                 PERFORM LOG-FINDING
              END-IF
           END-IF
           EXIT.

       CHECK-BANK.
           *> an account is live unless BANKMNT deleted it (blank
           *> account) or a final pay closed it
           MOVE "BANK" TO WS-NEW-MASTER
           IF BANK-ACCOUNT NOT = SPACES AND BANK-STATUS NOT = 'C'
              IF WS-ON-ROSTER = 'N'
                 MOVE "ERROR" TO WS-NEW-SEV
                 MOVE "Live bank account with no roster record"
                    TO WS-NEW-TEXT
                 PERFORM LOG-FINDING
              ELSE
                 IF WS-R-STATUS = 'T'
                    MOVE "ERROR" TO WS-NEW-SEV
                    MOVE "Live bank account for terminated employee"
                       TO WS-NEW-TEXT
                    PERFORM LOG-FINDING
                 END-IF
              END-IF
              IF BANK-ACCT-TYPE NOT = 'C' AND BANK-ACCT-TYPE NOT = 'S'
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE "Live bank account has no checking/savings type"
                    TO WS-NEW-TEXT
                 PERFORM LOG-FINDING
              END-IF
           ELSE
              IF WS-ON-ROSTER = 'N'
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE "Closed bank record with no roster record"
                    TO WS-NEW-TEXT
                 PERFORM LOG-FINDING
              ELSE
                 IF WS-R-STATUS = 'A' AND BANK-STATUS = 'C'
                    MOVE "WARNING" TO WS-NEW-SEV
                    MOVE "Active employee's account closed by final pay"
                       TO WS-NEW-TEXT
                    PERFORM LOG-FINDING
                 END-IF
              END-IF
           END-IF
           EXIT.

       CHECK-DEDUCTION.
           *> a deduction still drawing is one with a per-period
           *> amount or percent; final pay zeroes both
           MOVE "DEDMAST" TO WS-NEW-MASTER
           IF WS-ON-ROSTER = 'N'
              MOVE "ERROR" TO WS-NEW-SEV
              MOVE SPACES TO WS-NEW-TEXT
              STRING "Deduction " DELIMITED BY SIZE
                     DED-CODE DELIMITED BY SIZE
                     " for an ID not on the roster" DELIMITED BY SIZE
                 INTO WS-NEW-TEXT
              END-STRING
              PERFORM LOG-FINDING
           ELSE
              IF WS-R-STATUS = 'T'
                    AND (DED-PERIOD-AMT > 0 OR DED-PCT > 0)
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE SPACES TO WS-NEW-TEXT
                 STRING "Deduction " DELIMITED BY SIZE
                        DED-CODE DELIMITED BY SIZE
                        " still drawing for terminated employee"
                           DELIMITED BY SIZE
                    INTO WS-NEW-TEXT
                 END-STRING
                 PERFORM LOG-FINDING
              END-IF
           END-IF
           EXIT.

       CHECK-LEAVE.
           MOVE "LEAVE" TO WS-NEW-MASTER
           IF WS-ON-ROSTER = 'N'
              IF LV-VAC-BAL > 0 OR LV-SICK-BAL > 0
                 MOVE "ERROR" TO WS-NEW-SEV
                 MOVE "Leave balances with no roster record"
                    TO WS-NEW-TEXT
              ELSE
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE "Empty leave record with no roster record"
                    TO WS-NEW-TEXT
              END-IF
              PERFORM LOG-FINDING
           ELSE
              IF WS-R-STATUS = 'T' AND LV-STATUS NOT = 'C'
                    AND (LV-VAC-BAL > 0 OR LV-SICK-BAL > 0)
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE "Leave still open for terminated employee"
                    TO WS-NEW-TEXT
                 PERFORM LOG-FINDING
              END-IF
              IF WS-R-STATUS = 'A' AND LV-STATUS = 'C'
                 MOVE "WARNING" TO WS-NEW-SEV
                 MOVE "Active employee's leave closed by final pay"
                    TO WS-NEW-TEXT
                 PERFORM LOG-FINDING
              END-IF
           END-IF
           EXIT.

       LOG-FINDING.
           *> WS-NEW-SEV/ID/MASTER/TEXT carry the finding on entry
           IF WS-NEW-SEV = "ERROR"
              ADD 1 TO WS-ERR-COUNT
           ELSE
              ADD 1 TO WS-WARN-COUNT
           END-IF
           IF WS-FND-COUNT < 2000
              ADD 1 TO WS-FND-COUNT
              MOVE WS-NEW-SEV TO WS-FND-SEV(WS-FND-COUNT)
              MOVE WS-NEW-ID TO WS-FND-ID(WS-FND-COUNT)
              MOVE WS-NEW-MASTER TO WS-FND-MASTER(WS-FND-COUNT)
              MOVE WS-NEW-TEXT TO WS-FND-TEXT(WS-FND-COUNT)
           ELSE
              ADD 1 TO WS-FND-DROPPED
           END-IF
           EXIT.

       WRITE-FINDINGS.
           *> every held finding of severity WS-LIST-SEV, in
           *> employee order
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING WS-LIST-SEV DELIMITED BY SPACE
                  "S" DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           PERFORM VARYING WS-FND-I FROM 1 BY 1
                 UNTIL WS-FND-I > WS-FND-COUNT
              IF WS-FND-SEV(WS-FND-I) = WS-LIST-SEV
                 MOVE SPACES TO WS-LINE
                 MOVE WS-FND-SEV(WS-FND-I) TO WS-LINE(1:7)
                 MOVE WS-FND-ID(WS-FND-I) TO WS-LINE(9:4)
                 MOVE WS-FND-MASTER(WS-FND-I) TO WS-LINE(15:8)
                 MOVE WS-FND-TEXT(WS-FND-I) TO WS-LINE(24:60)
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM
           EXIT.

       WRITE-RPT-HEADER.
           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "  Employee Master Integrity Audit - "
                     DELIMITED BY SIZE
                  WS-DATE-FORMAT DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           *> column header (fixed positions)
           MOVE SPACES TO WS-LINE
           MOVE "SEVERITY" TO WS-LINE(1:8)
           MOVE "ID"       TO WS-LINE(9:2)
           MOVE "MASTER"   TO WS-LINE(15:6)
           MOVE "ISSUE"    TO WS-LINE(24:5)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-RPT-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-ROSTER-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "ROSTER RECORDS READ:" TO WS-LINE(1:20)
           MOVE WS-CNT-STR TO WS-LINE(30:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-YTD-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "YTD RECORDS READ:" TO WS-LINE(1:17)
           MOVE WS-CNT-STR TO WS-LINE(30:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-BANK-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "BANK RECORDS READ:" TO WS-LINE(1:18)
           MOVE WS-CNT-STR TO WS-LINE(30:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-DED-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "DEDUCTION RECORDS READ:" TO WS-LINE(1:23)
           MOVE WS-CNT-STR TO WS-LINE(30:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-LEAVE-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "LEAVE RECORDS READ:" TO WS-LINE(1:19)
           MOVE WS-CNT-STR TO WS-LINE(30:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-ERR-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "ERRORS:" TO WS-LINE(1:7)
           MOVE WS-CNT-STR TO WS-LINE(30:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-WARN-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "WARNINGS:" TO WS-LINE(1:9)
           MOVE WS-CNT-STR TO WS-LINE(30:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           IF WS-FND-DROPPED > 0
              MOVE WS-FND-DROPPED TO WS-CNT-STR
              MOVE SPACES TO WS-LINE
              STRING "  (" DELIMITED BY SIZE
                     WS-CNT-STR DELIMITED BY SIZE
                     " further finding(s) counted but not listed)"
                        DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF

           MOVE SPACES TO WS-LINE
           IF WS-ERR-COUNT > 0
              MOVE "  *** ERRORS FOUND - FIX BEFORE PAYROLL RUNS ***"
                 TO WS-LINE(1:48)
           ELSE
              MOVE "  *** NO ERRORS - PAYROLL MAY PROCEED ***"
                 TO WS-LINE(1:41)
           END-IF
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE "================================================"
              TO RPT-REC
           WRITE RPT-REC
           EXIT.
