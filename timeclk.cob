       FILE-CONTROL.
           *> the clock system's punch export - one CSV line per
           *> employee per day, format:
           *> <emp id>,<date YYYY-MM-DD>,<in HH:MM>,<out HH:MM>,
           *> <cost center>
           *> where the cost center / project code is optional
           *> (blank leaves the hours on the home department)
           *> validated pair by pair, rounded by the shop's daily
           *> rule, and totaled into the payroll input CSV - the
           *> rekeying step that caused most variance exceptions
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-EXC-FILE-STATUS.

           *> cost-center master kept by accounting - one CSV line
           *> per code: <code>,<description>,<GL account>,<status>
           *> with status A active / I closed to new hours; a
           *> punch coded to anything else is an exception
           SELECT CC-MAST-FILE ASSIGN TO WS-COSTCTR-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-CC-FILE-STATUS.

           *> labor hours by cost center for PAYROLL's labor
           *> distribution - <emp id>,<cost center>,<hours> per
           *> employee per code, then TRAILER,<count>
           SELECT LBR-FILE ASSIGN TO WS-LABOR-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-LBR-FILE-STATUS.

           *> employee roster master - supplies the name, hourly
           *> rate and active status, so a punch from a terminated
           *> or unknown ID is caught at intake
              RECORD KEY IS ROSTER-EMP-ID
              FILE STATUS WS-ROSTER-FILE-STATUS.

           *> effective-dated pay history kept by ROSTERMNT - the
           *> CSV carries the rate in force on the employee's last
           *> punched day rather than whatever the roster says
           *> today; optional, the roster rate stands without it
           SELECT RATE-HIST-FILE ASSIGN TO WS-RATEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-KEY
              FILE STATUS WS-RH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE.
       FD  EXC-FILE.
       01  EXC-REC PIC X(200).

       FD  CC-MAST-FILE.
       01  CCM-REC PIC X(80).

       FD  LBR-FILE.
       01  LBR-REC PIC X(80).

       *> this layout is duplicated from PAYROLL, so any change
       *> there must be mirrored here
       FD  EMP-ROSTER-FILE.
           05 ROSTER-ALLOW    PIC 9(2).
           05 ROSTER-RATE     PIC 9(3)V99.

       *> this layout is duplicated from ROSTERMNT, so any change
       *> there must be mirrored here
       FD  RATE-HIST-FILE.
       01  RH-REC.
           05 RH-KEY.
              10 RH-EMP-ID   PIC 9(4).
              10 RH-EFF-DATE PIC X(10). *> "YYYY-MM-DD"
           *> 'P' pending, 'A' applied, 'X' cancelled
           05 RH-STATUS   PIC X(1).
           05 RH-PAY-TYPE PIC X(1).
           05 RH-FREQ     PIC X(1).
           05 RH-SALARY   PIC 9(7)V99.
           05 RH-FILING   PIC X(1).
           05 RH-ALLOW    PIC 9(2).
           05 RH-RATE     PIC 9(3)V99.
           05 RH-ENTERED  PIC X(10).
           05 RH-OPERATOR PIC X(20).

       WORKING-STORAGE SECTION.

       *> parsed punch fields (used after UNSTRING) - the ID field
           05 WS-PCH-DATE-TEXT PIC X(10).
           05 WS-PCH-IN-TEXT   PIC X(5).
           05 WS-PCH-OUT-TEXT  PIC X(5).
           05 WS-PCH-CC-TEXT   PIC X(9).

       *> file status variables
       77 WS-PUNCH-FILE-STATUS  PIC XX.
       77 WS-CSV-FILE-STATUS    PIC XX.
       77 WS-EXC-FILE-STATUS    PIC XX.
       77 WS-ROSTER-FILE-STATUS PIC XX.
       77 WS-RH-FILE-STATUS     PIC XX.
       77 WS-CC-FILE-STATUS     PIC XX.
       77 WS-LBR-FILE-STATUS    PIC XX.

       77 WS-PUNCH-FILE  PIC X(50) VALUE SPACES.
       77 WS-CSV-FILE    PIC X(50) VALUE "employees.csv".
       77 WS-EXCEPT-FILE PIC X(50) VALUE "timeclkerr.txt".
       77 WS-ROSTER-FILE PIC X(50) VALUE "roster.dat".
       77 WS-RATEHIST-FILE PIC X(50) VALUE "ratehist.dat".
       77 WS-COSTCTR-FILE PIC X(50) VALUE "costctr.dat".
       77 WS-LABOR-FILE  PIC X(50) VALUE SPACES.
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

              10 WS-TBL-RATE    PIC 9(3)V99.
              10 WS-TBL-TYPE    PIC X(1).
              10 WS-TBL-MINS    PIC 9(6).
              *> latest day punched - the rate in force that day
              *> is the one the CSV carries
              10 WS-TBL-LAST-DATE PIC X(10).
       77 WS-EMP-COUNT PIC 9(3) VALUE 0.
       77 WS-EMP-I     PIC 9(3).
       77 WS-EMP-FOUND PIC X VALUE 'N'.
       77 WS-TBL-FULL  PIC X VALUE 'N'.

       *> rate history lookup
       77 WS-RH-ACTIVE PIC X VALUE 'N'.
       77 WS-RH-DONE   PIC X VALUE 'N'.

       *> cost-center master, loaded whole at startup
       01 WS-CCM-FIELDS.
           05 WS-CCM-CODE-TEXT   PIC X(8).
           05 WS-CCM-DESC-TEXT   PIC X(30).
           05 WS-CCM-ACCT-TEXT   PIC X(8).
           05 WS-CCM-STATUS-TEXT PIC X(1).
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 200 TIMES.
              10 WS-CC-CODE   PIC X(8).
              10 WS-CC-STATUS PIC X(1).
       77 WS-CC-COUNT  PIC 9(3) VALUE 0.
       77 WS-CC-I      PIC 9(3).
       77 WS-CC-ACTIVE PIC X VALUE 'N'.
       77 WS-CC-EOF    PIC X(3) VALUE "NO".
       77 WS-CC-FOUND  PIC X VALUE 'N'.

       *> minutes per employee per cost center, in the order
       *> first punched - blank code is the home department
       01 WS-CCH-TABLE.
           05 WS-CCH-ENTRY OCCURS 2000 TIMES.
              10 WS-CCH-ID    PIC 9(4).
              10 WS-CCH-CODE  PIC X(8).
              10 WS-CCH-MINS  PIC 9(6).
       77 WS-CCH-COUNT PIC 9(4) VALUE 0.
       77 WS-CCH-I     PIC 9(4).
       77 WS-CCH-FOUND PIC X VALUE 'N'.
       77 WS-LBR-COUNT PIC 9(6) VALUE 0.
       77 WS-LBR-HOURS PIC 9(4)V99.
       77 WS-LBR-HOURS-STR PIC ZZZ9.99.

       *> numeric punch fields
       77 WS-PCH-EMP-ID PIC 9(4).

               STOP RUN
           END-IF

           *> the rate history is optional, as in PAYROLL
           MOVE 'N' TO WS-RH-ACTIVE
           OPEN INPUT RATE-HIST-FILE
           IF WS-RH-FILE-STATUS = "00"
              MOVE 'Y' TO WS-RH-ACTIVE
           END-IF

           PERFORM LOAD-COST-CENTERS

           OPEN OUTPUT LBR-FILE
           IF WS-LBR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open labor hours file"
               STOP RUN
           END-IF

           PERFORM PROCESS-PUNCHES
           PERFORM WRITE-PAYROLL-CSV
           PERFORM WRITE-LABOR-HOURS

           CLOSE PUNCH-FILE CSV-FILE EXC-FILE EMP-ROSTER-FILE
                 LBR-FILE
           IF WS-RH-ACTIVE = 'Y'
              CLOSE RATE-HIST-FILE
           END-IF

           DISPLAY "Timeclock intake complete - "
              WS-PUNCH-COUNT " punch(es), "
           *> an overflowing table means far more employees than
           *> any real period - nothing written, nothing half-built
           IF WS-TBL-FULL = 'Y'
              DISPLAY "ERROR: punch file exceeds 500 employees or "
                 "2000 cost-center splits - CSV not built"
              MOVE 16 TO RETURN-CODE
              CLOSE PUNCH-FILE CSV-FILE EXC-FILE EMP-ROSTER-FILE
                    LBR-FILE
              STOP RUN
           END-IF
           EXIT.
                WS-PCH-DATE-TEXT
                WS-PCH-IN-TEXT
                WS-PCH-OUT-TEXT
                WS-PCH-CC-TEXT

           *> a punch needs all four pieces
           IF WS-PCH-ID-TEXT = SPACES
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           *> a cost-center code must be on the master and open -
           *> hours charged to a job accounting cannot cost are
           *> sent back for correction like any other bad punch
           IF WS-SKIP-REC = 'N' AND WS-PCH-CC-TEXT NOT = SPACES
              PERFORM VALIDATE-COST-CENTER
           END-IF

           IF WS-SKIP-REC = 'Y'
              PERFORM WRITE-EXCEPTION
           ELSE
              COMPUTE WS-DAY-QTRS ROUNDED = WS-DAY-MINS / 15
              COMPUTE WS-DAY-MINS = WS-DAY-QTRS * 15
              PERFORM ACCUMULATE-EMPLOYEE
              PERFORM ACCUMULATE-COST-CENTER
           END-IF
           EXIT.

       VALIDATE-COST-CENTER.
           IF WS-PCH-CC-TEXT(9:1) NOT = SPACE
              MOVE "Cost center longer than 8 characters"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           ELSE IF WS-CC-ACTIVE = 'N'
              MOVE "Cost center coded but no cost-center master"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           ELSE
              MOVE 'N' TO WS-CC-FOUND
              PERFORM VARYING WS-CC-I FROM 1 BY 1
                    UNTIL WS-CC-I > WS-CC-COUNT
                 IF WS-CC-CODE(WS-CC-I) = WS-PCH-CC-TEXT(1:8)
                    MOVE 'Y' TO WS-CC-FOUND
                    IF WS-CC-STATUS(WS-CC-I) = 'I'
                       MOVE "Cost center closed to new hours"
                          TO WS-ERROR-MSG
                       MOVE 'Y' TO WS-SKIP-REC
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CC-FOUND = 'N'
                 MOVE "Unknown cost center" TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-SKIP-REC
              END-IF
           END-IF
           EXIT.

       ACCUMULATE-COST-CENTER.
           *> the same rounded day, kept against its cost center
           MOVE 'N' TO WS-CCH-FOUND
           PERFORM VARYING WS-CCH-I FROM 1 BY 1
                 UNTIL WS-CCH-I > WS-CCH-COUNT
              IF WS-CCH-ID(WS-CCH-I) = WS-PCH-EMP-ID
                    AND WS-CCH-CODE(WS-CCH-I) = WS-PCH-CC-TEXT(1:8)
                 MOVE 'Y' TO WS-CCH-FOUND
                 ADD WS-DAY-MINS TO WS-CCH-MINS(WS-CCH-I)
              END-IF
           END-PERFORM
           IF WS-CCH-FOUND = 'N'
              IF WS-CCH-COUNT < 2000
                 ADD 1 TO WS-CCH-COUNT
                 MOVE WS-PCH-EMP-ID TO WS-CCH-ID(WS-CCH-COUNT)
                 MOVE WS-PCH-CC-TEXT(1:8)
                    TO WS-CCH-CODE(WS-CCH-COUNT)
                 MOVE WS-DAY-MINS TO WS-CCH-MINS(WS-CCH-COUNT)
              ELSE
                 MOVE 'Y' TO WS-TBL-FULL
              END-IF
           END-IF
           EXIT.

       LOAD-COST-CENTERS.
           *> no master means the shop does not cost labor to
           *> projects - uncoded punches still go through
           MOVE 'N' TO WS-CC-ACTIVE
           OPEN INPUT CC-MAST-FILE
           IF WS-CC-FILE-STATUS = "00"
           MOVE 'Y' TO WS-CC-ACTIVE
           PERFORM UNTIL WS-CC-EOF = "YES"
              READ CC-MAST-FILE
                 AT END
                    MOVE "YES" TO WS-CC-EOF
                 NOT AT END
                    MOVE SPACES TO WS-CCM-FIELDS
                    UNSTRING CCM-REC
                       DELIMITED BY ","
                       INTO WS-CCM-CODE-TEXT
                          WS-CCM-DESC-TEXT
                          WS-CCM-ACCT-TEXT
                          WS-CCM-STATUS-TEXT
                    END-UNSTRING
                    IF WS-CCM-CODE-TEXT NOT = SPACES
                          AND WS-CC-COUNT < 200
                       ADD 1 TO WS-CC-COUNT
                       MOVE WS-CCM-CODE-TEXT
                          TO WS-CC-CODE(WS-CC-COUNT)
                       MOVE WS-CCM-STATUS-TEXT
                          TO WS-CC-STATUS(WS-CC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CC-MAST-FILE
           END-IF
           EXIT.

       WRITE-LABOR-HOURS.
           *> one line per employee per cost center, employees in
           *> the same order as the payroll CSV
           PERFORM VARYING WS-EMP-I FROM 1 BY 1
                 UNTIL WS-EMP-I > WS-EMP-COUNT
              PERFORM VARYING WS-CCH-I FROM 1 BY 1
                    UNTIL WS-CCH-I > WS-CCH-COUNT
                 IF WS-CCH-ID(WS-CCH-I) = WS-TBL-ID(WS-EMP-I)
                    COMPUTE WS-LBR-HOURS ROUNDED =
                       WS-CCH-MINS(WS-CCH-I) / 60
                    MOVE WS-LBR-HOURS TO WS-LBR-HOURS-STR
                    MOVE SPACES TO LBR-REC
                    STRING WS-CCH-ID(WS-CCH-I) DELIMITED BY SIZE
                           ","                 DELIMITED BY SIZE
                           WS-CCH-CODE(WS-CCH-I) DELIMITED BY SIZE
                           ","                 DELIMITED BY SIZE
                           WS-LBR-HOURS-STR    DELIMITED BY SIZE
                       INTO LBR-REC
                    END-STRING
                    WRITE LBR-REC
                    ADD 1 TO WS-LBR-COUNT
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO LBR-REC
           STRING "TRAILER,"   DELIMITED BY SIZE
                  WS-LBR-COUNT DELIMITED BY SIZE
              INTO LBR-REC
           END-STRING
           WRITE LBR-REC
           EXIT.

       PARSE-PUNCH-TIME.
           *> HH:MM with a 24-hour clock - anything else rejects
           *> the punch; WS-TIME-TEXT carries the text in
              IF WS-TBL-ID(WS-EMP-I) = WS-PCH-EMP-ID
                 MOVE 'Y' TO WS-EMP-FOUND
                 ADD WS-DAY-MINS TO WS-TBL-MINS(WS-EMP-I)
                 IF WS-PCH-DATE-TEXT > WS-TBL-LAST-DATE(WS-EMP-I)
                    MOVE WS-PCH-DATE-TEXT
                       TO WS-TBL-LAST-DATE(WS-EMP-I)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-EMP-FOUND = 'N'
                 MOVE ROSTER-PAY-TYPE
                    TO WS-TBL-TYPE(WS-EMP-COUNT)
                 MOVE WS-DAY-MINS TO WS-TBL-MINS(WS-EMP-COUNT)
                 MOVE WS-PCH-DATE-TEXT
                    TO WS-TBL-LAST-DATE(WS-EMP-COUNT)
              ELSE
                 MOVE 'Y' TO WS-TBL-FULL
              END-IF
              COMPUTE WS-PERIOD-HOURS ROUNDED =
                 WS-TBL-MINS(WS-EMP-I) / 60
              MOVE WS-PERIOD-HOURS TO WS-HOURS-STR
              IF WS-RH-ACTIVE = 'Y'
                 PERFORM LOOKUP-RATE-IN-FORCE
              END-IF
              MOVE WS-TBL-RATE(WS-EMP-I) TO WS-RATE-STR

              MOVE SPACES TO WS-LINE
           WRITE CSV-REC
           EXIT.

       LOOKUP-RATE-IN-FORCE.
           *> the latest live history record dated on or before the
           *> employee's last punched day replaces the roster rate;
           *> a record with no rate (salaried) leaves it alone
           MOVE 'N' TO WS-RH-DONE
           MOVE WS-TBL-ID(WS-EMP-I) TO RH-EMP-ID
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
                    IF RH-EMP-ID NOT = WS-TBL-ID(WS-EMP-I)
                          OR RH-EFF-DATE > WS-TBL-LAST-DATE(WS-EMP-I)
                       MOVE 'Y' TO WS-RH-DONE
                    ELSE IF RH-STATUS NOT = 'X' AND RH-RATE > 0
                       MOVE RH-RATE TO WS-TBL-RATE(WS-EMP-I)
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       WRITE-EXCEPTION.
           *> exception report: date - reason - raw punch line
           ADD 1 TO WS-REJECT-COUNT
              MOVE WS-PARM-TEXT TO WS-EXCEPT-FILE
           END-IF

           *> arg 4 is the labor hours by cost center file
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-LABOR-FILE
           END-IF

           *> fall back to environment variables for anything not
           *> passed on the command line
           IF WS-PUNCH-FILE = SPACES
           IF WS-PUNCH-FILE = SPACES
              MOVE "punches.csv" TO WS-PUNCH-FILE
           END-IF
           IF WS-LABOR-FILE = SPACES
              ACCEPT WS-LABOR-FILE FROM ENVIRONMENT
                 "TIMECLK_LABOR_FILE"
           END-IF
           IF WS-LABOR-FILE = SPACES
              MOVE "laborhrs.csv" TO WS-LABOR-FILE
           END-IF
           EXIT.
