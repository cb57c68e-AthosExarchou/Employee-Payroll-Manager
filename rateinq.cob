       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEINQ.
       AUTHOR. Athos Exarchou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> effective-dated pay history kept by ROSTERMNT - one
           *> record per employee per effective date; this inquiry
           *> lists it so "what was 1042's rate on the 3rd" is a
           *> lookup, not a trawl through the audit log
           SELECT RATE-HIST-FILE ASSIGN TO WS-RATEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-KEY
              FILE STATUS WS-RH-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO WS-OUTPUT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RPT-FILE.
       01  RPT-REC PIC X(200).

       WORKING-STORAGE SECTION.

       *> file status variables
       77 WS-RH-FILE-STATUS  PIC XX.
       77 WS-RPT-FILE-STATUS PIC XX.

       77 WS-RATEHIST-FILE PIC X(50) VALUE "ratehist.dat".
       77 WS-OUTPUT-FILE   PIC X(50) VALUE "rateinq.txt".
       *> JCL PARM equivalent - holds one command-line argument
       77 WS-PARM-TEXT PIC X(50) VALUE SPACES.

       *> selection - one employee or all of them, and the date
       *> the "in force" line is worked out for (today by default)
       77 WS-SEL-ID     PIC 9(4) VALUE 0.
       77 WS-SEL-ALL    PIC X VALUE 'Y'.
       77 WS-AS-OF-DATE PIC X(10) VALUE SPACES.

       *> counters for the end-of-run summary
       77 WS-REC-COUNT     PIC 9(6) VALUE 0.
       77 WS-EMP-COUNT     PIC 9(6) VALUE 0.
       77 WS-PENDING-COUNT PIC 9(6) VALUE 0.

       *> employee break and the profile in force on the as-of
       *> date, carried while that employee's records stream by
       77 WS-PREV-ID      PIC 9(4) VALUE 0.
       77 WS-HAVE-PREV    PIC X VALUE 'N'.
       77 WS-FORCE-FOUND  PIC X VALUE 'N'.
       77 WS-FORCE-EFF    PIC X(10) VALUE SPACES.
       77 WS-FORCE-TYPE   PIC X(1).
       77 WS-FORCE-RATE   PIC 9(3)V99 VALUE 0.
       77 WS-FORCE-SALARY PIC 9(7)V99 VALUE 0.

       *> decoded status word for the report line
       77 WS-STATUS-WORD PIC X(9).

       *> edited fields for display
       77 WS-ID-STR     PIC 9(4).
       77 WS-CNT-STR    PIC ZZZZZ9.
       77 WS-RATE-STR   PIC ZZ9.99.
       77 WS-SAL-STR    PIC ZZZZZZ9.99.
       77 WS-LINE       PIC X(200).
       77 WS-EOF        PIC X(3) VALUE "NO".

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

           OPEN INPUT RATE-HIST-FILE
           IF WS-RH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open rate history file "
                  WS-RATEHIST-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open output file"
               STOP RUN
           END-IF

           PERFORM WRITE-INQ-HEADER
           PERFORM LIST-HISTORY
           PERFORM WRITE-INQ-FOOTER

           CLOSE RATE-HIST-FILE RPT-FILE

           DISPLAY "Rate history inquiry complete - "
              WS-EMP-COUNT " employee(s), "
              WS-REC-COUNT " record(s), "
              WS-PENDING-COUNT " pending"

           *> asking for one employee who has no history at all
           *> is worth a warning - usually a mistyped ID
           IF WS-SEL-ALL = 'N' AND WS-REC-COUNT = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       WRITE-INQ-HEADER.
           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           STRING "  Pay Rate History - as of " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
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
           MOVE "ID"        TO WS-LINE(1:2)
           MOVE "EFFECTIVE" TO WS-LINE(7:9)
           MOVE "STATUS"    TO WS-LINE(18:6)
           MOVE "T"         TO WS-LINE(28:1)
           MOVE "F"         TO WS-LINE(30:1)
           MOVE "RATE"      TO WS-LINE(35:4)
           MOVE "SALARY"    TO WS-LINE(45:6)
           MOVE "FS"        TO WS-LINE(52:2)
           MOVE "AL"        TO WS-LINE(55:2)
           MOVE "ENTERED"   TO WS-LINE(58:7)
           MOVE "BY"        TO WS-LINE(69:2)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       LIST-HISTORY.
           *> walk the history in employee / effective-date order,
           *> starting at the selected employee when there is one
           MOVE LOW-VALUES TO RH-KEY
           IF WS-SEL-ALL = 'N'
              MOVE WS-SEL-ID TO RH-EMP-ID
           END-IF
           START RATE-HIST-FILE KEY NOT < RH-KEY
              INVALID KEY
                 MOVE "YES" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "YES"
               READ RATE-HIST-FILE NEXT RECORD
                  AT END
                     MOVE "YES" TO WS-EOF
                  NOT AT END
                     IF WS-SEL-ALL = 'N' AND RH-EMP-ID NOT = WS-SEL-ID
                        MOVE "YES" TO WS-EOF
                     ELSE
                        IF WS-HAVE-PREV = 'Y'
                              AND RH-EMP-ID NOT = WS-PREV-ID
                           PERFORM WRITE-IN-FORCE-LINE
                        END-IF
                        IF WS-HAVE-PREV = 'N'
                              OR RH-EMP-ID NOT = WS-PREV-ID
                           ADD 1 TO WS-EMP-COUNT
                           MOVE RH-EMP-ID TO WS-PREV-ID
                           MOVE 'Y' TO WS-HAVE-PREV
                           MOVE 'N' TO WS-FORCE-FOUND
                        END-IF
                        ADD 1 TO WS-REC-COUNT
                        PERFORM WRITE-HISTORY-LINE
                     END-IF
               END-READ
           END-PERFORM
           IF WS-HAVE-PREV = 'Y'
              PERFORM WRITE-IN-FORCE-LINE
           END-IF
           EXIT.

       WRITE-HISTORY-LINE.
           EVALUATE RH-STATUS
              WHEN 'A'
                 MOVE "APPLIED" TO WS-STATUS-WORD
              WHEN 'P'
                 MOVE "PENDING" TO WS-STATUS-WORD
                 ADD 1 TO WS-PENDING-COUNT
              WHEN OTHER
                 MOVE "CANCELLED" TO WS-STATUS-WORD
           END-EVALUATE

           *> the latest live record dated on or before the as-of
           *> date is the one in force that day - held changes
           *> count, since their date is what PAYROLL goes by
           IF RH-STATUS NOT = 'X' AND RH-EFF-DATE NOT > WS-AS-OF-DATE
              MOVE 'Y' TO WS-FORCE-FOUND
              MOVE RH-EFF-DATE TO WS-FORCE-EFF
              MOVE RH-PAY-TYPE TO WS-FORCE-TYPE
              MOVE RH-RATE TO WS-FORCE-RATE
              MOVE RH-SALARY TO WS-FORCE-SALARY
           END-IF

           MOVE RH-EMP-ID TO WS-ID-STR
           MOVE RH-RATE TO WS-RATE-STR
           MOVE RH-SALARY TO WS-SAL-STR

           MOVE SPACES TO WS-LINE
           MOVE WS-ID-STR TO WS-LINE(1:4)
           MOVE RH-EFF-DATE TO WS-LINE(7:10)
           MOVE WS-STATUS-WORD TO WS-LINE(18:9)
           MOVE RH-PAY-TYPE TO WS-LINE(28:1)
           MOVE RH-FREQ TO WS-LINE(30:1)
           MOVE WS-RATE-STR TO WS-LINE(33:6)
           MOVE WS-SAL-STR TO WS-LINE(40:10)
           MOVE RH-FILING TO WS-LINE(52:1)
           MOVE RH-ALLOW TO WS-LINE(55:2)
           MOVE RH-ENTERED TO WS-LINE(58:10)
           MOVE RH-OPERATOR TO WS-LINE(69:20)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-IN-FORCE-LINE.
           *> closes each employee's block with the profile in
           *> force on the as-of date
           MOVE SPACES TO WS-LINE
           IF WS-FORCE-FOUND = 'Y'
              MOVE WS-FORCE-RATE TO WS-RATE-STR
              MOVE WS-FORCE-SALARY TO WS-SAL-STR
              IF WS-FORCE-TYPE = 'S'
                 STRING "   in force " DELIMITED BY SIZE
                        WS-AS-OF-DATE DELIMITED BY SIZE
                        ": salary " DELIMITED BY SIZE
                        WS-SAL-STR DELIMITED BY SIZE
                        " from " DELIMITED BY SIZE
                        WS-FORCE-EFF DELIMITED BY SIZE
                     INTO WS-LINE
                 END-STRING
              ELSE
                 STRING "   in force " DELIMITED BY SIZE
                        WS-AS-OF-DATE DELIMITED BY SIZE
                        ": rate " DELIMITED BY SIZE
                        WS-RATE-STR DELIMITED BY SIZE
                        " from " DELIMITED BY SIZE
                        WS-FORCE-EFF DELIMITED BY SIZE
                     INTO WS-LINE
                 END-STRING
              END-IF
           ELSE
              STRING "   in force " DELIMITED BY SIZE
                     WS-AS-OF-DATE DELIMITED BY SIZE
                     ": none - history starts later" DELIMITED BY SIZE
                  INTO WS-LINE
              END-STRING
           END-IF
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           EXIT.

       WRITE-INQ-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-EMP-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "EMPLOYEES LISTED:" TO WS-LINE(1:17)
           MOVE WS-CNT-STR TO WS-LINE(39:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-REC-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "HISTORY RECORDS:" TO WS-LINE(1:16)
           MOVE WS-CNT-STR TO WS-LINE(39:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE WS-PENDING-COUNT TO WS-CNT-STR
           MOVE SPACES TO WS-LINE
           MOVE "PENDING CHANGES:" TO WS-LINE(1:16)
           MOVE WS-CNT-STR TO WS-LINE(39:6)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC

           MOVE "================================================"
              TO RPT-REC
           WRITE RPT-REC
           EXIT.

       GET-RUN-PARAMETERS.
           *> JCL PARM equivalent - args 1-3 are the employee ID
           *> (blank or ALL for everyone), the as-of date
           *> (YYYY-MM-DD, default today) and the output file
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES AND WS-PARM-TEXT NOT = "ALL"
              MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-SEL-ID
              MOVE 'N' TO WS-SEL-ALL
           END-IF

           MOVE WS-DATE-FORMAT TO WS-AS-OF-DATE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-AS-OF-DATE
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-TEXT
           END-ACCEPT
           IF WS-PARM-TEXT NOT = SPACES
              MOVE WS-PARM-TEXT TO WS-OUTPUT-FILE
           END-IF
           EXIT.
