       FILE-CONTROL.
           *> batch maintenance transactions against the banking
           *> master - one CSV line per action, format:
           *> <ACTION>,<emp id>,<routing>,<account>,<type>
           *> where ACTION is ADD / CHANGE / DELETE (routing and
           *> account are required for ADD; on CHANGE a blank
           *> column keeps the current value) and type is the
           *> account type, C checking or S savings (an ADD with
           *> no type is a checking account). Every ADD and
           *> CHANGE leaves the record prenoting: PAYROLL sends a
           *> zero-dollar prenote credit and keeps the employee on
           *> the paper-check path until the prenote ages without
           05 BANK-EMP-ID  PIC 9(4).
           05 BANK-ROUTING PIC X(9).
           05 BANK-ACCOUNT PIC X(17).
           *> 'P' prenoting, 'A' live, 'R' returned-hold, 'C'
           *> closed by the employee's final pay
           05 BANK-STATUS  PIC X(1).
           05 BANK-PRENOTE-DATE PIC X(10).
           *> 'C' checking, 'S' savings
           05 BANK-ACCT-TYPE PIC X(1).

       WORKING-STORAGE SECTION.

           05 WS-TRX-ID-TEXT     PIC X(5).
           05 WS-TRX-ROUT-TEXT   PIC X(10).
           05 WS-TRX-ACCT-TEXT   PIC X(17).
           05 WS-TRX-TYPE-TEXT   PIC X(2).

       *> file status variables
       77 WS-TRX-FILE-STATUS  PIC XX.
       77 WS-OLD-ROUTING PIC X(9).
       77 WS-OLD-ACCOUNT PIC X(17).
       77 WS-OLD-STATUS  PIC X(1).
       77 WS-OLD-ACCT-TYPE PIC X(1).
       77 WS-BANK-FOUND  PIC X VALUE 'N'.

       77 WS-EOF PIC X(3) VALUE "NO".
                       WS-TRX-ID-TEXT
                       WS-TRX-ROUT-TEXT
                       WS-TRX-ACCT-TEXT
                       WS-TRX-TYPE-TEXT

                  *> every action needs an action code and an ID
                  IF WS-TRX-ACTION-TEXT = SPACES
                     PERFORM VALIDATE-ROUTING-NUMBER
                  END-IF

                  *> the account type picks the deposit's
                  *> transaction code - a wrong one bounces
                  IF WS-SKIP-REC = 'N'
                        AND WS-TRX-TYPE-TEXT NOT = SPACES
                        AND WS-TRX-TYPE-TEXT NOT = "C"
                        AND WS-TRX-TYPE-TEXT NOT = "S"
                     MOVE "Account type must be C or S"
                        TO WS-ERROR-MSG
                     MOVE 'Y' TO WS-SKIP-REC
                  END-IF

                  *> fetch the current master record (if any) once,
                  *> so each action can check for conflicts against
                  *> the before-image
                     MOVE SPACES TO WS-OLD-ROUTING
                     MOVE SPACES TO WS-OLD-ACCOUNT
                     MOVE SPACES TO WS-OLD-STATUS
                     MOVE SPACES TO WS-OLD-ACCT-TYPE
                     MOVE WS-TRX-EMP-ID TO BANK-EMP-ID
                     READ EMP-BANK-FILE
                        KEY IS BANK-EMP-ID
                           MOVE BANK-ROUTING TO WS-OLD-ROUTING
                           MOVE BANK-ACCOUNT TO WS-OLD-ACCOUNT
                           MOVE BANK-STATUS TO WS-OLD-STATUS
                           MOVE BANK-ACCT-TYPE TO WS-OLD-ACCT-TYPE
                     END-READ
                  END-IF

              *> every new account prenotes before money moves
              MOVE 'P' TO BANK-STATUS
              MOVE WS-DATE-FORMAT TO BANK-PRENOTE-DATE
              MOVE 'C' TO BANK-ACCT-TYPE
              IF WS-TRX-TYPE-TEXT NOT = SPACES
                 MOVE WS-TRX-TYPE-TEXT(1:1) TO BANK-ACCT-TYPE
              END-IF
              WRITE BANK-REC
                 INVALID KEY
                    MOVE "Banking master write failed"
           IF WS-SKIP-REC = 'N'
                 AND WS-TRX-ROUT-TEXT = SPACES
                 AND WS-TRX-ACCT-TEXT = SPACES
                 AND WS-TRX-TYPE-TEXT = SPACES
              MOVE "CHANGE carries no new details"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
              IF WS-TRX-ACCT-TEXT NOT = SPACES
                 MOVE WS-TRX-ACCT-TEXT TO BANK-ACCOUNT
              END-IF
              IF WS-TRX-TYPE-TEXT NOT = SPACES
                 MOVE WS-TRX-TYPE-TEXT(1:1) TO BANK-ACCT-TYPE
              END-IF
              *> any change restarts the prenote cycle - the
              *> changed account must verify before money moves,
              *> and this is also how a returned-hold record is
              MOVE SPACES TO BANK-ROUTING
              MOVE SPACES TO BANK-ACCOUNT
              MOVE SPACES TO BANK-STATUS
              MOVE SPACES TO BANK-ACCT-TYPE
              DELETE EMP-BANK-FILE
                 INVALID KEY
                    MOVE "Banking master delete failed"

       WRITE-AUDIT.
           *> one line per applied change: when - who - what - which
           *> ID - routing/account/status/type before -> after
           MOVE SPACES TO AUD-REC
           STRING WS-DATE-FORMAT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
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
