           05 LV-LAST-RUN-ID PIC X(14).
           05 LV-LAST-VAC-TAKEN  PIC 9(3).
           05 LV-LAST-SICK-TAKEN PIC 9(3).
           05 LV-STATUS          PIC X(1).
           05 LV-LAST-PAYOUT     PIC 9(4)V99.

       WORKING-STORAGE SECTION.

              MOVE SPACES TO LV-LAST-RUN-ID
              MOVE 0 TO LV-LAST-VAC-TAKEN
              MOVE 0 TO LV-LAST-SICK-TAKEN
              MOVE 'A' TO LV-STATUS
              MOVE 0 TO LV-LAST-PAYOUT
              WRITE LV-REC
                 INVALID KEY
                    MOVE "Leave master write failed"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF
           *> a final pay paid the vacation out and closed the
           *> record - putting hours back would pay them twice. A
           *> rehire's record reopens on the first regular run
           IF WS-SKIP-REC = 'N' AND LV-STATUS = 'C'
              MOVE "Leave record closed by final pay"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-SKIP-REC
           END-IF

           IF WS-SKIP-REC = 'N'
              *> blank columns keep the current values
