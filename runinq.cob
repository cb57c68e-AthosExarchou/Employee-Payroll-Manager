           05 RC-GROSS     PIC S9(9)V99
                           SIGN IS LEADING SEPARATE.
           05 RC-NET       PIC 9(8)V99.
           05 RC-ACH-LAST-TRACE PIC 9(7).

       FD  RPT-FILE.
       01  RPT-REC PIC X(200).
                 ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE

           MOVE "NORM" TO WS-MODE-WORD
           IF RC-MODE = 'C'
              MOVE "CORR" TO WS-MODE-WORD
           END-IF
           IF RC-MODE = 'F'
              MOVE "FINL" TO WS-MODE-WORD
           END-IF

           *> one label column on the report - the first frequency
