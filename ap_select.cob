       01 WS-ITEM-DISC             PIC S9(9)V99 VALUE 0.
       01 WS-SEL-FAIL              PIC X VALUE "N".
       01 WS-SEL-PENDING           PIC X VALUE "N".
       01 WS-CALL-FAILED           PIC X VALUE "N".
       01 WS-DUPCHK-RC             PIC 9(2) VALUE 0.
       01 WS-TOT-ED                PIC -(11)9.99.

       PROCEDURE DIVISION.
           END-IF
           IF WS-SEL-FAIL = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Nothing selected goes to AP-CHECKS or AP-EFT until the
      *> duplicate screen has pulled suspected duplicate payments
      *> off the selection; if the screen cannot run, neither can
      *> the payment runs behind it.
           MOVE 0 TO WS-DUPCHK-RC
           IF WS-SELECTED-COUNT > 0
               MOVE "N" TO WS-CALL-FAILED
               MOVE 0 TO RETURN-CODE
               CALL "AP-DUPCHK"
                   ON EXCEPTION
                       DISPLAY "PROGRAM AP-DUPCHK NOT FOUND"
                       MOVE "Y" TO WS-CALL-FAILED
               END-CALL
               IF WS-CALL-FAILED = "Y"
                   MOVE 12 TO WS-DUPCHK-RC
               ELSE
                   MOVE RETURN-CODE TO WS-DUPCHK-RC
               END-IF
           END-IF
           IF WS-DUPCHK-RC >= 8
               DISPLAY "DUPLICATE PAYMENT SCREEN DID NOT COMPLETE -"
                   " DO NOT PAY THIS SELECTION"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
