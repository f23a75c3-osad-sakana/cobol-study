       01 WS-IN-CUR            PIC X(3).
       01 WS-IN-FOREIGN        PIC X(20).
       01 WS-IN-REVERSE        PIC X.
       01 WS-IN-COMPANY        PIC X(4).

      *> The flagged lines collected from the archives; the batch is
      *> only written once the whole month has been read so a table
               10 WS-RV-DC          PIC X.
               10 WS-RV-AMOUNT      PIC S9(9)V99.
               10 WS-RV-COST-CENTER PIC X(4).
               10 WS-RV-COMPANY     PIC X(4).
       01 WS-AMT-ED            PIC -(7)9.99.

       PROCEDURE DIVISION.

       NOTE-ARCHIVE-LINE.
           MOVE SPACES TO WS-IN-CC WS-IN-CUR WS-IN-FOREIGN
               WS-IN-COMPANY
           MOVE SPACE  TO WS-IN-REVERSE
           UNSTRING ARCHIVE-REC
               DELIMITED BY ","
                   WS-IN-CUR
                   WS-IN-FOREIGN
                   WS-IN-REVERSE
                   WS-IN-COMPANY
           END-UNSTRING

           IF WS-IN-REVERSE = "R" AND
                       WS-RV-AMOUNT (WS-REV-COUNT)
                   MOVE WS-IN-CC TO
                       WS-RV-COST-CENTER (WS-REV-COUNT)
                   MOVE WS-IN-COMPANY TO
                       WS-RV-COMPANY (WS-REV-COUNT)
               ELSE
                   MOVE "Y" TO WS-REV-OVERFLOW
               END-IF
               MOVE SPACES                     TO JL-CURRENCY
               MOVE SPACES                     TO JL-FOREIGN-AMT
               MOVE SPACE                      TO JL-REVERSE
               MOVE WS-RV-COMPANY (REV-IDX)    TO JL-COMPANY
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-PERFORM

