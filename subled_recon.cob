
       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF AP-STATUS = "O" OR AP-STATUS = "S" OR
                               AP-STATUS = "H"
                           ADD AP-AMOUNT TO WS-AP-SUBLED
                       END-IF
               END-READ
