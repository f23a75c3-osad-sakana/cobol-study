       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-OLD ASSIGN TO "contracts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CON-ID
               FILE STATUS IS WS-OCFS.
           SELECT CONTRACT-FILE ASSIGN TO "contracts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ID
               FILE STATUS IS WS-CNFS.

       DATA DIVISION.
       FILE SECTION.
      *> The contract record before the billing frequency and
      *> recognition term were added.
       FD CONTRACT-OLD.
       01 OLD-CONTRACT-REC.
           05 OLD-CON-ID            PIC X(6).
           05 OLD-CON-CUSTOMER      PIC X(6).
           05 OLD-CON-AMOUNT        PIC S9(7)V99.
           05 OLD-CON-BILL-DAY      PIC 9(2).
           05 OLD-CON-START-PERIOD  PIC 9(6).
           05 OLD-CON-END-PERIOD    PIC 9(6).

       FD CONTRACT-FILE.
           COPY CONTRREC.

       WORKING-STORAGE SECTION.
       01 WS-OCFS               PIC X(2).
       01 WS-CNFS               PIC X(2).
       01 WS-EOF                PIC X VALUE "N".
       01 WS-CON-COUNT          PIC 9(4) VALUE 0.
       01 WS-LOAD-SUB           PIC 9(4) VALUE 0.

      *> One-off conversion of contracts.dat from the old 35-byte
      *> layout to the current one: the old records are read into
      *> this table, the file is re-created with the new record
      *> length and rewritten as monthly contracts billed straight
      *> to revenue, which is how CONTRACT-GEN treated every
      *> contract before.  Take a copy of the file before running.
       01 WS-CON-TABLE.
           05 WS-CON-ENTRY OCCURS 500 TIMES.
               10 WS-CT-ID           PIC X(6).
               10 WS-CT-CUSTOMER     PIC X(6).
               10 WS-CT-AMOUNT       PIC S9(7)V99.
               10 WS-CT-BILL-DAY     PIC 9(2).
               10 WS-CT-START-PERIOD PIC 9(6).
               10 WS-CT-END-PERIOD   PIC 9(6).

       PROCEDURE DIVISION.
           DISPLAY "CONVERT CONTRACT FILE TO THE CURRENT LAYOUT"
           OPEN INPUT CONTRACT-OLD
           IF WS-OCFS NOT = "00"
               DISPLAY "COULD NOT OPEN CONTRACT FILE WITH THE OLD"
                   " LAYOUT (STATUS " WS-OCFS ")"
               DISPLAY "THE FILE IS MISSING OR ALREADY CONVERTED -"
                   " NOTHING DONE"
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO OLD-CON-ID
           START CONTRACT-OLD KEY IS GREATER THAN OLD-CON-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTRACT-OLD NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CON-COUNT < 500
                           ADD 1 TO WS-CON-COUNT
                           MOVE OLD-CON-ID TO
                               WS-CT-ID (WS-CON-COUNT)
                           MOVE OLD-CON-CUSTOMER TO
                               WS-CT-CUSTOMER (WS-CON-COUNT)
                           MOVE OLD-CON-AMOUNT TO
                               WS-CT-AMOUNT (WS-CON-COUNT)
                           MOVE OLD-CON-BILL-DAY TO
                               WS-CT-BILL-DAY (WS-CON-COUNT)
                           MOVE OLD-CON-START-PERIOD TO
                               WS-CT-START-PERIOD (WS-CON-COUNT)
                           MOVE OLD-CON-END-PERIOD TO
                               WS-CT-END-PERIOD (WS-CON-COUNT)
                       ELSE
                           DISPLAY "MORE THAN 500 CONTRACTS -"
                               " CONVERSION TABLE FULL, NOT RUN"
                           CLOSE CONTRACT-OLD
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-OLD

           OPEN OUTPUT CONTRACT-FILE
           IF WS-CNFS NOT = "00"
               DISPLAY "COULD NOT RE-CREATE CONTRACT FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-LOAD-SUB FROM 1 BY 1
                   UNTIL WS-LOAD-SUB > WS-CON-COUNT
               MOVE WS-CT-ID (WS-LOAD-SUB)        TO CON-ID
               MOVE WS-CT-CUSTOMER (WS-LOAD-SUB)  TO CON-CUSTOMER
               MOVE WS-CT-AMOUNT (WS-LOAD-SUB)    TO CON-AMOUNT
               MOVE WS-CT-BILL-DAY (WS-LOAD-SUB)  TO CON-BILL-DAY
               MOVE WS-CT-START-PERIOD (WS-LOAD-SUB)
                   TO CON-START-PERIOD
               MOVE WS-CT-END-PERIOD (WS-LOAD-SUB)
                   TO CON-END-PERIOD
               MOVE 1 TO CON-BILL-MONTHS
               MOVE 0 TO CON-RECOG-MONTHS
               WRITE CONTRACT-REC
           END-PERFORM
           CLOSE CONTRACT-FILE

           DISPLAY "CONTRACTS CONVERTED: " WS-CON-COUNT
           DISPLAY "SET PREPAID TERMS WITH CONTRACT-MAINT AS NEEDED"
           MOVE 0 TO RETURN-CODE
           GOBACK.
