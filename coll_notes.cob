       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLL-NOTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CMFS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT NOTES-FILE ASSIGN TO "collection_notes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERREC.

       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD NOTES-FILE.
       01 NOTES-REC            PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-CMFS               PIC X(2).
       01 WS-OIFS               PIC X(2).
       01 WS-CNFS               PIC X(2).
       01 WS-RCFS               PIC X(2).
           COPY RUNCTL.
           COPY COLLNOTE.
       01 WS-CHOICE             PIC 9 VALUE 0.
       01 WS-DONE               PIC X VALUE "N".
       01 WS-EOF                PIC X VALUE "N".
       01 WS-OK                 PIC X VALUE "N".
       01 WS-CUST-IN            PIC X(6).
       01 WS-METHOD-IN          PIC X.
       01 WS-TEXT-IN            PIC X(40).
       01 WS-DATE-IN            PIC X(10).
       01 WS-AMOUNT-IN          PIC X(13).
       01 WS-PROMISE-AMT        PIC S9(9)V99 VALUE 0.
       01 WS-BALANCE            PIC S9(11)V99 VALUE 0.
       01 WS-AMT-ED             PIC -(9)9.99.
       01 WS-NOTE-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           PERFORM READ-RUN-CONTROL
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "1. RECORD CUSTOMER CONTACT"
               DISPLAY "2. LIST NOTES FOR A CUSTOMER"
               DISPLAY "3. EXIT"
               DISPLAY "ENTER CHOICE: "
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM RECORD-CONTACT
                   WHEN 2
                       PERFORM LIST-NOTES
                   WHEN 3
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       RECORD-CONTACT.
      *> One note per contact.  The open balance goes on the note
      *> so COLLECTIONS can tell later whether a promise was kept.
           PERFORM ACCEPT-CUSTOMER
           IF WS-OK = "Y"
               PERFORM CUSTOMER-BALANCE
               MOVE WS-BALANCE TO WS-AMT-ED
               DISPLAY CUST-NAME "  OPEN BALANCE " WS-AMT-ED
               PERFORM ACCEPT-CONTACT
           END-IF
           IF WS-OK = "Y"
               PERFORM ACCEPT-PROMISE
           END-IF
           IF WS-OK = "Y"
               MOVE WS-CUST-IN TO CN-CUSTOMER
               MOVE RC-BUSINESS-DATE TO CN-DATE
               MOVE "C" TO CN-KIND
               MOVE WS-SIGNON-ID TO CN-COLLECTOR
               MOVE WS-METHOD-IN TO CN-ACTION
               MOVE WS-DATE-IN TO CN-PROMISE-DATE
               MOVE WS-PROMISE-AMT TO CN-PROMISE-AMT
               MOVE WS-BALANCE TO CN-BALANCE
               MOVE WS-TEXT-IN TO CN-TEXT
               OPEN EXTEND NOTES-FILE
               IF WS-CNFS NOT = "00"
                   OPEN OUTPUT NOTES-FILE
               END-IF
               WRITE NOTES-REC FROM WS-NOTE-LINE
               CLOSE NOTES-FILE
               DISPLAY "CONTACT RECORDED."
               IF WS-DATE-IN NOT = SPACES
                   DISPLAY "NO DUNNING LETTER GOES TO THIS CUSTOMER"
                       " UNTIL AFTER " WS-DATE-IN
               END-IF
           END-IF.

       ACCEPT-CONTACT.
           DISPLAY "CONTACT BY (P PHONE, E E-MAIL, M MAIL, V VISIT): "
           ACCEPT WS-METHOD-IN
           INSPECT WS-METHOD-IN CONVERTING "pemv" TO "PEMV"
           IF WS-METHOD-IN NOT = "P" AND WS-METHOD-IN NOT = "E" AND
                   WS-METHOD-IN NOT = "M" AND WS-METHOD-IN NOT = "V"
               DISPLAY "UNKNOWN CONTACT METHOD - NOTE NOT RECORDED."
               MOVE "N" TO WS-OK
           ELSE
               DISPLAY "NOTE (40 CHARACTERS): "
               MOVE SPACES TO WS-TEXT-IN
               ACCEPT WS-TEXT-IN
               INSPECT WS-TEXT-IN REPLACING ALL "," BY ";"
           END-IF.

       ACCEPT-PROMISE.
      *> A promise to pay is optional; when given it needs a date
      *> no earlier than the business date and an amount.
           DISPLAY "PROMISED PAYMENT DATE (YYYY-MM-DD, BLANK IF NONE): "
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           MOVE 0 TO WS-PROMISE-AMT
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN(1:4) NOT NUMERIC OR
                       WS-DATE-IN(6:2) NOT NUMERIC OR
                       WS-DATE-IN(9:2) NOT NUMERIC OR
                       WS-DATE-IN(5:1) NOT = "-" OR
                       WS-DATE-IN(8:1) NOT = "-"
                   DISPLAY "THE DATE IS NOT YYYY-MM-DD"
                       " - NOTE NOT RECORDED."
                   MOVE "N" TO WS-OK
               ELSE
               IF WS-DATE-IN < RC-BUSINESS-DATE
                   DISPLAY "A PROMISE CANNOT BE DATED BEFORE "
                       RC-BUSINESS-DATE " - NOTE NOT RECORDED."
                   MOVE "N" TO WS-OK
               ELSE
                   DISPLAY "PROMISED AMOUNT: "
                   MOVE SPACES TO WS-AMOUNT-IN
                   ACCEPT WS-AMOUNT-IN
                   IF FUNCTION TEST-NUMVAL(WS-AMOUNT-IN) = 0
                       MOVE FUNCTION NUMVAL(WS-AMOUNT-IN)
                           TO WS-PROMISE-AMT
                   END-IF
                   IF WS-PROMISE-AMT NOT > 0
                       DISPLAY "THE PROMISED AMOUNT MUST BE A NUMBER"
                           " ABOVE ZERO - NOTE NOT RECORDED."
                       MOVE "N" TO WS-OK
                   END-IF
               END-IF
               END-IF
           END-IF.

       ACCEPT-CUSTOMER.
           MOVE "N" TO WS-OK
           DISPLAY "CUSTOMER NUMBER: "
           MOVE SPACES TO WS-CUST-IN
           ACCEPT WS-CUST-IN
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CMFS NOT = "00"
               DISPLAY "COULD NOT OPEN CUSTOMER MASTER"
           ELSE
               MOVE WS-CUST-IN TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-CUST-IN " NOT ON FILE"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OK
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.

       CUSTOMER-BALANCE.
           MOVE 0 TO WS-BALANCE
           MOVE "N" TO WS-EOF
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO OI-INVOICE-NO
               START OPEN-INVOICE-FILE
                   KEY IS GREATER THAN OI-INVOICE-NO
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OI-CUSTOMER = WS-CUST-IN AND OI-STATUS = "O"
                           COMPUTE WS-BALANCE =
                               WS-BALANCE + OI-AMOUNT - OI-PAID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OIFS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LIST-NOTES.
           PERFORM ACCEPT-CUSTOMER
           IF WS-OK = "Y"
               PERFORM SHOW-CUSTOMER-NOTES
           END-IF.

       SHOW-CUSTOMER-NOTES.
           DISPLAY CUST-NAME
           MOVE 0 TO WS-NOTE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT NOTES-FILE
           IF WS-CNFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ NOTES-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SHOW-ONE-NOTE
               END-READ
           END-PERFORM
           IF WS-CNFS = "00" OR WS-CNFS = "10"
               CLOSE NOTES-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-NOTE-COUNT = 0
               DISPLAY "NO COLLECTION NOTES FOR THIS CUSTOMER"
           END-IF.

       SHOW-ONE-NOTE.
           MOVE SPACES TO CN-IN-CUSTOMER CN-IN-DATE CN-IN-KIND
               CN-IN-COLLECTOR CN-IN-ACTION CN-IN-PROMISE-DATE
               CN-IN-PROMISE-AMT-X CN-IN-BALANCE-X CN-IN-TEXT
           UNSTRING NOTES-REC
               DELIMITED BY ","
               INTO CN-IN-CUSTOMER
                   CN-IN-DATE
                   CN-IN-KIND
                   CN-IN-COLLECTOR
                   CN-IN-ACTION
                   CN-IN-PROMISE-DATE
                   CN-IN-PROMISE-AMT-X
                   CN-IN-BALANCE-X
                   CN-IN-TEXT
           END-UNSTRING
           IF CN-IN-CUSTOMER = WS-CUST-IN
               ADD 1 TO WS-NOTE-COUNT
               IF CN-IN-KIND = "L"
                   DISPLAY "  " CN-IN-DATE " LETTER " CN-IN-ACTION
                       "  " CN-IN-TEXT
               ELSE
                   DISPLAY "  " CN-IN-DATE " " CN-IN-COLLECTOR
                       " " CN-IN-ACTION "  " CN-IN-TEXT
                   IF CN-IN-PROMISE-DATE NOT = SPACES
                       DISPLAY "      PROMISED "
                           FUNCTION TRIM(CN-IN-PROMISE-AMT-X)
                           " BY " CN-IN-PROMISE-DATE
                   END-IF
               END-IF
           END-IF.

       READ-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCFS = "00"
               READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RC-BUSINESS-DATE = SPACES
               MOVE SPACES TO RC-BUSINESS-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                       FUNCTION CURRENT-DATE(5:2) "-"
                       FUNCTION CURRENT-DATE(7:2)
                   DELIMITED BY SIZE INTO RC-BUSINESS-DATE
               END-STRING
           END-IF.

       SIGN-ON.
      *> Operator sign-on against operators.dat; recording a
      *> contact needs an update or supervisor operator.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFS NOT = "00"
               DISPLAY "NO OPERATOR FILE - SET OPERATORS UP WITH"
                   " OPER-MAINT"
               STOP RUN
           END-IF
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-SIGNON-ID
           MOVE WS-SIGNON-ID TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
                   CLOSE OPERATOR-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OP-LEVEL TO WS-SIGNON-LEVEL
                   DISPLAY "SIGNED ON: " OP-NAME
           END-READ
           CLOSE OPERATOR-FILE
           IF WS-SIGNON-LEVEL NOT = "U" AND
                   WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "OPERATOR IS NOT AUTHORIZED FOR"
                   " COLLECTION NOTES"
               STOP RUN
           END-IF.
