           COPY OPERREC.

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       WORKING-STORAGE SECTION.
       01 WS-MLFS               PIC X(2).
           COPY MAINTLOG.
       01 WS-BEFORE-IMAGE       PIC X(120) VALUE SPACES.
       01 WS-MAINT-FILE         PIC X(12) VALUE "VENDORS".
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-DISC-PCT-IN         PIC 9(2)V99 VALUE 0.
       01 WS-DISC-DAYS-IN        PIC 9(3) VALUE 0.
       01 WS-NET-DAYS-IN         PIC 9(3) VALUE 0.
      *> ABA routing check: 3, 7 and 1 weights across the nine
      *> digits must sum to a multiple of ten.
       01 WS-ROUTING-IN          PIC X(9).
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-IN.
           05 WS-RTN-DIGIT       PIC 9 OCCURS 9 TIMES.
       01 WS-RTN-SUM             PIC 9(4) VALUE 0.
       01 WS-RTN-OK              PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           DISPLAY "VENDOR PHONE: "
           ACCEPT VEND-PHONE
           PERFORM ACCEPT-TERMS
           PERFORM ACCEPT-PAYMENT-METHOD

           WRITE VENDOR-REC
               INVALID KEY
                   DISPLAY "NEW VENDOR PHONE: "
                   ACCEPT VEND-PHONE
                   PERFORM ACCEPT-TERMS
                   PERFORM ACCEPT-PAYMENT-METHOD
                   REWRITE VENDOR-REC
                   DISPLAY "VENDOR CHANGED."
                   MOVE WS-BEFORE-IMAGE TO ML-BEFORE
               MOVE SPACES TO VEND-TAX-ID
           END-IF.

       ACCEPT-PAYMENT-METHOD.
      *> E pays by ACH through AP-EFT and needs a routing number
      *> that passes its check digit and an account number; a bad
      *> routing number leaves the vendor on checks rather than
      *> sending money nowhere.
           DISPLAY "PAY BY (C=CHECK, E=EFT): "
           ACCEPT VEND-PAY-METHOD
           IF VEND-PAY-METHOD NOT = "E"
               MOVE "C" TO VEND-PAY-METHOD
           END-IF
           IF VEND-PAY-METHOD = "E"
               DISPLAY "BANK ROUTING NUMBER (9 DIGITS): "
               ACCEPT WS-ROUTING-IN
               PERFORM CHECK-ROUTING-NUMBER
               IF WS-RTN-OK = "N"
                   DISPLAY "INVALID ROUTING NUMBER - VENDOR LEFT"
                       " ON CHECKS"
                   MOVE "C" TO VEND-PAY-METHOD
               ELSE
                   MOVE WS-ROUTING-IN TO VEND-BANK-ROUTING
                   DISPLAY "BANK ACCOUNT NUMBER: "
                   ACCEPT VEND-BANK-ACCOUNT
                   DISPLAY "ACCOUNT TYPE (C=CHECKING, S=SAVINGS): "
                   ACCEPT VEND-BANK-ACCT-TYPE
                   IF VEND-BANK-ACCT-TYPE NOT = "S"
                       MOVE "C" TO VEND-BANK-ACCT-TYPE
                   END-IF
                   IF VEND-BANK-ACCOUNT = SPACES
                       DISPLAY "NO ACCOUNT NUMBER - VENDOR LEFT"
                           " ON CHECKS"
                       MOVE "C" TO VEND-PAY-METHOD
                   END-IF
               END-IF
           END-IF
           IF VEND-PAY-METHOD = "C"
               MOVE SPACES TO VEND-BANK-ROUTING VEND-BANK-ACCOUNT
                   VEND-BANK-ACCT-TYPE
           END-IF.

       CHECK-ROUTING-NUMBER.
           MOVE "N" TO WS-RTN-OK
           IF WS-ROUTING-IN NUMERIC
               COMPUTE WS-RTN-SUM =
                   3 * (WS-RTN-DIGIT (1) + WS-RTN-DIGIT (4)
                        + WS-RTN-DIGIT (7))
                   + 7 * (WS-RTN-DIGIT (2) + WS-RTN-DIGIT (5)
                        + WS-RTN-DIGIT (8))
                   + WS-RTN-DIGIT (3) + WS-RTN-DIGIT (6)
                   + WS-RTN-DIGIT (9)
               IF FUNCTION MOD(WS-RTN-SUM, 10) = 0 AND
                       WS-ROUTING-IN NOT = ZEROS
                   MOVE "Y" TO WS-RTN-OK
               END-IF
           END-IF.

       REMOVE-VENDOR.
           DISPLAY "VENDOR NUMBER TO REMOVE: "
           ACCEPT VEND-NUMBER
