       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-DUPCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECTION-FILE ASSIGN TO "payment_selection.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLFS.
           SELECT AP-ITEM-FILE ASSIGN TO "ap_open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-NO
               FILE STATUS IS WS-APIFS.
           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-NUMBER
               FILE STATUS IS WS-VFS.
           SELECT CHECK-REGISTER ASSIGN TO "check_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKFS.
           SELECT EFT-REGISTER ASSIGN TO "eft_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFFS.
           SELECT HOLD-FILE ASSIGN TO "ap_dup_holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD SELECTION-FILE.
       01 SELECTION-IN             PIC X(100).

       FD AP-ITEM-FILE.
           COPY APITEM.

       FD VENDOR-MASTER.
           COPY VENDREC.

       FD CHECK-REGISTER.
       01 CHECK-REGISTER-REC       PIC X(100).

       FD EFT-REGISTER.
       01 EFT-REGISTER-REC         PIC X(120).

       FD HOLD-FILE.
       01 HOLD-REC                 PIC X(100).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC          PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS                  PIC X(2).
           COPY RPTCTL.
       01 WS-SLFS                  PIC X(2).
       01 WS-APIFS                 PIC X(2).
       01 WS-VFS                   PIC X(2).
       01 WS-CKFS                  PIC X(2).
       01 WS-EFFS                  PIC X(2).
       01 WS-DHFS                  PIC X(2).
           COPY APDUP.
       01 WS-RCFS                  PIC X(2).
           COPY RUNCTL.
       01 WS-ALFS                  PIC X(2).
           COPY AUDITREC.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-LINES-READ            PIC 9(5) VALUE 0.
       01 WS-WINDOW                PIC 9(3) VALUE 15.

       01 WS-SEL-INVOICE-NO        PIC X(10).
       01 WS-SEL-VENDOR            PIC X(6).
       01 WS-SEL-AMOUNT-X          PIC X(12).
       01 WS-SEL-AMOUNT REDEFINES WS-SEL-AMOUNT-X
                                   PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.

      *> The selection as AP-SELECT wrote it, one entry per line,
      *> with what the screen needs of the item and its vendor.
      *> Nothing is held or rewritten until every source has been
      *> read, so a selection too big for the table is left as it
      *> stands and the run stops.
       01 WS-TABLE-FULL            PIC X VALUE "N".
       01 WS-SI-COUNT              PIC 9(4) VALUE 0.
       01 WS-SI-TABLE.
           05 WS-SI-ENTRY OCCURS 1000 TIMES INDEXED BY SI-IDX.
               10 WS-SI-LINE        PIC X(100).
               10 WS-SI-INVOICE     PIC X(10).
               10 WS-SI-NORM        PIC X(10).
               10 WS-SI-VENDOR      PIC X(6).
               10 WS-SI-AMOUNT      PIC S9(9)V99.
               10 WS-SI-INV-DATE    PIC X(10).
               10 WS-SI-DATE-INT    PIC 9(8) COMP.
               10 WS-SI-TAX-ID      PIC X(10).
               10 WS-SI-ADDR        PIC X(30).
               10 WS-SI-PASS        PIC X.
               10 WS-SI-HELD        PIC X.
               10 WS-SI-RULE        PIC X(4).
               10 WS-SI-MATCH-SRC   PIC X(3).
               10 WS-SI-MATCH-INV   PIC X(10).
               10 WS-SI-MATCH-VEND  PIC X(6).

      *> Holds already on ap_dup_holds.csv: released ones pass the
      *> screen from then on, the rest are listed again on the
      *> report while their items are still held.
       01 WS-RL-COUNT              PIC 9(3) VALUE 0.
       01 WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 500 TIMES INDEXED BY RL-IDX.
               10 WS-RL-INVOICE     PIC X(10).
               10 WS-RL-VENDOR      PIC X(6).
       01 WS-OH-COUNT              PIC 9(3) VALUE 0.
       01 WS-OH-TABLE.
           05 WS-OH-LINE OCCURS 500 TIMES INDEXED BY OH-IDX
                                   PIC X(100).

      *> The earlier payment or open item being compared against
      *> the selection: AP an open item, CHK a live check, EFT a
      *> standing EFT payment.  Register amounts are net, so the
      *> discount is added back to compare gross to gross.
       01 WS-HX-SOURCE             PIC X(3).
       01 WS-HX-INVOICE            PIC X(10).
       01 WS-HX-NORM               PIC X(10).
       01 WS-HX-VENDOR             PIC X(6).
       01 WS-HX-AMOUNT             PIC S9(9)V99.
       01 WS-HX-DATE               PIC X(10).
       01 WS-HX-DATE-INT           PIC 9(8) COMP.
       01 WS-HX-STATUS             PIC X.
       01 WS-HX-VEND-READ          PIC X VALUE "N".
       01 WS-HX-TAX-ID             PIC X(10).
       01 WS-HX-ADDR               PIC X(30).
       01 WS-PAIR-RULE             PIC X(4).
       01 WS-PAIR-SKIP             PIC X VALUE "N".
       01 WS-DAYS-APART            PIC S9(8) COMP VALUE 0.

       01 WS-IN-CHECK-NO           PIC X(6).
       01 WS-IN-DATE               PIC X(10).
       01 WS-IN-VENDOR             PIC X(6).
       01 WS-IN-VEND-NAME          PIC X(20).
       01 WS-IN-INVOICE-NO         PIC X(10).
       01 WS-IN-AMOUNT-STR         PIC X(13).
       01 WS-IN-STATUS             PIC X.
       01 WS-IN-VOID-DATE          PIC X(10).
       01 WS-IN-DISC-STR           PIC X(13).

      *> Invoice numbers compare on their digits alone with the
      *> leading zeros dropped, so INV1234, INV-01234 and 1234 are
      *> the same invoice; one with no digits compares on its
      *> letters, upper-cased.  Addresses compare on letters and
      *> digits only.
       01 WS-NORM-IN               PIC X(30).
       01 WS-NORM-OUT              PIC X(30).
       01 WS-NORM-DIGITS           PIC X(30).
       01 WS-NORM-SUB              PIC 9(2) VALUE 0.
       01 WS-NORM-OPOS             PIC 9(2) VALUE 0.
       01 WS-NORM-DPOS             PIC 9(2) VALUE 0.
       01 WS-NORM-CHAR             PIC X.
       01 WS-LOWER-ALPHA           PIC X(26)
                                   VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA           PIC X(26)
                                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WS-DATE-IN               PIC X(10).
       01 WS-DATE-NUM              PIC 9(8) VALUE 0.
       01 WS-DATE-INT              PIC 9(8) COMP VALUE 0.

       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL            PIC S9(11)V99 VALUE 0.
       01 WS-PASSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-OLD-HELD-COUNT        PIC 9(5) VALUE 0.
       01 WS-AMT-ED                PIC -(9)9.99.
       01 WS-TOT-ED                PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           IF RC-DUP-WINDOW NUMERIC AND RC-DUP-WINDOW > 0
               MOVE RC-DUP-WINDOW TO WS-WINDOW
           END-IF

           OPEN INPUT SELECTION-FILE
           IF WS-SLFS NOT = "00"
               DISPLAY "NO PAYMENT SELECTION ON FILE"
               DISPLAY "RUN AP-SELECT FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O AP-ITEM-FILE
           IF WS-APIFS NOT = "00"
               DISPLAY "COULD NOT OPEN AP OPEN-ITEM FILE"
               CLOSE SELECTION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VFS NOT = "00"
               DISPLAY "COULD NOT OPEN VENDOR MASTER"
               CLOSE SELECTION-FILE
               CLOSE AP-ITEM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-HOLD-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ SELECTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM LOAD-ONE-SELECTION
               END-READ
           END-PERFORM
           CLOSE SELECTION-FILE
           MOVE "N" TO WS-EOF

           IF WS-TABLE-FULL = "Y"
               DISPLAY "PAYMENT SELECTION TOO LARGE TO SCREEN -"
                   " NOTHING PAID, SELECT FEWER ITEMS"
               CLOSE AP-ITEM-FILE
               CLOSE VENDOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Every earlier item and payment is compared with every
      *> selected item; the selection is the short side, so each
      *> source is read through once.
           PERFORM SCREEN-OPEN-ITEMS
           PERFORM SCREEN-CHECK-REGISTER
           PERFORM SCREEN-EFT-REGISTER
           CLOSE VENDOR-MASTER

           PERFORM OPEN-REPORT
           STRING "SUSPECTED DUPLICATE PAYMENTS PULLED FROM THE"
               " SELECTION OF " RC-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "INVOICE    VENDOR         AMOUNT  RULE  "
               "LOOKS LIKE  INVOICE    VENDOR"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM VARYING SI-IDX FROM 1 BY 1
                   UNTIL SI-IDX > WS-SI-COUNT
               IF WS-SI-HELD (SI-IDX) = "Y"
                   PERFORM HOLD-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT = 0
               STRING "  NONE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               PERFORM REPLACE-SELECTION
           END-IF
           PERFORM PRINT-EARLIER-HOLDS
           CLOSE AP-ITEM-FILE

           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-HELD-TOTAL TO WS-TOT-ED
           STRING "SELECTED ITEMS SCREENED: " WS-SI-COUNT
               "   HELD: " WS-HELD-COUNT "   TOTAL HELD "
               WS-TOT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "RELEASED ITEMS PASSED: " WS-PASSED-COUNT
               "   STILL HELD FROM EARLIER RUNS: "
               WS-OLD-HELD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM CLOSE-REPORT
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "SELECTED ITEMS SCREENED: " WS-SI-COUNT
               " HELD AS SUSPECTED DUPLICATES: " WS-HELD-COUNT
           IF WS-HELD-COUNT > 0
               DISPLAY "HELD ITEMS ARE OFF THE SELECTION UNTIL"
                   " RELEASED WITH AP-DUPREL"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

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

       LOAD-HOLD-FILE.
           MOVE 0 TO WS-RL-COUNT
           MOVE 0 TO WS-OH-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-DHFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE INTO WS-DUP-HOLD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DH-RELEASE = "R"
                           IF WS-RL-COUNT < 500
                               ADD 1 TO WS-RL-COUNT
                               MOVE DH-INVOICE-NO TO
                                   WS-RL-INVOICE (WS-RL-COUNT)
                               MOVE DH-VENDOR TO
                                   WS-RL-VENDOR (WS-RL-COUNT)
                           END-IF
                       ELSE
                           IF WS-OH-COUNT < 500
                               ADD 1 TO WS-OH-COUNT
                               MOVE WS-DUP-HOLD TO
                                   WS-OH-LINE (WS-OH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DHFS = "00" OR WS-DHFS = "10"
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-SELECTION.
      *> An item released by AP, or one a failed check run already
      *> paid, passes without screening.
           IF WS-SI-COUNT >= 1000
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               MOVE SPACES TO WS-SEL-INVOICE-NO WS-SEL-VENDOR
                   WS-SEL-AMOUNT-X
               UNSTRING SELECTION-IN
                   DELIMITED BY ","
                   INTO WS-SEL-INVOICE-NO
                       WS-SEL-VENDOR
                       WS-SEL-AMOUNT-X
               END-UNSTRING
               ADD 1 TO WS-SI-COUNT
               SET SI-IDX TO WS-SI-COUNT
               MOVE SELECTION-IN TO WS-SI-LINE (SI-IDX)
               MOVE WS-SEL-INVOICE-NO TO WS-SI-INVOICE (SI-IDX)
               MOVE WS-SEL-VENDOR TO WS-SI-VENDOR (SI-IDX)
               MOVE WS-SEL-AMOUNT TO WS-SI-AMOUNT (SI-IDX)
               MOVE WS-SEL-INVOICE-NO TO WS-NORM-IN
               PERFORM NORMALIZE-INVOICE
               MOVE WS-NORM-OUT TO WS-SI-NORM (SI-IDX)
               MOVE "N" TO WS-SI-PASS (SI-IDX)
               MOVE "N" TO WS-SI-HELD (SI-IDX)
               MOVE SPACES TO WS-SI-RULE (SI-IDX)
                   WS-SI-MATCH-SRC (SI-IDX) WS-SI-MATCH-INV (SI-IDX)
                   WS-SI-MATCH-VEND (SI-IDX) WS-SI-INV-DATE (SI-IDX)
                   WS-SI-TAX-ID (SI-IDX) WS-SI-ADDR (SI-IDX)
               MOVE 0 TO WS-SI-DATE-INT (SI-IDX)

               MOVE WS-SEL-INVOICE-NO TO AP-INVOICE-NO
               READ AP-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AP-INVOICE-DATE TO WS-SI-INV-DATE (SI-IDX)
                       IF AP-STATUS = "P"
                           MOVE "Y" TO WS-SI-PASS (SI-IDX)
                       END-IF
               END-READ
               MOVE WS-SI-INV-DATE (SI-IDX) TO WS-DATE-IN
               PERFORM DATE-TO-INTEGER
               MOVE WS-DATE-INT TO WS-SI-DATE-INT (SI-IDX)

               MOVE WS-SEL-VENDOR TO VEND-NUMBER
               READ VENDOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEND-TAX-ID TO WS-SI-TAX-ID (SI-IDX)
                       MOVE VEND-ADDRESS TO WS-NORM-IN
                       PERFORM NORMALIZE-TEXT
                       MOVE WS-NORM-OUT TO WS-SI-ADDR (SI-IDX)
               END-READ

               PERFORM VARYING RL-IDX FROM 1 BY 1
                       UNTIL RL-IDX > WS-RL-COUNT
                   IF WS-RL-INVOICE (RL-IDX) = WS-SEL-INVOICE-NO
                           AND WS-RL-VENDOR (RL-IDX) = WS-SEL-VENDOR
                       MOVE "Y" TO WS-SI-PASS (SI-IDX)
                   END-IF
               END-PERFORM
               IF WS-SI-PASS (SI-IDX) = "Y"
                   ADD 1 TO WS-PASSED-COUNT
               END-IF
           END-IF.

       SCREEN-OPEN-ITEMS.
      *> Every item on the open-item file, whatever its status -
      *> open, selected, paid or already held - except the selected
      *> item itself.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO AP-INVOICE-NO
           START AP-ITEM-FILE KEY IS GREATER THAN AP-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ AP-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "AP"            TO WS-HX-SOURCE
                       MOVE AP-INVOICE-NO   TO WS-HX-INVOICE
                       MOVE AP-VENDOR       TO WS-HX-VENDOR
                       MOVE AP-AMOUNT       TO WS-HX-AMOUNT
                       MOVE AP-INVOICE-DATE TO WS-HX-DATE
                       MOVE AP-STATUS       TO WS-HX-STATUS
                       PERFORM COMPARE-HISTORY
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       SCREEN-CHECK-REGISTER.
      *> Live checks only: a voided check paid nothing.
           MOVE "N" TO WS-EOF
           OPEN INPUT CHECK-REGISTER
           IF WS-CKFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-REGISTER
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CHECK-REGISTER-REC TO EFT-REGISTER-REC
                       PERFORM PARSE-REGISTER-LINE
                       IF WS-IN-CHECK-NO(1:6) NUMERIC AND
                               WS-IN-STATUS NOT = "V" AND
                               WS-IN-INVOICE-NO NOT = SPACES
                           MOVE "CHK" TO WS-HX-SOURCE
                           PERFORM COMPARE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CKFS = "00" OR WS-CKFS = "10"
               CLOSE CHECK-REGISTER
           END-IF
           MOVE "N" TO WS-EOF.

       SCREEN-EFT-REGISTER.
      *> Standing EFT payments only: a returned one paid nothing.
           MOVE "N" TO WS-EOF
           OPEN INPUT EFT-REGISTER
           IF WS-EFFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ EFT-REGISTER
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-REGISTER-LINE
                       IF WS-IN-CHECK-NO(1:6) NUMERIC AND
                               WS-IN-STATUS NOT = "R" AND
                               WS-IN-INVOICE-NO NOT = SPACES
                           MOVE "EFT" TO WS-HX-SOURCE
                           PERFORM COMPARE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EFFS = "00" OR WS-EFFS = "10"
               CLOSE EFT-REGISTER
           END-IF
           MOVE "N" TO WS-EOF.

       PARSE-REGISTER-LINE.
      *> check_register.csv and eft_register.csv share their first
      *> nine columns.
           MOVE SPACES TO WS-IN-CHECK-NO WS-IN-DATE WS-IN-VENDOR
               WS-IN-VEND-NAME WS-IN-INVOICE-NO WS-IN-AMOUNT-STR
               WS-IN-VOID-DATE WS-IN-DISC-STR
           MOVE SPACE TO WS-IN-STATUS
           UNSTRING EFT-REGISTER-REC
               DELIMITED BY ","
               INTO WS-IN-CHECK-NO
                   WS-IN-DATE
                   WS-IN-VENDOR
                   WS-IN-VEND-NAME
                   WS-IN-INVOICE-NO
                   WS-IN-AMOUNT-STR
                   WS-IN-STATUS
                   WS-IN-VOID-DATE
                   WS-IN-DISC-STR
           END-UNSTRING
           MOVE WS-IN-INVOICE-NO TO WS-HX-INVOICE
           MOVE WS-IN-VENDOR TO WS-HX-VENDOR
           MOVE WS-IN-DATE TO WS-HX-DATE
           MOVE SPACE TO WS-HX-STATUS
           MOVE 0 TO WS-HX-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-HX-AMOUNT
           END-IF
           IF WS-IN-DISC-STR NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-IN-DISC-STR) = 0
               ADD FUNCTION NUMVAL(WS-IN-DISC-STR) TO WS-HX-AMOUNT
           END-IF.

       COMPARE-HISTORY.
           MOVE WS-HX-INVOICE TO WS-NORM-IN
           PERFORM NORMALIZE-INVOICE
           MOVE WS-NORM-OUT TO WS-HX-NORM
           MOVE WS-HX-DATE TO WS-DATE-IN
           PERFORM DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-HX-DATE-INT
           MOVE "N" TO WS-HX-VEND-READ
           PERFORM VARYING SI-IDX FROM 1 BY 1
                   UNTIL SI-IDX > WS-SI-COUNT
               IF WS-SI-PASS (SI-IDX) = "N" AND
                       WS-SI-HELD (SI-IDX) = "N"
                   PERFORM COMPARE-ONE-PAIR
               END-IF
           END-PERFORM.

       COMPARE-ONE-PAIR.
      *> Two items both on this selection look like each other; only
      *> the later one (by invoice date, then number) is held, so
      *> the first of the pair is still paid.
           MOVE SPACES TO WS-PAIR-RULE
           MOVE "N" TO WS-PAIR-SKIP
           IF WS-HX-SOURCE = "AP"
               IF WS-HX-INVOICE = WS-SI-INVOICE (SI-IDX)
                   MOVE "Y" TO WS-PAIR-SKIP
               ELSE
               IF WS-HX-STATUS = "S" AND
                       (WS-HX-DATE > WS-SI-INV-DATE (SI-IDX) OR
                       (WS-HX-DATE = WS-SI-INV-DATE (SI-IDX) AND
                        WS-HX-INVOICE > WS-SI-INVOICE (SI-IDX)))
                   MOVE "Y" TO WS-PAIR-SKIP
               END-IF
               END-IF
           END-IF
           IF WS-PAIR-SKIP = "N"
               IF WS-HX-VENDOR = WS-SI-VENDOR (SI-IDX)
                   IF WS-HX-NORM = WS-SI-NORM (SI-IDX) AND
                           WS-HX-NORM NOT = SPACES
                       MOVE "INVN" TO WS-PAIR-RULE
                   ELSE
                   IF WS-HX-AMOUNT = WS-SI-AMOUNT (SI-IDX) AND
                           WS-HX-DATE-INT > 0 AND
                           WS-SI-DATE-INT (SI-IDX) > 0
                       COMPUTE WS-DAYS-APART =
                           WS-HX-DATE-INT - WS-SI-DATE-INT (SI-IDX)
                       IF WS-DAYS-APART < 0
                           COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
                       END-IF
                       IF WS-DAYS-APART <= WS-WINDOW
                           MOVE "AMTV" TO WS-PAIR-RULE
                       END-IF
                   END-IF
                   END-IF
               ELSE
                   IF WS-HX-AMOUNT = WS-SI-AMOUNT (SI-IDX) AND
                           WS-HX-NORM = WS-SI-NORM (SI-IDX) AND
                           WS-HX-NORM NOT = SPACES
                       PERFORM GET-HISTORY-VENDOR
                       IF (WS-HX-TAX-ID NOT = SPACES AND
                               WS-HX-TAX-ID = WS-SI-TAX-ID (SI-IDX))
                           OR (WS-HX-ADDR NOT = SPACES AND
                               WS-HX-ADDR = WS-SI-ADDR (SI-IDX))
                           MOVE "XVEN" TO WS-PAIR-RULE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-PAIR-RULE NOT = SPACES
               MOVE "Y" TO WS-SI-HELD (SI-IDX)
               MOVE WS-PAIR-RULE TO WS-SI-RULE (SI-IDX)
               MOVE WS-HX-SOURCE TO WS-SI-MATCH-SRC (SI-IDX)
               MOVE WS-HX-INVOICE TO WS-SI-MATCH-INV (SI-IDX)
               MOVE WS-HX-VENDOR TO WS-SI-MATCH-VEND (SI-IDX)
           END-IF.

       GET-HISTORY-VENDOR.
      *> Read once per earlier item, and only when a cross-vendor
      *> comparison needs it.
           IF WS-HX-VEND-READ = "N"
               MOVE "Y" TO WS-HX-VEND-READ
               MOVE SPACES TO WS-HX-TAX-ID WS-HX-ADDR
               MOVE WS-HX-VENDOR TO VEND-NUMBER
               READ VENDOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEND-TAX-ID TO WS-HX-TAX-ID
                       MOVE VEND-ADDRESS TO WS-NORM-IN
                       PERFORM NORMALIZE-TEXT
                       MOVE WS-NORM-OUT TO WS-HX-ADDR
               END-READ
           END-IF.

       NORMALIZE-INVOICE.
           MOVE SPACES TO WS-NORM-DIGITS
           MOVE 0 TO WS-NORM-DPOS
           PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > 30
               MOVE WS-NORM-IN(WS-NORM-SUB:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR IS NUMERIC
                   IF WS-NORM-DPOS > 0 OR WS-NORM-CHAR NOT = "0"
                       ADD 1 TO WS-NORM-DPOS
                       MOVE WS-NORM-CHAR TO
                           WS-NORM-DIGITS(WS-NORM-DPOS:1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NORM-DPOS > 0
               MOVE WS-NORM-DIGITS TO WS-NORM-OUT
           ELSE
               PERFORM NORMALIZE-TEXT
           END-IF.

       NORMALIZE-TEXT.
           INSPECT WS-NORM-IN
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-OPOS
           PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > 30
               MOVE WS-NORM-IN(WS-NORM-SUB:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR IS NUMERIC OR
                       (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                   ADD 1 TO WS-NORM-OPOS
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OPOS:1)
               END-IF
           END-PERFORM.

       DATE-TO-INTEGER.
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-IN(1:4) NUMERIC AND
                   WS-DATE-IN(6:2) NUMERIC AND
                   WS-DATE-IN(9:2) NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(WS-DATE-IN(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-IN(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-IN(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-IF.

       HOLD-ONE-ITEM.
      *> Off the selection, to status H on the open-item file, and
      *> onto the hold file for AP to work.
           MOVE WS-SI-INVOICE (SI-IDX) TO AP-INVOICE-NO
           READ AP-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "H" TO AP-STATUS
                   REWRITE AP-ITEM-REC
           END-READ
           ADD 1 TO WS-HELD-COUNT
           ADD WS-SI-AMOUNT (SI-IDX) TO WS-HELD-TOTAL

           MOVE WS-SI-INVOICE (SI-IDX)    TO DH-INVOICE-NO
           MOVE WS-SI-VENDOR (SI-IDX)     TO DH-VENDOR
           MOVE WS-SI-AMOUNT (SI-IDX)     TO DH-AMOUNT
           MOVE SPACE                     TO DH-RELEASE
           MOVE RC-BUSINESS-DATE          TO DH-HELD-DATE
           MOVE WS-SI-RULE (SI-IDX)       TO DH-RULE
           MOVE WS-SI-MATCH-SRC (SI-IDX)  TO DH-MATCH-SOURCE
           MOVE WS-SI-MATCH-INV (SI-IDX)  TO DH-MATCH-INVOICE
           MOVE WS-SI-MATCH-VEND (SI-IDX) TO DH-MATCH-VENDOR
           OPEN EXTEND HOLD-FILE
           IF WS-DHFS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF
           WRITE HOLD-REC FROM WS-DUP-HOLD
           CLOSE HOLD-FILE

           MOVE WS-SI-AMOUNT (SI-IDX) TO WS-AMT-ED
           STRING DH-INVOICE-NO " " DH-VENDOR " " WS-AMT-ED "  "
               DH-RULE "  " DH-MATCH-SOURCE "         "
               DH-MATCH-INVOICE " " DH-MATCH-VENDOR
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       REPLACE-SELECTION.
      *> What is left on the selection is AP-EFT's and AP-CHECKS' to
      *> pay.
           OPEN OUTPUT SELECTION-FILE
           PERFORM VARYING SI-IDX FROM 1 BY 1
                   UNTIL SI-IDX > WS-SI-COUNT
               IF WS-SI-HELD (SI-IDX) = "N"
                   WRITE SELECTION-IN FROM WS-SI-LINE (SI-IDX)
               END-IF
           END-PERFORM
           CLOSE SELECTION-FILE.

       PRINT-EARLIER-HOLDS.
      *> Holds from earlier runs that AP has not yet released, for
      *> as long as the item is still held.
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "STILL HELD FROM EARLIER RUNS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING OH-IDX FROM 1 BY 1
                   UNTIL OH-IDX > WS-OH-COUNT
               MOVE WS-OH-LINE (OH-IDX) TO WS-DUP-HOLD
               MOVE DH-INVOICE-NO TO AP-INVOICE-NO
               READ AP-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AP-STATUS = "H"
                           ADD 1 TO WS-OLD-HELD-COUNT
                           STRING DH-INVOICE-NO " " DH-VENDOR " "
                               DH-AMOUNT "  " DH-RULE "  "
                               DH-MATCH-SOURCE "         "
                               DH-MATCH-INVOICE " " DH-MATCH-VENDOR
                               "  HELD " DH-HELD-DATE
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           END-STRING
                           PERFORM WRITE-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OLD-HELD-COUNT = 0
               STRING "  NONE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE "AP-DUPCHK" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-LINES-READ TO AUDIT-RECORDS-READ
           MOVE WS-HELD-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "DUPLICATE PAYMENT SCREEN" TO WS-RPT-TITLE
           IF RC-BUSINESS-DATE(1:4) NUMERIC AND
                   RC-BUSINESS-DATE(6:2) NUMERIC AND
                   RC-BUSINESS-DATE(9:2) NUMERIC
               COMPUTE WS-RPT-DATE-NUM =
                   FUNCTION NUMVAL(RC-BUSINESS-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(RC-BUSINESS-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(RC-BUSINESS-DATE(9:2))
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-RPT-DATE-NUM
           END-IF
           MOVE SPACES TO WS-RPT-NAME
           STRING "RPT-APDUP-" WS-RPT-DATE-NUM ".TXT"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           END-STRING
           OPEN OUTPUT PRINT-FILE
           MOVE 999 TO WS-RPT-LINE-CNT
           MOVE 0 TO WS-RPT-PAGE.

       WRITE-RPT-LINE.
           IF WS-RPT-LINE-CNT >= WS-RPT-PAGE-SIZE
               PERFORM WRITE-RPT-HEADING
           END-IF
           WRITE PRINT-REC FROM WS-RPT-LINE
           ADD 1 TO WS-RPT-LINE-CNT
           MOVE SPACES TO WS-RPT-LINE.

       WRITE-RPT-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-ED
           MOVE SPACES TO PRINT-REC
           STRING WS-RPT-COMPANY "  " WS-RPT-TITLE
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           STRING "PERIOD " RC-PERIOD "  RUN DATE "
                   RC-BUSINESS-DATE "  PAGE " WS-RPT-PAGE-ED
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE 3 TO WS-RPT-LINE-CNT.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "*** END OF REPORT ***" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           CLOSE PRINT-FILE
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
