       01 WS-IN-DISC-STR           PIC X(15).
       01 WS-IN-AMOUNT             PIC S9(9)V99 VALUE 0.

      *> A check paying several invoices has a register line for
      *> each, written together; the bank knows only the check, so
      *> its lines are summed and it goes out as one record when the
      *> check number changes.  A zero line already void is a stub
      *> continuation form AP-CHECKS spoiled: it was never issued
      *> and is reported only as a void.
       01 WS-PC-PENDING            PIC X VALUE "N".
       01 WS-PC-CHECK-NO           PIC X(6).
       01 WS-PC-DATE               PIC X(10).
       01 WS-PC-VENDOR             PIC X(6).
       01 WS-PC-VEND-NAME          PIC X(20).
       01 WS-PC-STATUS             PIC X.
       01 WS-PC-VOID-DATE          PIC X(10).
       01 WS-PC-AMOUNT             PIC S9(9)V99 VALUE 0.

      *> Fixed-format issue record the bank asked for: record type
      *> I (issue) or V (void), check number, account, zero-filled
      *> amount in cents, payee, issue date as YYYYMMDD.
                       PERFORM EXPORT-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-PC-PENDING = "Y"
               PERFORM EXPORT-ONE-CHECK
           END-IF
           CLOSE CHECK-REGISTER
           CLOSE VENDOR-MASTER

           END-STRING.

       EXPORT-ONE-LINE.
           MOVE SPACES TO WS-IN-CHECK-NO WS-IN-DATE WS-IN-VENDOR
               WS-IN-VEND-NAME WS-IN-INVOICE-NO WS-IN-AMOUNT-STR
               WS-IN-VOID-DATE WS-IN-DISC-STR
           IF WS-IN-CHECK-NO(1:6) NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-PC-PENDING = "Y" AND
                       WS-IN-CHECK-NO NOT = WS-PC-CHECK-NO
                   PERFORM EXPORT-ONE-CHECK
               END-IF
               IF WS-PC-PENDING = "N"
                   MOVE "Y" TO WS-PC-PENDING
                   MOVE WS-IN-CHECK-NO TO WS-PC-CHECK-NO
                   MOVE WS-IN-DATE TO WS-PC-DATE
                   MOVE WS-IN-VENDOR TO WS-PC-VENDOR
                   MOVE WS-IN-VEND-NAME TO WS-PC-VEND-NAME
                   MOVE WS-IN-STATUS TO WS-PC-STATUS
                   MOVE WS-IN-VOID-DATE TO WS-PC-VOID-DATE
                   MOVE 0 TO WS-PC-AMOUNT
               END-IF
               ADD FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-PC-AMOUNT
           END-IF.

       EXPORT-ONE-CHECK.
      *> Checks dated on the run's issue date go out as issues;
      *> checks voided on the business date go out as void records,
      *> including those STALE-CHK voided to unclaimed property.
      *> A check cut and voided the same day sends both, which is
      *> how the bank wants a same-day stop reported.
           MOVE WS-PC-CHECK-NO TO WS-IN-CHECK-NO
           MOVE WS-PC-DATE TO WS-IN-DATE
           MOVE WS-PC-VENDOR TO WS-IN-VENDOR
           MOVE WS-PC-VEND-NAME TO WS-IN-VEND-NAME
           MOVE WS-PC-STATUS TO WS-IN-STATUS
           MOVE WS-PC-VOID-DATE TO WS-IN-VOID-DATE
           MOVE WS-PC-AMOUNT TO WS-IN-AMOUNT
           IF WS-IN-DATE = WS-ISSUE-DATE AND
                   NOT (WS-IN-STATUS = "V" AND WS-IN-AMOUNT = 0)
               PERFORM WRITE-ISSUE-RECORD
           END-IF
           IF (WS-IN-STATUS = "V" OR WS-IN-STATUS = "E") AND
                   WS-IN-VOID-DATE = RC-BUSINESS-DATE
               PERFORM WRITE-VOID-RECORD
           END-IF
           MOVE "N" TO WS-PC-PENDING.

       SET-PAYEE-NAME.
      *> The payee comes from the vendor master; a vendor that has
      *> since been removed falls back to the name the register
