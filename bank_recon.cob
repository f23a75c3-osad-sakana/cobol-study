           SELECT RECON-STATE ASSIGN TO "bank_recon_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD RECON-STATE.
       01 RECON-STATE-REC      PIC X(10).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
       01 WS-GLFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-RSFS              PIC X(2).
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
           COPY GLREC.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-CASH-ACCTNO       PIC X(6).
               10 WS-GLT-AMOUNT     PIC S9(9)V99.
               10 WS-GLT-DOC-NO     PIC X(10).
               10 WS-GLT-MATCHED    PIC X.
               10 WS-GLT-PAIR-DATE  PIC X(10).

       01 WS-BANK-COUNT        PIC 9(4) VALUE 0.
       01 WS-BANK-TABLE.
       01 WS-MATCHED-COUNT     PIC 9(4) VALUE 0.
       01 WS-UNMATCHED-COUNT   PIC 9(4) VALUE 0.
       01 WS-OVERFLOW          PIC X VALUE "N".
       01 WS-VOID-PAIRS        PIC 9(4) VALUE 0.
       01 WS-GLV-SUB           PIC 9(4) VALUE 0.
       01 WS-VOID-DOC          PIC X(10).
       01 WS-SV-DOC            PIC X(10).

      *> Checks the bank has paid that are dated after the
      *> reconciled-through date, kept on the state file after that
      *> date so STALE-CHK knows they were cashed.  The void and
      *> escheat debits dated after it whose checks are already
      *> behind it go on the same list, so the next run knows they
      *> were offset and does not leave them as deposits in transit.
       01 WS-CL-COUNT          PIC 9(4) VALUE 0.
       01 WS-CL-TABLE.
           05 WS-CL-DOC OCCURS 1000 TIMES INDEXED BY CL-IDX
                                PIC X(10).
       01 WS-CL-FOUND          PIC X VALUE "N".
       01 WS-STATE-DOC         PIC X(10).
       01 WS-AMT-ED            PIC -(9)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-GL-CASH-LINES
           PERFORM LOAD-BANK-STATEMENT
           PERFORM MATCH-ITEMS
           PERFORM PAIR-LEDGER-VOIDS
           PERFORM REPORT-RESULTS
           PERFORM WRITE-RECON-STATE
           PERFORM WRITE-AUDIT-LOG

           IF WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
                   NOT AT END
                       MOVE RECON-STATE-REC TO WS-RECON-THROUGH
               END-READ
               PERFORM UNTIL WS-RSFS NOT = "00"
                   READ RECON-STATE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CL-COUNT < 1000
                               ADD 1 TO WS-CL-COUNT
                               MOVE RECON-STATE-REC TO
                                   WS-CL-DOC (WS-CL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-STATE
           END-IF
           IF WS-RECON-THROUGH = SPACES
               MOVE GL-IN-AMOUNT TO WS-GLT-AMOUNT (WS-GL-COUNT)
               MOVE GL-IN-DOC-NO TO WS-GLT-DOC-NO (WS-GL-COUNT)
               MOVE "N" TO WS-GLT-MATCHED (WS-GL-COUNT)
               MOVE SPACES TO WS-GLT-PAIR-DATE (WS-GL-COUNT)
               IF GL-IN-DC = "D" AND
                       (GL-IN-DOC-NO(1:2) = "VD" OR
                        GL-IN-DOC-NO(1:2) = "SV")
                   MOVE GL-IN-DOC-NO TO WS-STATE-DOC
                   PERFORM FIND-STATE-DOC
                   IF WS-CL-FOUND = "Y"
                       MOVE "O" TO WS-GLT-MATCHED (WS-GL-COUNT)
                       MOVE "0000-00-00" TO
                           WS-GLT-PAIR-DATE (WS-GL-COUNT)
                   END-IF
               END-IF
           END-IF.

       DATE-TO-INT.
               END-IF
           END-IF.

       PAIR-LEDGER-VOIDS.
      *> A check voided after it was written never reaches the bank:
      *> its cash credit (CK) is offset in the ledger by the void's
      *> cash debit, VD from CHECK-VOID or SV from STALE-CHK, and the
      *> two are taken out of the reconciliation together.
           PERFORM VARYING GLT-IDX FROM 1 BY 1
                   UNTIL GLT-IDX > WS-GL-COUNT
               IF WS-GLT-MATCHED (GLT-IDX) = "N" AND
                       WS-GLT-DC (GLT-IDX) = "C" AND
                       WS-GLT-DOC-NO (GLT-IDX)(1:2) = "CK"
                   PERFORM FIND-VOID-OFFSET
               END-IF
           END-PERFORM.

       FIND-VOID-OFFSET.
           MOVE SPACES TO WS-VOID-DOC WS-SV-DOC
           STRING "VD" WS-GLT-DOC-NO (GLT-IDX)(3:8)
               DELIMITED BY SIZE INTO WS-VOID-DOC
           END-STRING
           STRING "SV" WS-GLT-DOC-NO (GLT-IDX)(3:8)
               DELIMITED BY SIZE INTO WS-SV-DOC
           END-STRING
           PERFORM VARYING WS-GLV-SUB FROM 1 BY 1
                   UNTIL WS-GLV-SUB > WS-GL-COUNT
               IF WS-GLT-MATCHED (GLT-IDX) = "N" AND
                       WS-GLT-MATCHED (WS-GLV-SUB) = "N" AND
                       WS-GLT-DC (WS-GLV-SUB) = "D" AND
                       WS-GLT-AMOUNT (WS-GLV-SUB) =
                           WS-GLT-AMOUNT (GLT-IDX) AND
                       (WS-GLT-DOC-NO (WS-GLV-SUB) = WS-VOID-DOC OR
                        WS-GLT-DOC-NO (WS-GLV-SUB) = WS-SV-DOC)
                   MOVE "O" TO WS-GLT-MATCHED (GLT-IDX)
                   MOVE "O" TO WS-GLT-MATCHED (WS-GLV-SUB)
                   MOVE WS-GLT-DATE (GLT-IDX) TO
                       WS-GLT-PAIR-DATE (WS-GLV-SUB)
                   ADD 1 TO WS-VOID-PAIRS
               END-IF
           END-PERFORM.

       REPORT-RESULTS.
           DISPLAY " "
           DISPLAY "MATCHED ITEMS: " WS-MATCHED-COUNT
           DISPLAY "VOIDED CHECKS OFFSET IN LEDGER: " WS-VOID-PAIRS
           DISPLAY " "
           DISPLAY "OUTSTANDING CHECKS (IN LEDGER, NOT ON STATEMENT)"
           PERFORM VARYING GLT-IDX FROM 1 BY 1
       WRITE-RECON-STATE.
      *> The reconciled-through date only advances when everything
      *> matched AND everything fit in the work tables, so open or
      *> unexamined items stay in scope for the next run.  The
      *> checks paid after that date follow it on the file, then
      *> any void or escheat debit after it whose check is not: the
      *> check will not be read again to offset it.
           IF WS-OVERFLOW = "Y"
               DISPLAY "WARNING: MORE THAN 500 ITEMS ON A SIDE -"
                   " EXCESS NOT EXAMINED"
           END-IF
           IF WS-UNMATCHED-COUNT = 0 AND WS-OVERFLOW = "N" AND
                   WS-NEW-THROUGH > SPACES
               MOVE WS-NEW-THROUGH TO WS-RECON-THROUGH
               MOVE 0 TO WS-CL-COUNT
               DISPLAY "RECONCILED THROUGH " WS-NEW-THROUGH
           ELSE
               DISPLAY "RECONCILED-THROUGH DATE NOT ADVANCED"
           END-IF
           PERFORM VARYING GLT-IDX FROM 1 BY 1
                   UNTIL GLT-IDX > WS-GL-COUNT
               IF WS-GLT-MATCHED (GLT-IDX) = "Y" AND
                       WS-GLT-DC (GLT-IDX) = "C" AND
                       WS-GLT-DOC-NO (GLT-IDX)(1:2) = "CK" AND
                       WS-GLT-DATE (GLT-IDX) > WS-RECON-THROUGH
                   MOVE WS-GLT-DOC-NO (GLT-IDX) TO WS-STATE-DOC
                   PERFORM NOTE-STATE-DOC
               END-IF
               IF WS-GLT-MATCHED (GLT-IDX) = "O" AND
                       WS-GLT-DC (GLT-IDX) = "D" AND
                       WS-GLT-DATE (GLT-IDX) > WS-RECON-THROUGH AND
                       WS-GLT-PAIR-DATE (GLT-IDX) <= WS-RECON-THROUGH
                   MOVE WS-GLT-DOC-NO (GLT-IDX) TO WS-STATE-DOC
                   PERFORM NOTE-STATE-DOC
               END-IF
           END-PERFORM
           OPEN OUTPUT RECON-STATE
           MOVE WS-RECON-THROUGH TO RECON-STATE-REC
           WRITE RECON-STATE-REC
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CL-COUNT
               MOVE WS-CL-DOC (CL-IDX) TO RECON-STATE-REC
               WRITE RECON-STATE-REC
           END-PERFORM
           CLOSE RECON-STATE.

       NOTE-STATE-DOC.
           PERFORM FIND-STATE-DOC
           IF WS-CL-FOUND = "N" AND WS-CL-COUNT < 1000
               ADD 1 TO WS-CL-COUNT
               MOVE WS-STATE-DOC TO WS-CL-DOC (WS-CL-COUNT)
           END-IF.

       FIND-STATE-DOC.
           MOVE "N" TO WS-CL-FOUND
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CL-COUNT
               IF WS-CL-DOC (CL-IDX) = WS-STATE-DOC
                   MOVE "Y" TO WS-CL-FOUND
               END-IF
           END-PERFORM.

       WRITE-AUDIT-LOG.
      *> The error count is the items left unmatched, which is what
      *> CLOSE-READY looks at before a period is closed.
           MOVE "BANK-RECON" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-BANK-COUNT TO AUDIT-RECORDS-READ
           MOVE WS-UNMATCHED-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       LOAD-GL-SEGMENTS.
      *> The ledger lives one segment per period (GLyyyymm.DAT);
      *> gl_segments.dat lists the periods on file.
