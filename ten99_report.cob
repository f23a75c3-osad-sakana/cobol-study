           SELECT CHECK-REGISTER ASSIGN TO "check_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKFS.
           SELECT EFT-REGISTER ASSIGN TO "eft_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFFS.
           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD CHECK-REGISTER.
       01 CHECK-REGISTER-REC       PIC X(100).

       FD EFT-REGISTER.
       01 EFT-REGISTER-REC         PIC X(120).

       FD VENDOR-MASTER.
           COPY VENDREC.

       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-CKFS                  PIC X(2).
       01 WS-EFFS                  PIC X(2).
       01 WS-VFS                   PIC X(2).
       01 WS-RCFS                  PIC X(2).
           COPY RUNCTL.

      *> The register line split back into its columns (the layout
      *> AP-CHECKS writes and CHECK-VOID maintains).  Voided checks
      *> do not count toward the year's payments.  AP-EFT's register
      *> shares the first nine columns; returned EFTs (R) do not
      *> count either.
       01 WS-IN-CHECK-NO           PIC X(6).
       01 WS-IN-DATE               PIC X(10).
       01 WS-IN-VENDOR             PIC X(6).
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-REPORT
           PERFORM ACCUMULATE-REGISTER
           PERFORM ACCUMULATE-EFT-REGISTER

           IF WS-VEND-COUNT = 0
               DISPLAY "NO PAYMENTS ON THE REGISTER FOR YEAR "
           END-IF
           MOVE "N" TO WS-EOF.

       ACCUMULATE-EFT-REGISTER.
      *> No EFT register just means no vendor has been paid by EFT.
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
                       MOVE EFT-REGISTER-REC TO CHECK-REGISTER-REC
                       PERFORM NOTE-ONE-CHECK
               END-READ
           END-PERFORM
           IF WS-EFFS = "00" OR WS-EFFS = "10"
               CLOSE EFT-REGISTER
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-ONE-CHECK.
           MOVE SPACES TO WS-IN-CHECK-NO WS-IN-DATE WS-IN-VENDOR
               WS-IN-VEND-NAME WS-IN-INVOICE-NO WS-IN-AMOUNT-STR

           IF WS-IN-CHECK-NO(1:6) NUMERIC AND
                   WS-IN-DATE(1:4) = WS-YEAR-X AND
                   WS-IN-STATUS NOT = "V" AND
                   WS-IN-STATUS NOT = "R"
               PERFORM FIND-VENDOR-ENTRY
               IF WS-FOUND-IDX > 0
                   ADD FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO
