
       DATA DIVISION.
       FILE SECTION.
      *> The vendor record before the payment method and bank
      *> details were added.
       FD VEND-OLD.
       01 OLD-VENDOR-REC.
           05 OLD-VEND-NUMBER       PIC X(6).
           05 OLD-VEND-NAME         PIC X(20).
           05 OLD-VEND-ADDRESS      PIC X(30).
           05 OLD-VEND-PHONE        PIC X(15).
           05 OLD-VEND-DISC-PCT     PIC 9(2)V99.
           05 OLD-VEND-DISC-DAYS    PIC 9(3).
           05 OLD-VEND-NET-DAYS     PIC 9(3).
           05 OLD-VEND-1099-FLAG    PIC X.
           05 OLD-VEND-TAX-ID       PIC X(10).

       FD VENDOR-MASTER.
           COPY VENDREC.
       01 WS-LOAD-SUB           PIC 9(4) VALUE 0.

      *> One-off conversion of vendor_master.dat from the old
      *> 92-byte layout to the current one: the old records are read
      *> into this table, the file is re-created with the new record
      *> length and rewritten with the terms and 1099 fields as they
      *> were, paid by check with no bank details on file.  Take a
      *> copy of the file before running.
       01 WS-VEND-TABLE.
           05 WS-VT-ENTRY OCCURS 500 TIMES.
               10 WS-VT-NUMBER      PIC X(6).
               10 WS-VT-NAME        PIC X(20).
               10 WS-VT-ADDRESS     PIC X(30).
               10 WS-VT-PHONE       PIC X(15).
               10 WS-VT-DISC-PCT    PIC 9(2)V99.
               10 WS-VT-DISC-DAYS   PIC 9(3).
               10 WS-VT-NET-DAYS    PIC 9(3).
               10 WS-VT-1099-FLAG   PIC X.
               10 WS-VT-TAX-ID      PIC X(10).

       PROCEDURE DIVISION.
           DISPLAY "CONVERT VENDOR MASTER TO THE CURRENT LAYOUT"
                               WS-VT-ADDRESS (WS-VEND-COUNT)
                           MOVE OLD-VEND-PHONE TO
                               WS-VT-PHONE (WS-VEND-COUNT)
                           MOVE OLD-VEND-DISC-PCT TO
                               WS-VT-DISC-PCT (WS-VEND-COUNT)
                           MOVE OLD-VEND-DISC-DAYS TO
                               WS-VT-DISC-DAYS (WS-VEND-COUNT)
                           MOVE OLD-VEND-NET-DAYS TO
                               WS-VT-NET-DAYS (WS-VEND-COUNT)
                           MOVE OLD-VEND-1099-FLAG TO
                               WS-VT-1099-FLAG (WS-VEND-COUNT)
                           MOVE OLD-VEND-TAX-ID TO
                               WS-VT-TAX-ID (WS-VEND-COUNT)
                       ELSE
                           DISPLAY "MORE THAN 500 VENDORS -"
                               " CONVERSION TABLE FULL, NOT RUN"
               MOVE WS-VT-NAME (WS-LOAD-SUB)    TO VEND-NAME
               MOVE WS-VT-ADDRESS (WS-LOAD-SUB) TO VEND-ADDRESS
               MOVE WS-VT-PHONE (WS-LOAD-SUB)   TO VEND-PHONE
               MOVE WS-VT-DISC-PCT (WS-LOAD-SUB) TO VEND-DISC-PCT
               MOVE WS-VT-DISC-DAYS (WS-LOAD-SUB)
                   TO VEND-DISC-DAYS
               MOVE WS-VT-NET-DAYS (WS-LOAD-SUB) TO VEND-NET-DAYS
               MOVE WS-VT-1099-FLAG (WS-LOAD-SUB)
                   TO VEND-1099-FLAG
               MOVE WS-VT-TAX-ID (WS-LOAD-SUB)  TO VEND-TAX-ID
               MOVE "C" TO VEND-PAY-METHOD
               MOVE SPACES TO VEND-BANK-ROUTING VEND-BANK-ACCOUNT
                   VEND-BANK-ACCT-TYPE
               WRITE VENDOR-REC
           END-PERFORM
           CLOSE VENDOR-MASTER

           DISPLAY "VENDORS CONVERTED: " WS-VEND-COUNT
           DISPLAY "SET UP EFT VENDORS' BANK DETAILS WITH"
               " VENDOR-MAINT AS NEEDED"
           MOVE 0 TO RETURN-CODE
           GOBACK.
