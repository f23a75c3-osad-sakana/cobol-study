      *> Deduction reason code work table, loaded from
      *> deduction_codes.csv (code,description,account number).  The
      *> account is the allowance or expense account a valid
      *> deduction of that reason is written off to; a code whose
      *> account is not on the master, or is inactive, is dropped
      *> at load.  A lookup sets WS-DC-CODE-IN and leaves the entry
      *> in WS-DC-SUB, zero when the code is not on the table.
       01 WS-DC-COUNT           PIC 9(2) VALUE 0.
       01 WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 50 TIMES
                   INDEXED BY DC-IDX.
               10 WS-DC-CODE        PIC X(2).
               10 WS-DC-DESC        PIC X(20).
               10 WS-DC-ACCTNO      PIC X(6).
               10 WS-DC-ACCT-NAME   PIC X(20).
       01 WS-DC-CODE-IN         PIC X(2).
       01 WS-DC-DESC-IN         PIC X(20).
       01 WS-DC-ACCT-IN         PIC X(6).
       01 WS-DC-EOF             PIC X VALUE "N".
       01 WS-DC-SUB             PIC 9(2) VALUE 0.
