      *> Company work table, loaded from companies.csv (code,name,
      *> intercompany account number), one row per legal entity
      *> keeping its books in this ledger.  The first row is the
      *> home company: a journal or GL line with a blank company
      *> code belongs to it, which is how every line written before
      *> the company column existed still reads.  The intercompany
      *> account is the due-to/due-from account on accounts.dat that
      *> INTERCO-GEN books when a document spans two companies and
      *> that CONSOL-RUN eliminates on consolidation.  With no
      *> companies.csv the ledger is the single home company.
       01 WS-CO-COUNT           PIC 9(2) VALUE 0.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY CO-IDX.
               10 WS-CO-CODE        PIC X(4).
               10 WS-CO-NAME        PIC X(30).
               10 WS-CO-IC-ACCTNO   PIC X(6).
       01 WS-CO-CODE-IN         PIC X(4).
       01 WS-CO-NAME-IN         PIC X(30).
       01 WS-CO-IC-IN           PIC X(6).
       01 WS-CO-FOUND           PIC X VALUE "N".
       01 WS-CO-FOUND-IDX       PIC 9(2) VALUE 0.
       01 WS-LOOKUP-CO          PIC X(4).
       01 WS-HOME-CO            PIC X(4) VALUE SPACES.
