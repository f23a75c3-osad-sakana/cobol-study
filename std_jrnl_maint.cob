           COPY OPERREC.

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       WORKING-STORAGE SECTION.
       01 WS-MLFS               PIC X(2).
