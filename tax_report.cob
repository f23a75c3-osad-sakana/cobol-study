
       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).
