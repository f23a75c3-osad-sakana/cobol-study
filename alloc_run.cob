
       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
