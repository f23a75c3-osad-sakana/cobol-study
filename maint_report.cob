       DATA DIVISION.
       FILE SECTION.
       FD MAINT-LOG.
       01 MAINT-LOG-REC        PIC X(280).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).
       01 WS-IN-STAMP          PIC X(14).
       01 WS-IN-OPERATOR       PIC X(8).
       01 WS-IN-ACTION         PIC X.
       01 WS-IN-BEFORE         PIC X(120).
       01 WS-IN-AFTER          PIC X(120).

       01 WS-LISTED            PIC 9(5) VALUE 0.

                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               STRING "          " WS-IN-BEFORE(71:50)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               STRING "          " WS-IN-AFTER(71:50)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
