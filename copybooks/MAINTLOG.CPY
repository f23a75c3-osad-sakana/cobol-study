           05 FILLER                PIC X VALUE ",".
           05 ML-ACTION             PIC X.
           05 FILLER                PIC X VALUE ",".
           05 ML-BEFORE             PIC X(120).
           05 FILLER                PIC X VALUE ",".
           05 ML-AFTER              PIC X(120).
