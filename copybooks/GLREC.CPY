      *> The operator whose batch posted the line, from the batch
      *> HDR; blank on lines posted from system-driven feeders.
           05 GL-IN-OPERATOR        PIC X(8).
      *> The company the line belongs to; blank on lines of the
      *> home company, including every line posted before the
      *> company column was added.
           05 GL-IN-COMPANY         PIC X(4).
