      *> Directory of general ledger segments.  The ledger is held
      *> one file per accounting period - GLyyyymm.DAT, the same
      *> record layout gl.dat carried - and gl_segments.dat lists
      *> the periods that exist, one YYYYMM per line, followed on
      *> a sealed segment by its seal (SEAL.CPY) - readers take the
      *> period from the first six columns.  STEP1-SUM
      *> registers a period the first time it posts into it and
      *> GL-SPLIT builds the list when the old single file is cut
      *> over.  Readers load the list and open only the segments
