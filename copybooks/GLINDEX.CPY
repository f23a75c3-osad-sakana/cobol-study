      *> Account-keyed posting index over the GL segments,
      *> gl_index.dat.  One record per segment line, keyed by the
      *> line's account, date and document, then the segment period
      *> and the line's position in that segment (so two lines of
      *> one document to one account stay apart, and every record
      *> points straight back at the segment line it was taken
      *> from).  The record carries the segment line itself, so an
      *> account reader unstrings GX-GL-LINE exactly as it would a
      *> GLyyyymm.DAT record.  STEP1-SUM adds a record with every
      *> line it posts, GL-PURGE replaces a purged period's records
      *> with its carry-forward lines, and GL-REINDEX rebuilds the
      *> whole file from the segments.  A reader that cannot open
      *> the index falls back to reading the segments.
       01 GL-INDEX-REC.
           05 GX-KEY.
               10 GX-ACCTNO         PIC X(6).
               10 GX-DATE           PIC X(10).
               10 GX-DOC-NO         PIC X(10).
               10 GX-PERIOD         PIC 9(6).
               10 GX-LINE           PIC 9(7).
           05 GX-GL-LINE            PIC X(120).
