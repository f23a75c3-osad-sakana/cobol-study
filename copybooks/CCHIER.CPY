      *> Cost-center hierarchy.  costctr.csv lists the departments
      *> (code,name) and may carry a third column, the division the
      *> department rolls into; divisions.csv lists the divisions
      *> (code,name), and every division rolls into the company.
      *> Programs that only want the department list read the
      *> first two columns and ignore the third.  A department with
      *> no division, or one not on divisions.csv, rolls straight
      *> into the company under UNASSIGNED.  The last slot of the
      *> department table is the bucket for lines carrying no cost
      *> center or one not on file.
       01 WS-CC-COUNT           PIC 9(3) VALUE 0.
       01 WS-CC-SLOTS           PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 101 TIMES
                   INDEXED BY CC-IDX.
               10 WS-CC-CODE        PIC X(4).
               10 WS-CC-NAME        PIC X(20).
               10 WS-CC-DIV         PIC X(4).
       01 WS-CC-SUB             PIC 9(3) VALUE 0.
       01 WS-CC-CODE-IN         PIC X(4).
       01 WS-CC-NAME-IN         PIC X(20).
       01 WS-CC-DIV-IN          PIC X(4).
       01 WS-DV-COUNT           PIC 9(2) VALUE 0.
       01 WS-DV-TABLE.
           05 WS-DV-ENTRY OCCURS 30 TIMES
                   INDEXED BY DV-IDX.
               10 WS-DV-CODE        PIC X(4).
               10 WS-DV-NAME        PIC X(20).
       01 WS-DV-SUB             PIC 9(2) VALUE 0.
