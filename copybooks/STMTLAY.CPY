      *> User-defined statement layouts, loaded from stmt_layouts.csv
      *> by STMT-WRITER.  Finance keeps one block of rows per
      *> layout, in print order:
      *>   layout,type,caption,accounts,to account,level,sign
      *> The layout name (up to six characters) ties the rows
      *> together.  The row types are:
      *>   C  the layout's title in the caption and, in the fourth
      *>      field, the columns to print separated by spaces -
      *>      ACT actual, BUD budget from budget.dat, PRI the prior
      *>      period's close snapshot, VBU actual less budget, VPR
      *>      actual less prior (up to five; ACT alone if none)
      *>   H  a caption line with no amounts (blank for a spacer)
      *>   A  one line per account from the fourth field's account
      *>      number through the fifth, each under its own name
      *>   R  one line, the caption, summing that account range
      *>   G  one line, the caption, summing account group named in
      *>      the fourth field (acct_groups.csv)
      *>   T  a total line: the sum of every amount row since the
      *>      last total of the same or a higher level, the level
      *>      1-9 in the sixth field (1 a subtotal, 2 a total of
      *>      subtotals, and so on)
      *> A blank fifth field means the single account in the
      *> fourth.  Amounts are carried debit less credit; an R in
      *> the seventh field prints the row with its sign reversed,
      *> so revenue and the bottom line can print as positives.
       01 WS-LY-COUNT           PIC 9(3) VALUE 0.
       01 WS-LY-TABLE.
           05 WS-LY-ENTRY OCCURS 200 TIMES
                   INDEXED BY LY-IDX.
               10 WS-LY-TYPE        PIC X.
               10 WS-LY-CAPTION     PIC X(40).
               10 WS-LY-FROM        PIC X(6).
               10 WS-LY-TO          PIC X(6).
               10 WS-LY-LEVEL       PIC 9.
               10 WS-LY-SIGN        PIC X.
       01 WS-LY-TITLE           PIC X(40).
       01 WS-LY-COL-COUNT       PIC 9 VALUE 0.
       01 WS-LY-COLS.
           05 WS-LY-COL OCCURS 5 TIMES
                                PIC X(3).
       01 WS-LY-EOF             PIC X VALUE "N".
       01 WS-LY-NAME-IN         PIC X(6).
       01 WS-LY-TYPE-IN         PIC X.
       01 WS-LY-CAPTION-IN      PIC X(40).
       01 WS-LY-FIELD4-IN       PIC X(20).
       01 WS-LY-TO-IN           PIC X(6).
       01 WS-LY-LEVEL-IN        PIC X.
       01 WS-LY-SIGN-IN         PIC X.

      *> Account groups, loaded from acct_groups.csv: one line per
      *> account range, group,from account,to account, a group
      *> being every range listed under its name.
       01 WS-GR-COUNT           PIC 9(3) VALUE 0.
       01 WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 200 TIMES
                   INDEXED BY GR-IDX.
               10 WS-GR-CODE        PIC X(6).
               10 WS-GR-FROM        PIC X(6).
               10 WS-GR-TO          PIC X(6).
       01 WS-GR-CODE-IN         PIC X(6).
       01 WS-GR-FROM-IN         PIC X(6).
       01 WS-GR-TO-IN           PIC X(6).
