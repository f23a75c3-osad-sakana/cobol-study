      *> Fiscal calendar work table, loaded from fiscal_calendar.csv
      *> (period,fiscal year,fiscal period - YYYYMM,YYYY,NN - one
      *> row per period).  The fiscal year is named by the calendar
      *> year it ends in and runs periods 01-12 over its months,
      *> then period 13, the year-end adjustment period, which is
      *> coded as the year of the final month followed by 13
      *> (202513 for the year ending March 2025).  Period 13 has no
      *> days of its own: only approved journal entries keyed as
      *> year-end adjustments (doc prefix YA) and the YEAR-END
      *> closing entries (YE) post there, dated inside period 12
      *> and routed to the period 13 ledger segment by STEP1-SUM.
      *> A period missing from the file falls back to the standard
      *> calendar below, a fiscal year starting in April, so a site
      *> without the file still gets a consistent year.  YEAR-END
      *> adds the new year's rows when it rolls the year over.
      *> Callers set WS-FC-LOOKUP and PERFORM FIND-FISCAL-PERIOD
      *> (sets WS-FC-FY, WS-FC-FP and the year's first, last and
      *> adjustment periods), or set WS-FC-FY and WS-FC-FP and
      *> PERFORM FIND-FISCAL-PERIOD-NO (sets WS-FC-LOOKUP).
       01 WS-FC-COUNT           PIC 9(3) VALUE 0.
       01 WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 300 TIMES
                   INDEXED BY FC-IDX.
               10 WS-FC-PERIOD      PIC 9(6).
               10 WS-FC-YEAR        PIC 9(4).
               10 WS-FC-NUMBER      PIC 9(2).
       01 WS-FC-EOF             PIC X VALUE "N".
       01 WS-FC-PERIOD-IN       PIC X(6).
       01 WS-FC-YEAR-IN         PIC X(4).
       01 WS-FC-NUMBER-IN       PIC X(2).
       01 WS-FC-START-MONTH     PIC 9(2) VALUE 4.
       01 WS-FC-LOOKUP          PIC 9(6) VALUE 0.
       01 WS-FC-FY              PIC 9(4) VALUE 0.
       01 WS-FC-FP              PIC 9(2) VALUE 0.
       01 WS-FC-YEAR-FIRST      PIC 9(6) VALUE 0.
       01 WS-FC-YEAR-LAST       PIC 9(6) VALUE 0.
       01 WS-FC-ADJ-PERIOD      PIC 9(6) VALUE 0.
       01 WS-FC-YYYY            PIC 9(4) VALUE 0.
       01 WS-FC-MM              PIC 9(2) VALUE 0.
       01 WS-FC-FOUND           PIC X VALUE "N".
