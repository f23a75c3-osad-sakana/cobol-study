      *> (YYYY-MM-DD), accounting period in 11-16 (YYYYMM), the
      *> validation checkpoint interval in 17-21, the journal line
      *> count above which the sort-merge high-volume mode kicks in
      *> (22-28, zero means never), a Y in 29 to force it on, the
      *> ledger retention horizon in months in 30-32 (periods
      *> older than that many months are eligible for GL-PURGE's
      *> carry-forward; zero or blank means the compiled-in 24),
      *> in 33-36 the level FIN-STMT and FIN-COMPARE report at:
      *> blank for the ledger as a whole off trial_balance.dat, a
      *> company code from companies.csv for that entity alone, or
      *> CONS for the group with intercompany eliminated (the last
      *> two off the files CONSOL-RUN writes for the period), and
      *> in 37-47 treasury's minimum cash level in whole dollars,
      *> below which CASH-FORECAST flags a week (zero means none),
      *> and in 48-53 and 54-59 the first and last periods the
      *> AUDIT-EXTRACT package covers (blank for the fiscal year
      *> the accounting period falls in), and for STMT-WRITER the
      *> statement layout in 60-65 (blank for the first layout on
      *> stmt_layouts.csv), in 66 the cost-center level - blank or
      *> C the company, D a division, P a department, A the
      *> company followed by every division and its departments -
      *> in 67-70 the division or department code, and in 71-73
      *> the window in days within which AP-DUPCHK treats two
      *> payments of the same amount to one vendor as a suspected
      *> duplicate (zero or blank means the compiled-in 15), and
      *> for STALE-CHK the age in days at which an uncashed check
      *> goes stale in 74-76 (compiled-in 180) and in 77-79 the
      *> days the due-diligence letter gets before the check is
      *> voided to unclaimed property (compiled-in 60).
      *> When the file is missing or a field is blank the program
      *> falls back to the system date and the compiled-in defaults.
       01 WS-RUN-CONTROL.
           05 RC-HIVOL-LINES        PIC 9(7).
           05 RC-HIVOL-SWITCH       PIC X.
           05 RC-RETAIN-MONTHS      PIC 9(3).
           05 RC-REPORT-ENTITY      PIC X(4).
           05 RC-MIN-CASH           PIC 9(11).
           05 RC-AUDIT-FROM         PIC 9(6).
           05 RC-AUDIT-TO           PIC 9(6).
           05 RC-STMT-LAYOUT        PIC X(6).
           05 RC-STMT-LEVEL         PIC X.
           05 RC-STMT-NODE          PIC X(4).
           05 RC-DUP-WINDOW         PIC 9(3).
           05 RC-STALE-DAYS         PIC 9(3).
           05 RC-ESCHEAT-WAIT       PIC 9(3).
       01 WS-BUSINESS-DATE-X        PIC X(8).
       01 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE-X
                                    PIC 9(8).
