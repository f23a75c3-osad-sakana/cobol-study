      *> reportable vendor over the threshold that is missing one.
           05 VEND-1099-FLAG        PIC X.
           05 VEND-TAX-ID           PIC X(10).
      *> How the vendor is paid: C (or blank on records converted
      *> before electronic payment) by printed check from AP-CHECKS,
      *> E by ACH credit from AP-EFT to the bank account below.  The
      *> routing number is the 9-digit ABA number with its check
      *> digit; the account type is C checking or S savings.
           05 VEND-PAY-METHOD       PIC X.
           05 VEND-BANK-ROUTING     PIC X(9).
           05 VEND-BANK-ACCOUNT     PIC X(17).
           05 VEND-BANK-ACCT-TYPE   PIC X.
