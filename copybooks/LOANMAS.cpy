      *>--------------------------------------------------------------
      *> LOANMAS.cpy - Installment loan master record layout
      *> Keyed (INDEXED) file, RECORD KEY IS LOAN-ACCT-NUMBER.
      *> One record per installment loan, keyed by the loan's own
      *> ACCTMAS account number (product type "L"). Written when the
      *> loan is booked through Account Maintenance in BANK-ACCOUNT;
      *> the nightly collection run (BANKLOAN) rewrites it as each
      *> installment on LOANSCHD is collected or falls past due.
      *> The outstanding principal is the loan account's
      *> ACCT-BALANCE, not a field here.
      *>--------------------------------------------------------------
       01 LOAN-MASTER-RECORD.
           05 LOAN-ACCT-NUMBER         PIC 9(8).
           05 LOAN-PRINCIPAL           PIC 9(7)V99.
      *>         Amount advanced at booking.
           05 LOAN-RATE                PIC 9V9999.
      *>         Contracted annual rate, e.g. 0.0790 = 7.90%.
           05 LOAN-TERM-MONTHS         PIC 9(3).
           05 LOAN-PAYMENT-AMOUNT      PIC 9(7)V99.
      *>         Level monthly installment; the final installment on
      *>         LOANSCHD absorbs the rounding.
           05 LOAN-REPAY-ACCT          PIC 9(8).
      *>         Nominated checking account: credited with the
      *>         proceeds at booking and debited for each
      *>         installment.
           05 LOAN-BOOKED-DATE         PIC 9(8).
           05 LOAN-BOOKED-TELLER       PIC X(4).
           05 LOAN-NEXT-INSTALLMENT    PIC 9(3).
           05 LOAN-NEXT-DUE-DATE       PIC 9(8).
      *>         Number and due date of the oldest installment not
      *>         yet collected.
           05 LOAN-STATUS              PIC X(1).
               88 LOAN-CURRENT         VALUE "C".
               88 LOAN-PAST-DUE        VALUE "P".
               88 LOAN-PAID-OFF        VALUE "S".
           05 LOAN-PAST-DUE-COUNT      PIC 9(3).
      *>         Installments due and not collected.
           05 LOAN-PAST-DUE-SINCE      PIC 9(8).
      *>         Due date of the oldest of them; zero when current.
           05 LOAN-INTEREST-PAID       PIC 9(7)V99.
      *>         Interest collected to date.
           05 LOAN-FILLER              PIC X(10).
