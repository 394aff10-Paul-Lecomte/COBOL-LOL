      *>--------------------------------------------------------------
      *> LOANSCHD.cpy - Installment loan amortization schedule record
      *> Keyed (INDEXED) file, RECORD KEY IS LSCH-KEY.
      *> One record per installment, generated in full when the loan
      *> is booked: the level payment split into the month's
      *> interest on the balance outstanding and the principal it
      *> repays. BANKLOAN collects each installment on or after its
      *> due date and marks it paid, or missed while it stays
      *> uncollected.
      *>--------------------------------------------------------------
       01 LOAN-SCHEDULE-RECORD.
           05 LSCH-KEY.
               10 LSCH-ACCT-NUMBER     PIC 9(8).
               10 LSCH-INSTALLMENT     PIC 9(3).
           05 LSCH-DUE-DATE            PIC 9(8).
           05 LSCH-PAYMENT             PIC 9(7)V99.
           05 LSCH-INTEREST            PIC 9(7)V99.
           05 LSCH-PRINCIPAL           PIC 9(7)V99.
           05 LSCH-CLOSING-BALANCE     PIC 9(7)V99.
      *>         Principal still owed once this installment is paid.
           05 LSCH-STATUS              PIC X(1).
               88 LSCH-SCHEDULED       VALUE "S".
               88 LSCH-PAID            VALUE "P".
               88 LSCH-MISSED          VALUE "M".
           05 LSCH-PAID-DATE           PIC 9(8).
           05 LSCH-FILLER              PIC X(10).
