      *>         RDEP, RWD (supervisor reversals - accounting maps
      *>         each to the mirror of the type it backs out),
      *>         OVER, SHRT (teller drawer over/short differences).
      *>         LDIS, LPRN, LINT (installment loans - advances and
      *>         principal repaid against the loan book, interest
      *>         to loan interest income).
           05 GLM-DEBIT-ACCOUNT        PIC 9(8).
           05 GLM-CREDIT-ACCOUNT       PIC 9(8).
