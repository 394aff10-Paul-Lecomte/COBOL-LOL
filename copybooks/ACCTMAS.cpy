               88 ACCT-IS-SAVINGS      VALUE "S".
               88 ACCT-IS-CHECKING     VALUE "C".
               88 ACCT-IS-TERM         VALUE "T".
               88 ACCT-IS-LOAN         VALUE "L".
      *>         An installment loan carries the principal still
      *>         owed in ACCT-BALANCE as a positive amount; its
      *>         contract and repayment schedule are on LOANMAS and
      *>         LOANSCHD. Loans are booked from Account Maintenance
      *>         and repaid only by the nightly collection run
      *>         (BANKLOAN) - no teller or feed money moves on them.
           05 ACCT-BALANCE             PIC S9(7)V99.
           05 ACCT-OVERDRAFT-LIMIT     PIC 9(7)V99.
           05 ACCT-HOLD-TOTAL          PIC 9(7)V99.
      *>         below zero; stepped by the nightly overdraft ageing
      *>         run (BANKODAG) and reset to zero the night the
      *>         balance comes right.
           05 ACCT-MATURITY-SHIFT      PIC 9(2).
      *>         Days ACCT-MATURITY-DATE was moved forward off a
      *>         weekend or holiday. The date less these days is the
      *>         contractual maturity, which the next term of a
      *>         rolled deposit is counted from, so the maturity day
      *>         does not creep later with every renewal. Zero when
      *>         the contractual date was a business day.
           05 ACCT-FILLER              PIC X(5).
