      *>--------------------------------------------------------------
      *> STOPPAY.cpy - Cheque stop-payment record layout
      *> Keyed (INDEXED) file, RECORD KEY IS STOP-KEY.
      *> One record per stop placed against a checking account from
      *> the teller menu in BANK-ACCOUNT, covering a single cheque
      *> serial or a serial range (a lost cheque book). BANKPOST
      *> returns any cheque debit on the feed that matches an active,
      *> unexpired stop instead of posting it; the nightly register
      *> run (BANKSTOP) expires stops past their expiry date and
      *> lists the register.
      *>--------------------------------------------------------------
       01 STOP-PAYMENT-RECORD.
           05 STOP-KEY.
               10 STOP-ACCT-NUMBER     PIC 9(8).
               10 STOP-SEQUENCE        PIC 9(4).
      *>             Tie-breaker when one account carries more than
      *>             one stop at a time.
           05 STOP-SERIAL-FROM         PIC 9(8).
           05 STOP-SERIAL-TO           PIC 9(8).
      *>         A single cheque has from = to.
           05 STOP-AMOUNT              PIC 9(7)V99.
      *>         Matched exactly when non-zero; zero stops the cheque
      *>         (or range) whatever amount it is drawn for.
           05 STOP-REASON              PIC X(20).
           05 STOP-PLACED-DATE         PIC 9(8).
           05 STOP-PLACED-TELLER       PIC X(4).
           05 STOP-EXPIRY-DATE         PIC 9(8).
      *>         Last CCYYMMDD the stop is in force.
           05 STOP-STATUS              PIC X(1).
               88 STOP-ACTIVE          VALUE "A".
               88 STOP-EXPIRED         VALUE "E".
               88 STOP-REVOKED         VALUE "R".
      *>             Revoked = lifted at the customer's request.
           05 STOP-STATUS-DATE         PIC 9(8).
      *>         Date the stop expired or was revoked.
           05 STOP-ITEMS-RETURNED      PIC 9(3).
           05 STOP-LAST-RETURN-DATE    PIC 9(8).
           05 STOP-FILLER              PIC X(10).
