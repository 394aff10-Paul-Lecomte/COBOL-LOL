      *>         R04 = account dormant
      *>         R05 = account frozen
      *>         R06 = invalid transaction code
      *>         R07 = direct-debit authority cancelled
      *>         R08 = payment stopped
      *>         R10 = direct debit not authorized (no mandate, or
      *>               over the mandate limit)
      *>         R20 = non-transaction account (loan)
           05 RITM-RETURN-DATE         PIC 9(8).
           05 RITM-CHEQUE-SERIAL       PIC 9(8).
      *>         Serial of a returned cheque, zero otherwise.
           05 RITM-ORIGINATOR-ID       PIC X(6).
           05 RITM-COLLECTION-REF      PIC X(18).
      *>         Originator and reference of a returned direct-debit
      *>         collection, spaces otherwise.

       01 RETURN-ITEM-TRAILER.
           05 RTRL-ID                  PIC X(3).
