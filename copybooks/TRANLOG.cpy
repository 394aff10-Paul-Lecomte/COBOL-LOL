           05 TLOG-TRAN-TYPE           PIC X(4).
      *>         DEP  = deposit            WD   = withdrawal
      *>         FEE  = overdraft fee      XFRD = transfer debit (out)
      *>             (a cheque stop-payment fee carries reason code
      *>             STOP)
      *>         XFRC = transfer credit (in)
      *>         INT  = interest posting
      *>         OPEN = account opened     CLOS = account closed
      *>         RDEP = reversal of a credit entry (money backed out)
      *>         RWD  = reversal of a debit entry (money restored)
      *>             (both carry TLOG-REVERSAL-REF and a reason code)
      *>         LDIS = loan advanced (installment loan booked)
      *>         LPRN = loan principal repaid
      *>         LINT = loan interest paid
      *>             (all three on the loan account; the matching
      *>             XFRC/XFRD is on the nominated checking account)
           05 TLOG-AMOUNT              PIC S9(7)V99.
           05 TLOG-TIMESTAMP           PIC 9(14).
      *>         CCYYMMDDHHMMSS from FUNCTION CURRENT-DATE.
      *>         entry being reversed, linking the offsetting pair;
      *>         zero on every other type.
           05 TLOG-REASON-CODE         PIC X(4).
      *>         Supervisor reason code on RDEP/RWD entries, freeze
      *>         reason on FRZS/FRZL, STOP on a stop-payment FEE;
      *>         spaces on every other type.
           05 TLOG-FILLER              PIC X(6).
           05 TLOG-ORIGINATOR-ID       REDEFINES TLOG-FILLER
                                       PIC X(6).
      *>         On a "WD  " that paid a direct-debit collection, the
      *>         originator's service user number; spaces otherwise.
