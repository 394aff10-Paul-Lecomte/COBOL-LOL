      *>         TLOG-REVERSAL-REF/TLOG-REASON-CODE of the archived
      *>         journal entry.
           05 THIST-FILLER             PIC X(6).
           05 THIST-ORIGINATOR-ID      REDEFINES THIST-FILLER
                                       PIC X(6).
      *>         Direct-debit originator, carried over from the
      *>         TLOG-ORIGINATOR-ID of the archived journal entry.
