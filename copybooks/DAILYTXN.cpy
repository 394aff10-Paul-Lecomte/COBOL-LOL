           05 DTXN-TRAN-TYPE           PIC X(4).
      *>         DEP = deposit, WD = withdrawal.
           05 DTXN-AMOUNT              PIC 9(7)V99.
           05 DTXN-CHEQUE-SERIAL       PIC 9(8).
           05 DTXN-CHEQUE-SERIAL-X     REDEFINES DTXN-CHEQUE-SERIAL
                                       PIC X(8).
      *>         Serial of the cheque a clearing "WD  " debit pays;
      *>         zero on every other detail. Checked against the
      *>         stop-payment register at posting.
           05 DTXN-ORIGINATOR-ID       PIC X(6).
           05 DTXN-COLLECTION-REF      PIC X(18).
      *>         On a direct-debit collection - a "WD  " raised by a
      *>         third-party originator - the originator's service
      *>         user number and its reference for the customer;
      *>         spaces on every other detail. Posting pays the
      *>         collection only under a matching mandate.

       01 DAILY-BATCH-HEADER-RECORD.
           05 DTXN-HDR-ID              PIC X(3).
