      *>--------------------------------------------------------------
      *> MAINTLOG.cpy - Maintenance audit log record layout
      *> Sequential (LINE SEQUENTIAL) file, written/appended only.
      *> One record per field changed by a non-monetary maintenance
      *> function in BANK-ACCOUNT - who changed what, when, and the
      *> value before and after - the counterpart for master-file
      *> changes of what TRANLOG is for money. BANKMREV prints each
      *> day's changes for supervisor sign-off.
      *>--------------------------------------------------------------
       01 MAINT-LOG-RECORD.
           05 MLOG-TIMESTAMP           PIC 9(14).
      *>         CCYYMMDDHHMMSS from FUNCTION CURRENT-DATE.
           05 MLOG-TELLER-ID           PIC X(4).
      *>         Signed-on teller who made the change.
           05 MLOG-FILE-NAME           PIC X(8).
      *>         CUSTMAS, ACCTMAS, TELLRFIL or ACCTREL.
           05 MLOG-RECORD-KEY          PIC X(14).
           05 MLOG-CUSTOMER-KEY        REDEFINES MLOG-RECORD-KEY.
               10 MLOG-KEY-CUST-NUMBER PIC 9(6).
               10 FILLER               PIC X(8).
           05 MLOG-ACCOUNT-KEY         REDEFINES MLOG-RECORD-KEY.
               10 MLOG-KEY-ACCT-NUMBER PIC 9(8).
               10 MLOG-KEY-PARTY-NUMBER PIC 9(6).
      *>             Customer number on an ACCTREL change; zero
      *>             on an ACCTMAS change.
           05 MLOG-TELLER-KEY          REDEFINES MLOG-RECORD-KEY.
               10 MLOG-KEY-TELLER-ID   PIC X(4).
               10 FILLER               PIC X(10).
           05 MLOG-FIELD-NAME          PIC X(20).
           05 MLOG-CHANGE-CLASS        PIC X(1).
               88 MLOG-CONTACT-CHANGE  VALUE "C".
      *>             Customer address or phone - where statements,
      *>             cards and call-backs go.
               88 MLOG-IDENTITY-CHANGE VALUE "I".
               88 MLOG-LIMIT-CHANGE    VALUE "L".
      *>             Overdraft limit or teller withdrawal limit.
               88 MLOG-PAYOUT-CHANGE   VALUE "P".
               88 MLOG-PARTY-CHANGE    VALUE "R".
      *>             Joint owner, signatory or beneficiary added
      *>             to or removed from an account.
           05 MLOG-BEFORE-VALUE        PIC X(40).
           05 MLOG-AFTER-VALUE         PIC X(40).
      *>         Amounts are carried edited (-9999999.99) so every
      *>         field reads the same way on the review report.
           05 MLOG-FILLER              PIC X(10).
