      *>--------------------------------------------------------------
      *> ACCTREL.cpy - Account relationship record layout
      *> Keyed (INDEXED) file, RECORD KEY IS AREL-KEY,
      *> ALTERNATE RECORD KEY IS AREL-CUSTOMER-NUMBER WITH DUPLICATES.
      *> One record per customer who is party to an account besides
      *> its primary owner: joint owners, authorized signatories and
      *> payable-on-death beneficiaries. The primary owner is always
      *> ACCT-CUSTOMER-NUMBER on ACCTMAS and has no record here.
      *> Maintained from Account Maintenance in BANK-ACCOUNT; a party
      *> taken off the account keeps its record, marked removed, so
      *> the history of who could act on the account survives.
      *> BANKSTMT addresses statements to the joint owners and
      *> BANKSURV counts their cash activity as their own.
      *>--------------------------------------------------------------
       01 ACCOUNT-RELATIONSHIP-RECORD.
           05 AREL-KEY.
               10 AREL-ACCT-NUMBER     PIC 9(8).
               10 AREL-CUSTOMER-NUMBER PIC 9(6).
           05 AREL-ROLE                PIC X(1).
               88 AREL-PRIMARY         VALUE "P".
      *>             Reserved for the ACCT-CUSTOMER-NUMBER owner;
      *>             never written to the file.
               88 AREL-JOINT           VALUE "J".
               88 AREL-SIGNATORY       VALUE "S".
               88 AREL-BENEFICIARY     VALUE "B".
               88 AREL-ROLE-VALID      VALUE "J" "S" "B".
           05 AREL-STATUS              PIC X(1).
               88 AREL-ACTIVE          VALUE "A".
               88 AREL-REMOVED         VALUE "R".
           05 AREL-ADDED-DATE          PIC 9(8).
           05 AREL-ADDED-TELLER        PIC X(4).
           05 AREL-REMOVED-DATE        PIC 9(8).
           05 AREL-REMOVED-TELLER      PIC X(4).
           05 AREL-FILLER              PIC X(10).
