      *>--------------------------------------------------------------
      *> DDMANDAT.cpy - Direct-debit mandate record layout
      *> Keyed (INDEXED) file, RECORD KEY IS MAND-KEY,
      *> ALTERNATE RECORD KEY IS MAND-DEBTOR-ACCT WITH DUPLICATES.
      *> One record per authority a customer has given a third-party
      *> originator (utility, insurer, ...) to collect from one of
      *> their accounts through the clearing feed. Maintained from
      *> the Payment Instructions menu in BANK-ACCOUNT. BANKPOST
      *> returns any collection on the feed with no mandate, a
      *> cancelled mandate, or an amount over the mandate limit;
      *> BANKSTMT prints the originator name against each one.
      *>--------------------------------------------------------------
       01 DD-MANDATE-RECORD.
           05 MAND-KEY.
               10 MAND-ORIGINATOR-ID   PIC X(6).
      *>             Service user number the clearing network gives
      *>             the originator; carried on every collection.
               10 MAND-CUST-REFERENCE  PIC X(18).
      *>             The originator's reference for this customer,
      *>             quoted on the mandate and on every collection.
           05 MAND-ORIGINATOR-NAME     PIC X(30).
           05 MAND-DEBTOR-ACCT         PIC 9(8).
           05 MAND-MAX-AMOUNT          PIC 9(7)V99.
      *>         Largest single collection the customer authorized.
           05 MAND-FREQUENCY           PIC X(1).
               88 MAND-WEEKLY          VALUE "W".
               88 MAND-MONTHLY         VALUE "M".
               88 MAND-QUARTERLY       VALUE "Q".
               88 MAND-ANNUAL          VALUE "A".
               88 MAND-VARIABLE        VALUE "V".
               88 MAND-FREQUENCY-VALID VALUE "W" "M" "Q" "A" "V".
           05 MAND-STATUS              PIC X(1).
               88 MAND-ACTIVE          VALUE "A".
               88 MAND-CANCELLED       VALUE "C".
           05 MAND-SET-UP-DATE         PIC 9(8).
           05 MAND-SET-UP-TELLER       PIC X(4).
           05 MAND-CANCELLED-DATE      PIC 9(8).
           05 MAND-COLLECTION-COUNT    PIC 9(5).
           05 MAND-LAST-COLLECTED-DATE PIC 9(8).
           05 MAND-LAST-AMOUNT         PIC 9(7)V99.
      *>         Collections paid under the mandate, and the latest.
           05 MAND-FILLER              PIC X(10).
