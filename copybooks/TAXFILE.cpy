      *>--------------------------------------------------------------
      *> TAXFILE.cpy - Interest income filing record layouts
      *> Sequential (LINE SEQUENTIAL) file written by BANKTAXR in the
      *> tax authority's fixed format: one H header record for the
      *> tax year, one D record per customer paid interest in that
      *> year, then one T trailer carrying the record count and the
      *> interest total the authority balances the D records to.
      *> Every record type is 120 bytes.
      *>--------------------------------------------------------------
       01 TAX-FILING-HEADER.
           05 TAXH-RECORD-TYPE         PIC X(1).
               88 TAXH-IS-HEADER       VALUE "H".
           05 TAXH-TAX-YEAR            PIC 9(4).
           05 TAXH-CREATED-DATE        PIC 9(8).
           05 TAXH-PAYER-NAME          PIC X(30).
           05 TAXH-FILLER              PIC X(77).

       01 TAX-FILING-DETAIL.
           05 TAXD-RECORD-TYPE         PIC X(1).
               88 TAXD-IS-DETAIL       VALUE "D".
           05 TAXD-TAX-ID              PIC X(20).
      *>         The customer's CUST-ID-REFERENCE.
           05 TAXD-CUSTOMER-NUMBER     PIC 9(6).
           05 TAXD-NAME                PIC X(30).
           05 TAXD-ADDRESS             PIC X(40).
           05 TAXD-INTEREST-PAID       PIC 9(9)V99.
      *>         Every "INT " credited in the tax year, across all
      *>         the customer's accounts.
           05 TAXD-TAX-YEAR            PIC 9(4).
           05 TAXD-FILLER              PIC X(8).

       01 TAX-FILING-TRAILER.
           05 TAXT-RECORD-TYPE         PIC X(1).
               88 TAXT-IS-TRAILER      VALUE "T".
           05 TAXT-RECORD-COUNT        PIC 9(7).
      *>         D records in the file.
           05 TAXT-INTEREST-TOTAL      PIC 9(11)V99.
           05 TAXT-FILLER              PIC X(99).
