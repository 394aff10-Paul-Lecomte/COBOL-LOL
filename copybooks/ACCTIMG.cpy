      *>--------------------------------------------------------------
      *> ACCTIMG.cpy - Account master image-copy record layouts
      *> Sequential (LINE SEQUENTIAL) file, one generation per night,
      *> written by BANKIMGC at the start of the nightly cycle and
      *> read back only by the forward-recovery run (BANKRCVR).
      *> One H header record carrying the moment the copy was taken
      *> and how far the journal had got, one D record per account
      *> holding the ACCTMAS record exactly as it stood, then one T
      *> trailer with the record count and balance total the restore
      *> is proved against. The TRANLOG entries after the first
      *> IMGH-JOURNAL-COUNT are the ones the copy does not yet
      *> reflect. Every record type is 130 bytes.
      *>--------------------------------------------------------------
       01 IMAGE-COPY-HEADER.
           05 IMGH-RECORD-TYPE         PIC X(1).
               88 IMGH-IS-HEADER       VALUE "H".
           05 IMGH-COPY-TIMESTAMP      PIC 9(14).
      *>         Stamped the way the batch jobs stamp TRANLOG: the
      *>         PROCDATE business date and the clock time HHMMSS,
      *>         taken before the first account is read.
           05 IMGH-BUSINESS-DATE       PIC 9(8).
      *>         PROCDATE business date of the cycle the copy opened.
           05 IMGH-JOURNAL-COUNT       PIC 9(9).
      *>         TRANLOG entries on file when the copy was taken.
           05 IMGH-LAST-ENTRY.
      *>         The last of those entries, so recovery can prove
      *>         the journal has not been archived or rewritten
      *>         since. Zero when the journal was empty.
               10 IMGH-LAST-ACCT-NUMBER PIC 9(8).
               10 IMGH-LAST-TIMESTAMP  PIC 9(14).
               10 IMGH-LAST-TRAN-TYPE  PIC X(4).
           05 IMGH-FILLER              PIC X(72).

       01 IMAGE-COPY-DETAIL.
           05 IMGD-RECORD-TYPE         PIC X(1).
               88 IMGD-IS-DETAIL       VALUE "D".
           05 IMGD-ACCOUNT-DATA        PIC X(129).
      *>         The whole ACCOUNT-RECORD (ACCTMAS.cpy).

       01 IMAGE-COPY-TRAILER.
           05 IMGT-RECORD-TYPE         PIC X(1).
               88 IMGT-IS-TRAILER      VALUE "T".
           05 IMGT-RECORD-COUNT        PIC 9(7).
      *>         D records in the generation.
           05 IMGT-BALANCE-TOTAL       PIC S9(11)V99.
      *>         Sum of ACCT-BALANCE over the D records.
           05 IMGT-FILLER              PIC X(109).
