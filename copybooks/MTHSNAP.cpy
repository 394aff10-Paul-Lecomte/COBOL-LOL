      *>--------------------------------------------------------------
      *> MTHSNAP.cpy - Month-end account snapshot record layout
      *> Keyed (INDEXED) file, RECORD KEY IS SNAP-KEY.
      *> One record per account per month end, written by BANKSNAP
      *> on the last business day of the month and kept, so every
      *> earlier month end stays available for comparison. ACCTMAS
      *> only holds today's position; this file is the position as
      *> it stood at each month end. BANKPORT builds the deposit
      *> portfolio report from it.
      *>--------------------------------------------------------------
       01 MONTH-SNAPSHOT-RECORD.
           05 SNAP-KEY.
               10 SNAP-MONTH           PIC 9(6).
      *>             CCYYMM of the month end.
               10 SNAP-ACCT-NUMBER     PIC 9(8).
           05 SNAP-CUSTOMER-NUMBER     PIC 9(6).
           05 SNAP-PRODUCT-TYPE        PIC X(1).
               88 SNAP-IS-SAVINGS      VALUE "S".
               88 SNAP-IS-CHECKING     VALUE "C".
               88 SNAP-IS-TERM         VALUE "T".
               88 SNAP-IS-LOAN         VALUE "L".
           05 SNAP-BALANCE             PIC S9(7)V99.
           05 SNAP-OVERDRAFT-LIMIT     PIC 9(7)V99.
           05 SNAP-OVERDRAFT-USED      PIC 9(7)V99.
      *>         How far below zero the balance stood; zero when
      *>         the account was in credit.
           05 SNAP-HOLD-TOTAL          PIC 9(7)V99.
           05 SNAP-STATUS              PIC X(1).
               88 SNAP-OPEN            VALUE "O".
               88 SNAP-CLOSED          VALUE "C".
               88 SNAP-DORMANT         VALUE "D".
           05 SNAP-OPEN-DATE           PIC 9(8).
           05 SNAP-LAST-ACTIVITY-DATE  PIC 9(8).
           05 SNAP-TAKEN-DATE          PIC 9(8).
      *>         Business date of the run that wrote the snapshot.
           05 SNAP-FILLER              PIC X(10).
