       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAUDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAS-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDFILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ORDER-NUMBER
               FILE STATUS IS WS-STORDFIL-STATUS.

           SELECT TELLER-DRAWER-FILE ASSIGN TO "DRWRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRWR-KEY
               FILE STATUS IS WS-DRWRFIL-STATUS.

           SELECT TELLER-FILE ASSIGN TO "TELLRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLR-TELLER-ID
               FILE STATUS IS WS-TELLRFIL-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDTRPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTMAS.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.cpy".

       FD  ACCOUNT-HOLD-FILE.
           COPY "HOLDFILE.cpy".

       FD  STANDING-ORDER-FILE.
           COPY "STORDFIL.cpy".

       FD  TELLER-DRAWER-FILE.
           COPY "DRAWER.cpy".

       FD  TELLER-FILE.
           COPY "TELLRFIL.cpy".

       FD  AUDIT-REPORT-FILE.
       01 WS-REPORT-LINE                 PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 ACCTMAS-EOF                VALUE "10".
           88 ACCTMAS-NOT-FOUND          VALUE "23".
           88 ACCTMAS-NOT-EXIST          VALUE "35".

       01 WS-CUSTMAS-STATUS              PIC XX.
           88 CUSTMAS-OK                 VALUE "00".
           88 CUSTMAS-NOT-FOUND          VALUE "23".
           88 CUSTMAS-NOT-EXIST          VALUE "35".

       01 WS-HOLDFILE-STATUS             PIC XX.
           88 HOLDFILE-OK                VALUE "00".
           88 HOLDFILE-EOF               VALUE "10".
           88 HOLDFILE-NOT-EXIST         VALUE "35".

       01 WS-STORDFIL-STATUS             PIC XX.
           88 STORDFIL-OK                VALUE "00".
           88 STORDFIL-EOF               VALUE "10".
           88 STORDFIL-NOT-EXIST         VALUE "35".

       01 WS-DRWRFIL-STATUS              PIC XX.
           88 DRWRFIL-OK                 VALUE "00".
           88 DRWRFIL-EOF                VALUE "10".
           88 DRWRFIL-NOT-EXIST          VALUE "35".

       01 WS-TELLRFIL-STATUS             PIC XX.
           88 TELLRFIL-OK                VALUE "00".
           88 TELLRFIL-EOF               VALUE "10".
           88 TELLRFIL-NOT-FOUND         VALUE "23".
           88 TELLRFIL-NOT-EXIST         VALUE "35".

       01 WS-AUDTRPT-STATUS              PIC XX.

       01 WS-ACCTMAS-EOF-SWITCH          PIC X VALUE "N".
           88 ACCOUNTS-DONE              VALUE "Y".

       01 WS-HOLDS-EOF-SWITCH            PIC X VALUE "N".
           88 HOLDS-DONE                 VALUE "Y".

       01 WS-ORDERS-EOF-SWITCH           PIC X VALUE "N".
           88 ORDERS-DONE                VALUE "Y".

       01 WS-DRAWERS-EOF-SWITCH          PIC X VALUE "N".
           88 DRAWERS-DONE               VALUE "Y".

       01 WS-TELLERS-EOF-SWITCH          PIC X VALUE "N".
           88 TELLERS-DONE               VALUE "Y".

       01 WS-LINK-SWITCH                 PIC X.
           88 LINK-BROKEN                VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-ACCOUNTS-CHECKED            PIC 9(7) VALUE ZERO.
       01 WS-HOLD-SUM                    PIC 9(7)V99.
       01 WS-AMOUNT-EDITED               PIC -(7)9.99.
       01 WS-AMOUNT-EDITED-2             PIC -(7)9.99.

      *> The account being scanned, kept while a lookup of another
      *> account repositions ACCTMAS.
       01 WS-SCAN-ACCT-NUMBER            PIC 9(8).
       01 WS-SCAN-PAYOUT-ACCT            PIC 9(8).
       01 WS-CHECK-ACCT-NUMBER           PIC 9(8).
       01 WS-CHECK-LEG                   PIC X(4).
       01 WS-FREEZE-SIDE                 PIC X(6).
       01 WS-FREEZE-TELLER               PIC X(4).

      *> Broken links found, one counter per category.
       01 WS-NO-CUSTOMER-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-HOLD-TOTAL-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-ORDER-CLOSED-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-PAYOUT-COUNT                PIC 9(7) VALUE ZERO.
       01 WS-DRAWER-OPEN-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-REVOKED-SUPV-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-BROKEN-LINKS                PIC 9(7) VALUE ZERO.
       01 WS-CATEGORY-COUNT              PIC 9(7).

       01 WS-ISSUE-LINE.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 IL-KEYS                    PIC X(45).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 IL-PROBLEM                 PIC X(50).

       01 WS-RUNCTL-STATUS               PIC XX.
           88 RUNCTL-OK                  VALUE "00".
           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM AUDIT-ACCOUNT-CUSTOMERS
           PERFORM AUDIT-HOLD-TOTALS
           PERFORM AUDIT-STANDING-ORDERS
           PERFORM AUDIT-PAYOUT-ACCOUNTS
           PERFORM AUDIT-OPEN-DRAWERS
           PERFORM AUDIT-REVOKED-SUPERVISORS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY "BANKAUDT - accounts checked: " WS-ACCOUNTS-CHECKED
               " broken links: " WS-BROKEN-LINKS
           IF WS-BROKEN-LINKS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

      *> ACCTMAS and CUSTMAS must be there; every other file is
      *> optional and a missing one simply has nothing to check.
       OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCTMAS-NOT-EXIST
               DISPLAY "BANKAUDT ABEND - ACCTMAS does not exist"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTMAS-NOT-EXIST
               DISPLAY "BANKAUDT ABEND - CUSTMAS does not exist"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-HOLD-FILE
           OPEN INPUT STANDING-ORDER-FILE
           OPEN INPUT TELLER-DRAWER-FILE
           OPEN INPUT TELLER-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF HOLDFILE-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE ACCOUNT-HOLD-FILE
           END-IF
           IF STORDFIL-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE STANDING-ORDER-FILE
           END-IF
           IF DRWRFIL-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE TELLER-DRAWER-FILE
           END-IF
           IF TELLRFIL-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE TELLER-FILE
           END-IF
           CLOSE AUDIT-REPORT-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFERENTIAL INTEGRITY AUDIT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       WRITE-CATEGORY-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       WRITE-CATEGORY-END.
           IF WS-CATEGORY-COUNT = ZERO
               MOVE "   NONE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           ADD WS-CATEGORY-COUNT TO WS-BROKEN-LINKS.

       WRITE-ISSUE-LINE.
           ADD 1 TO WS-CATEGORY-COUNT
           MOVE WS-ISSUE-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       START-ACCOUNT-SCAN.
           MOVE "N" TO WS-ACCTMAS-EOF-SWITCH
           MOVE ZEROES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET ACCOUNTS-DONE TO TRUE
           END-START.

      *> 1. Accounts whose owning customer is not on CUSTMAS.
       AUDIT-ACCOUNT-CUSTOMERS.
           PERFORM WRITE-CATEGORY-HEADER
           MOVE "1. ACCOUNT OWNER NOT ON CUSTMAS" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE ZERO TO WS-CATEGORY-COUNT
           PERFORM START-ACCOUNT-SCAN
           PERFORM CHECK-NEXT-ACCOUNT-CUSTOMER UNTIL ACCOUNTS-DONE
           PERFORM WRITE-CATEGORY-END
           MOVE WS-CATEGORY-COUNT TO WS-NO-CUSTOMER-COUNT.

       CHECK-NEXT-ACCOUNT-CUSTOMER.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNTS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-CHECKED
                   MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO IL-KEYS
                           STRING "ACCT " ACCT-NUMBER
                               "  CUSTOMER " ACCT-CUSTOMER-NUMBER
                               DELIMITED BY SIZE INTO IL-KEYS
                           MOVE "CUSTOMER NOT ON CUSTMAS"
                               TO IL-PROBLEM
                           PERFORM WRITE-ISSUE-LINE
                   END-READ
           END-READ.

      *> 2. ACCT-HOLD-TOTAL out of step with the account's active
      *>    HOLDFILE records, and active holds on accounts that are
      *>    not on ACCTMAS at all.
       AUDIT-HOLD-TOTALS.
           PERFORM WRITE-CATEGORY-HEADER
           MOVE "2. HOLD TOTAL DOES NOT MATCH HOLDFILE"
               TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE ZERO TO WS-CATEGORY-COUNT
           PERFORM START-ACCOUNT-SCAN
           PERFORM CHECK-NEXT-ACCOUNT-HOLDS UNTIL ACCOUNTS-DONE
           IF HOLDFILE-NOT-EXIST
               CONTINUE
           ELSE
               PERFORM CHECK-ORPHAN-HOLDS
           END-IF
           PERFORM WRITE-CATEGORY-END
           MOVE WS-CATEGORY-COUNT TO WS-HOLD-TOTAL-COUNT.

       CHECK-NEXT-ACCOUNT-HOLDS.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNTS-DONE TO TRUE
               NOT AT END
                   PERFORM SUM-ACCOUNT-HOLDS
                   IF WS-HOLD-SUM NOT = ACCT-HOLD-TOTAL
                       MOVE ACCT-HOLD-TOTAL TO WS-AMOUNT-EDITED
                       MOVE WS-HOLD-SUM TO WS-AMOUNT-EDITED-2
                       MOVE SPACES TO IL-KEYS
                       STRING "ACCT " ACCT-NUMBER
                           DELIMITED BY SIZE INTO IL-KEYS
                       MOVE SPACES TO IL-PROBLEM
                       STRING "HOLD TOTAL " WS-AMOUNT-EDITED
                           "  ACTIVE HOLDS " WS-AMOUNT-EDITED-2
                           DELIMITED BY SIZE INTO IL-PROBLEM
                       PERFORM WRITE-ISSUE-LINE
                   END-IF
           END-READ.

       SUM-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-HOLD-SUM
           IF HOLDFILE-NOT-EXIST
               CONTINUE
           ELSE
               MOVE "N" TO WS-HOLDS-EOF-SWITCH
               MOVE ACCT-NUMBER TO HOLD-ACCT-NUMBER
               MOVE ZEROES TO HOLD-SEQUENCE
               START ACCOUNT-HOLD-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       SET HOLDS-DONE TO TRUE
               END-START
               PERFORM ADD-NEXT-ACCOUNT-HOLD UNTIL HOLDS-DONE
           END-IF.

       ADD-NEXT-ACCOUNT-HOLD.
           READ ACCOUNT-HOLD-FILE NEXT RECORD
               AT END
                   SET HOLDS-DONE TO TRUE
               NOT AT END
                   IF HOLD-ACCT-NUMBER = ACCT-NUMBER
                       IF HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-HOLD-SUM
                       END-IF
                   ELSE
                       SET HOLDS-DONE TO TRUE
                   END-IF
           END-READ.

       CHECK-ORPHAN-HOLDS.
           MOVE "N" TO WS-HOLDS-EOF-SWITCH
           MOVE LOW-VALUES TO HOLD-KEY
           START ACCOUNT-HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLDS-DONE TO TRUE
           END-START
           PERFORM CHECK-NEXT-ORPHAN-HOLD UNTIL HOLDS-DONE.

       CHECK-NEXT-ORPHAN-HOLD.
           READ ACCOUNT-HOLD-FILE NEXT RECORD
               AT END
                   SET HOLDS-DONE TO TRUE
               NOT AT END
                   IF HOLD-ACTIVE
                       MOVE HOLD-ACCT-NUMBER TO ACCT-NUMBER
                       READ ACCOUNT-MASTER-FILE
                           INVALID KEY
                               MOVE HOLD-AMOUNT TO WS-AMOUNT-EDITED
                               MOVE SPACES TO IL-KEYS
                               STRING "HOLD " HOLD-ACCT-NUMBER "/"
                                   HOLD-SEQUENCE
                                   DELIMITED BY SIZE INTO IL-KEYS
                               MOVE SPACES TO IL-PROBLEM
                               STRING "ACTIVE HOLD " WS-AMOUNT-EDITED
                                   " - ACCOUNT NOT ON ACCTMAS"
                                   DELIMITED BY SIZE INTO IL-PROBLEM
                               PERFORM WRITE-ISSUE-LINE
                       END-READ
                   END-IF
           END-READ.

      *> 3. Active standing orders that would pay from or to an
      *>    account that is closed or no longer on ACCTMAS.
       AUDIT-STANDING-ORDERS.
           PERFORM WRITE-CATEGORY-HEADER
           MOVE "3. ACTIVE STANDING ORDER ON CLOSED ACCOUNT"
               TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE ZERO TO WS-CATEGORY-COUNT
           IF STORDFIL-NOT-EXIST
               CONTINUE
           ELSE
               MOVE "N" TO WS-ORDERS-EOF-SWITCH
               PERFORM CHECK-NEXT-STANDING-ORDER UNTIL ORDERS-DONE
           END-IF
           PERFORM WRITE-CATEGORY-END
           MOVE WS-CATEGORY-COUNT TO WS-ORDER-CLOSED-COUNT.

       CHECK-NEXT-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET ORDERS-DONE TO TRUE
               NOT AT END
                   IF SORD-ACTIVE
                       MOVE SORD-FROM-ACCT TO WS-CHECK-ACCT-NUMBER
                       MOVE "FROM" TO WS-CHECK-LEG
                       PERFORM CHECK-ORDER-ACCOUNT
                       MOVE SORD-TO-ACCT TO WS-CHECK-ACCT-NUMBER
                       MOVE "TO" TO WS-CHECK-LEG
                       PERFORM CHECK-ORDER-ACCOUNT
                   END-IF
           END-READ.

       CHECK-ORDER-ACCOUNT.
           MOVE "N" TO WS-LINK-SWITCH
           MOVE WS-CHECK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET LINK-BROKEN TO TRUE
                   MOVE SPACES TO IL-PROBLEM
                   STRING WS-CHECK-LEG " ACCOUNT NOT ON ACCTMAS"
                       DELIMITED BY SIZE INTO IL-PROBLEM
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       SET LINK-BROKEN TO TRUE
                       MOVE SPACES TO IL-PROBLEM
                       STRING WS-CHECK-LEG " ACCOUNT CLOSED"
                           DELIMITED BY SIZE INTO IL-PROBLEM
                   END-IF
           END-READ
           IF LINK-BROKEN
               MOVE SPACES TO IL-KEYS
               STRING "ORDER " SORD-ORDER-NUMBER
                   "  ACCT " WS-CHECK-ACCT-NUMBER
                   DELIMITED BY SIZE INTO IL-KEYS
               PERFORM WRITE-ISSUE-LINE
           END-IF.

      *> 4. Term deposits still running whose maturity proceeds have
      *>    nowhere valid to go: a payout account that is closed or
      *>    not on ACCTMAS, or none at all on a pay-out deposit.
      *>    Looking the payout account up moves the file, so the
      *>    scan STARTs again past the deposit just checked.
       AUDIT-PAYOUT-ACCOUNTS.
           PERFORM WRITE-CATEGORY-HEADER
           MOVE "4. TERM PAYOUT ACCOUNT CLOSED OR MISSING"
               TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE ZERO TO WS-CATEGORY-COUNT
           PERFORM START-ACCOUNT-SCAN
           PERFORM CHECK-NEXT-TERM-DEPOSIT UNTIL ACCOUNTS-DONE
           PERFORM WRITE-CATEGORY-END
           MOVE WS-CATEGORY-COUNT TO WS-PAYOUT-COUNT.

       CHECK-NEXT-TERM-DEPOSIT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNTS-DONE TO TRUE
               NOT AT END
                   IF ACCT-IS-TERM AND NOT ACCT-CLOSED
                       PERFORM CHECK-ONE-TERM-DEPOSIT
                   END-IF
           END-READ.

       CHECK-ONE-TERM-DEPOSIT.
           MOVE ACCT-NUMBER TO WS-SCAN-ACCT-NUMBER
           MOVE ACCT-PAYOUT-ACCT TO WS-SCAN-PAYOUT-ACCT
           IF ACCT-PAYOUT-ACCT = ZERO
               IF ACCT-MATURITY-PAY
                   MOVE "PAY-OUT DEPOSIT WITH NO PAYOUT ACCOUNT"
                       TO IL-PROBLEM
                   PERFORM WRITE-PAYOUT-ISSUE
               END-IF
           ELSE
               PERFORM CHECK-PAYOUT-ACCOUNT
               PERFORM REPOSITION-ACCOUNT-SCAN
           END-IF.

       CHECK-PAYOUT-ACCOUNT.
           MOVE WS-SCAN-PAYOUT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "PAYOUT ACCOUNT NOT ON ACCTMAS" TO IL-PROBLEM
                   PERFORM WRITE-PAYOUT-ISSUE
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE "PAYOUT ACCOUNT CLOSED" TO IL-PROBLEM
                       PERFORM WRITE-PAYOUT-ISSUE
                   END-IF
           END-READ.

       WRITE-PAYOUT-ISSUE.
           MOVE SPACES TO IL-KEYS
           STRING "ACCT " WS-SCAN-ACCT-NUMBER
               "  PAYOUT " WS-SCAN-PAYOUT-ACCT
               DELIMITED BY SIZE INTO IL-KEYS
           PERFORM WRITE-ISSUE-LINE.

       REPOSITION-ACCOUNT-SCAN.
           MOVE WS-SCAN-ACCT-NUMBER TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS GREATER THAN ACCT-NUMBER
               INVALID KEY
                   SET ACCOUNTS-DONE TO TRUE
           END-START.

      *> 5. Cash drawers still open from an earlier business date -
      *>    never settled and never cleared by a supervisor.
       AUDIT-OPEN-DRAWERS.
           PERFORM WRITE-CATEGORY-HEADER
           MOVE "5. DRAWER LEFT OPEN PAST ITS DATE" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE ZERO TO WS-CATEGORY-COUNT
           IF DRWRFIL-NOT-EXIST
               CONTINUE
           ELSE
               MOVE "N" TO WS-DRAWERS-EOF-SWITCH
               PERFORM CHECK-NEXT-DRAWER UNTIL DRAWERS-DONE
           END-IF
           PERFORM WRITE-CATEGORY-END
           MOVE WS-CATEGORY-COUNT TO WS-DRAWER-OPEN-COUNT.

       CHECK-NEXT-DRAWER.
           READ TELLER-DRAWER-FILE NEXT RECORD
               AT END
                   SET DRAWERS-DONE TO TRUE
               NOT AT END
                   IF DRWR-STILL-OPEN AND DRWR-DATE < WS-TODAY-DATE
                       MOVE SPACES TO IL-KEYS
                       STRING "TELLER " DRWR-TELLER-ID
                           "  DATE " DRWR-DATE
                           DELIMITED BY SIZE INTO IL-KEYS
                       MOVE "DRAWER NOT SETTLED OR CLEARED"
                           TO IL-PROBLEM
                       PERFORM WRITE-ISSUE-LINE
                   END-IF
           END-READ.

      *> 6. Revoked supervisors: TELLRFIL records still carrying
      *>    supervisor authority after revocation, and account
      *>    freezes still in force that were set by a supervisor who
      *>    has since been revoked or is no longer on TELLRFIL.
       AUDIT-REVOKED-SUPERVISORS.
           PERFORM WRITE-CATEGORY-HEADER
           MOVE "6. REVOKED SUPERVISOR" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE ZERO TO WS-CATEGORY-COUNT
           IF TELLRFIL-NOT-EXIST
               CONTINUE
           ELSE
               MOVE "N" TO WS-TELLERS-EOF-SWITCH
               PERFORM CHECK-NEXT-TELLER UNTIL TELLERS-DONE
               PERFORM START-ACCOUNT-SCAN
               PERFORM CHECK-NEXT-ACCOUNT-FREEZE UNTIL ACCOUNTS-DONE
           END-IF
           PERFORM WRITE-CATEGORY-END
           MOVE WS-CATEGORY-COUNT TO WS-REVOKED-SUPV-COUNT.

       CHECK-NEXT-TELLER.
           READ TELLER-FILE NEXT RECORD
               AT END
                   SET TELLERS-DONE TO TRUE
               NOT AT END
                   IF TLR-IS-SUPERVISOR AND TLR-REVOKED
                       MOVE SPACES TO IL-KEYS
                       STRING "TELLER " TLR-TELLER-ID "  " TLR-NAME
                           DELIMITED BY SIZE INTO IL-KEYS
                       MOVE "REVOKED BUT STILL SUPERVISOR LEVEL"
                           TO IL-PROBLEM
                       PERFORM WRITE-ISSUE-LINE
                   END-IF
           END-READ.

       CHECK-NEXT-ACCOUNT-FREEZE.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNTS-DONE TO TRUE
               NOT AT END
                   IF ACCT-DEBITS-FROZEN
                       MOVE "DEBIT" TO WS-FREEZE-SIDE
                       MOVE ACCT-DEBIT-FRZ-TELLER TO WS-FREEZE-TELLER
                       PERFORM CHECK-FREEZE-SUPERVISOR
                   END-IF
                   IF ACCT-CREDITS-FROZEN
                       MOVE "CREDIT" TO WS-FREEZE-SIDE
                       MOVE ACCT-CREDIT-FRZ-TELLER
                           TO WS-FREEZE-TELLER
                       PERFORM CHECK-FREEZE-SUPERVISOR
                   END-IF
           END-READ.

       CHECK-FREEZE-SUPERVISOR.
           MOVE "N" TO WS-LINK-SWITCH
           MOVE WS-FREEZE-TELLER TO TLR-TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   SET LINK-BROKEN TO TRUE
                   MOVE SPACES TO IL-PROBLEM
                   STRING WS-FREEZE-SIDE " FREEZE SET BY TELLER NOT "
                       "ON TELLRFIL"
                       DELIMITED BY SIZE INTO IL-PROBLEM
               NOT INVALID KEY
                   IF TLR-REVOKED
                       SET LINK-BROKEN TO TRUE
                       MOVE SPACES TO IL-PROBLEM
                       STRING WS-FREEZE-SIDE " FREEZE SET BY REVOKED "
                           "SUPERVISOR"
                           DELIMITED BY SIZE INTO IL-PROBLEM
                   END-IF
           END-READ
           IF LINK-BROKEN
               MOVE SPACES TO IL-KEYS
               STRING "ACCT " ACCT-NUMBER "  TELLER " WS-FREEZE-TELLER
                   DELIMITED BY SIZE INTO IL-KEYS
               PERFORM WRITE-ISSUE-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           PERFORM WRITE-CATEGORY-HEADER
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Accounts checked                 : "
               WS-ACCOUNTS-CHECKED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "1. Owner not on CUSTMAS          : "
               WS-NO-CUSTOMER-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "2. Hold total mismatch           : "
               WS-HOLD-TOTAL-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "3. Order on closed account       : "
               WS-ORDER-CLOSED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "4. Payout account closed/missing : "
               WS-PAYOUT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "5. Drawer open past its date     : "
               WS-DRAWER-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "6. Revoked supervisor            : "
               WS-REVOKED-SUPV-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Broken links                     : "
               WS-BROKEN-LINKS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF WS-BROKEN-LINKS = ZERO
               MOVE "ALL FILES AGREE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-EXIST
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       RECORD-RUN-START.
           MOVE "BANKAUDT" TO RUNC-PROGRAM
           MOVE WS-TODAY-DATE TO RUNC-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-START-TIMESTAMP
           MOVE ZEROES TO RUNC-END-TIMESTAMP
           SET RUNC-IN-PROGRESS TO TRUE
           MOVE ZERO TO RUNC-COUNT-PROCESSED
           MOVE ZERO TO RUNC-RETURN-CODE
           MOVE SPACES TO RUNC-FILLER
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

       RECORD-RUN-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-END-TIMESTAMP
           SET RUNC-COMPLETE TO TRUE
           MOVE WS-BROKEN-LINKS TO RUNC-COUNT-PROCESSED
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           REWRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> The business date comes from the processing-date control
      *> record, not the system clock, so a run that slips past
      *> midnight or catches up after an outage still works - and
      *> stamps its output with - the date it was scheduled for.
       READ-PROCESSING-DATE.
           OPEN INPUT PROCESSING-DATE-FILE
           IF NOT PROCDATE-OK
               DISPLAY "BANKAUDT ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKAUDT ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKAUDT ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
