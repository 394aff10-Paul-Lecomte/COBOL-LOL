               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCAL-DATE
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOANMAS-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-LOANSCHD-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOPFILE-STATUS.

           SELECT DD-MANDATE-FILE ASSIGN TO "DDMANDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-KEY
               ALTERNATE RECORD KEY IS MAND-DEBTOR-ACCT
                   WITH DUPLICATES
               FILE STATUS IS WS-DDMANDAT-STATUS.

           SELECT ACCOUNT-RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AREL-KEY
               ALTERNATE RECORD KEY IS AREL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTREL-STATUS.

           SELECT MAINTENANCE-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  TRANSACTION-LOG-FILE.
           COPY "TRANLOG.cpy".

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.cpy".

       FD  LOAN-MASTER-FILE.
           COPY "LOANMAS.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "LOANSCHD.cpy".

       FD  STOP-PAYMENT-FILE.
           COPY "STOPPAY.cpy".

       FD  DD-MANDATE-FILE.
           COPY "DDMANDAT.cpy".

       FD  ACCOUNT-RELATIONSHIP-FILE.
           COPY "ACCTREL.cpy".

       FD  MAINTENANCE-LOG-FILE.
           COPY "MAINTLOG.cpy".

       WORKING-STORAGE SECTION.
       COPY "ACCTMAS.cpy"
           REPLACING ==ACCOUNT-RECORD==      BY ==WS-SOURCE-ACCOUNT==
                     ==ACCT-IS-SAVINGS==     BY ==SRC-IS-SAVINGS==
                     ==ACCT-IS-CHECKING==    BY ==SRC-IS-CHECKING==
                     ==ACCT-IS-TERM==        BY ==SRC-IS-TERM==
                     ==ACCT-IS-LOAN==        BY ==SRC-IS-LOAN==
                     ==ACCT-BALANCE==        BY ==SRC-BALANCE==
                     ==ACCT-OVERDRAFT-LIMIT== BY ==SRC-OVERDRAFT-LIMIT==
                     ==ACCT-HOLD-TOTAL==     BY ==SRC-HOLD-TOTAL==
                     ==ACCT-CREDIT-FRZ-TELLER==
                         BY ==SRC-CREDIT-FRZ-TELLER==
                     ==ACCT-OD-DAYS==        BY ==SRC-OD-DAYS==
                     ==ACCT-MATURITY-SHIFT==
                         BY ==SRC-MATURITY-SHIFT==
                     ==ACCT-FILLER==         BY ==SRC-FILLER==.

       COPY "ACCTMAS.cpy"
                     ==ACCT-IS-SAVINGS==     BY ==DST-IS-SAVINGS==
                     ==ACCT-IS-CHECKING==    BY ==DST-IS-CHECKING==
                     ==ACCT-IS-TERM==        BY ==DST-IS-TERM==
                     ==ACCT-IS-LOAN==        BY ==DST-IS-LOAN==
                     ==ACCT-BALANCE==        BY ==DST-BALANCE==
                     ==ACCT-OVERDRAFT-LIMIT== BY ==DST-OVERDRAFT-LIMIT==
                     ==ACCT-HOLD-TOTAL==     BY ==DST-HOLD-TOTAL==
                     ==ACCT-CREDIT-FRZ-TELLER==
                         BY ==DST-CREDIT-FRZ-TELLER==
                     ==ACCT-OD-DAYS==        BY ==DST-OD-DAYS==
                     ==ACCT-MATURITY-SHIFT==
                         BY ==DST-MATURITY-SHIFT==
                     ==ACCT-FILLER==         BY ==DST-FILLER==.

       01 WS-ACCTMAS-STATUS         PIC XX.
           88 TRANLOG-OK            VALUE "00".
           88 TRANLOG-NOT-EXIST     VALUE "35".

       01 WS-BUSCAL-STATUS          PIC XX.
           88 BUSCAL-OK             VALUE "00".
           88 BUSCAL-NOT-FOUND      VALUE "23".
           88 BUSCAL-NOT-EXIST      VALUE "35".

       01 WS-LOANMAS-STATUS         PIC XX.
           88 LOANMAS-OK            VALUE "00".
           88 LOANMAS-NOT-FOUND     VALUE "23".
           88 LOANMAS-NOT-EXIST     VALUE "35".

       01 WS-LOANSCHD-STATUS        PIC XX.
           88 LOANSCHD-OK           VALUE "00".
           88 LOANSCHD-NOT-FOUND    VALUE "23".
           88 LOANSCHD-NOT-EXIST    VALUE "35".

       01 WS-STOPFILE-STATUS        PIC XX.
           88 STOPFILE-OK           VALUE "00".
           88 STOPFILE-NOT-FOUND    VALUE "23".
           88 STOPFILE-NOT-EXIST    VALUE "35".

       01 WS-DDMANDAT-STATUS        PIC XX.
           88 DDMANDAT-OK           VALUE "00".
           88 DDMANDAT-NOT-FOUND    VALUE "23".
           88 DDMANDAT-NOT-EXIST    VALUE "35".

       01 WS-ACCTREL-STATUS         PIC XX.
           88 ACCTREL-OK            VALUE "00".
           88 ACCTREL-NOT-FOUND     VALUE "23".
           88 ACCTREL-NOT-EXIST     VALUE "35".

       01 WS-MAINTLOG-STATUS        PIC XX.
           88 MAINTLOG-OK           VALUE "00".
           88 MAINTLOG-NOT-EXIST    VALUE "35".

       01 WS-EXIT-SWITCH            PIC X VALUE "N".
           88 EXIT-REQUESTED        VALUE "Y".

       01 WS-MATURITY-YEAR           PIC 9(4).
       01 WS-MATURITY-MONTH          PIC 9(4).

      *> Hold release and maturity dates that land on a weekend or
      *> holiday on the business calendar move to the next business
      *> day.
       01 WS-CALENDAR-DATE           PIC 9(8).
       01 WS-BUSINESS-DAY-SWITCH     PIC X VALUE "N".
           88 BUSINESS-DAY-FOUND     VALUE "Y".
       01 WS-CALENDAR-SWITCH         PIC X VALUE "N".
           88 CALENDAR-LOADED        VALUE "Y".

       01 WS-JOURNAL-ACCT            PIC 9(8).
       01 WS-JOURNAL-TYPE            PIC X(4).
       01 WS-JOURNAL-AMOUNT          PIC S9(7)V99.
       01 WS-DRWR-DATE-IN            PIC 9(8).
       01 WS-DRWR-UNSETTLED          PIC 9(4).

      *> Installment loan booking. The level payment is the usual
      *> annuity - principal x r x (1+r)**n / ((1+r)**n - 1) at the
      *> monthly rate r over n months - and each installment's
      *> interest is a month's interest on the balance still owed.
       01 WS-LOAN-PRINCIPAL          PIC 9(7)V99.
       01 WS-LOAN-RATE               PIC 9V9999.
       01 WS-LOAN-MAX-RATE           PIC 9V9999 VALUE 0.3600.
       01 WS-LOAN-TERM               PIC 9(3).
       01 WS-LOAN-MAX-TERM           PIC 9(3) VALUE 360.
       01 WS-LOAN-REPAY-ACCT         PIC 9(8).
       01 WS-LOAN-PAYMENT            PIC 9(7)V99.
       01 WS-LOAN-MONTHLY-RATE       PIC 9V9(9).
       01 WS-LOAN-GROWTH-FACTOR      PIC 9(9)V9(9).
       01 WS-LOAN-BALANCE            PIC 9(7)V99.
       01 WS-LOAN-TOTAL-INTEREST     PIC 9(7)V99.
       01 WS-LOAN-INSTALLMENT        PIC 9(3).
       01 WS-LOAN-DUE-DAY            PIC 9(2).
       01 WS-LOAN-OK-SWITCH          PIC X VALUE "N".
           88 LOAN-TERMS-OK          VALUE "Y".

      *> Cheque stop payments. A stop covers one serial or a range,
      *> optionally only a given amount, and lapses on its expiry
      *> date - by default six months after it is placed. Placing
      *> one is charged to the account.
       01 WS-PAYI-CHOICE             PIC 9.
       01 WS-STOP-CHOICE             PIC 9.
       01 WS-STOP-FEE                PIC 9(5)V99 VALUE 15.00.
       01 WS-STOP-DEFAULT-DAYS       PIC 9(3) VALUE 180.
       01 WS-STOP-SEQUENCE           PIC 9(4).
       01 WS-STOP-COUNT              PIC 9(4).
       01 WS-STOP-WRITTEN-SWITCH     PIC X.
           88 STOP-WRITTEN           VALUE "Y".
       01 WS-STOP-SCAN-SWITCH        PIC X VALUE "N".
           88 STOP-SCAN-DONE         VALUE "Y".

      *> Direct-debit mandates: the customer's authority for a
      *> third-party originator to collect from the account.
       01 WS-MAND-CHOICE             PIC 9.
       01 WS-MAND-COUNT              PIC 9(4).
       01 WS-MAND-ORIGINATOR-ID      PIC X(6).
       01 WS-MAND-REFERENCE          PIC X(18).
       01 WS-MAND-SCAN-SWITCH        PIC X VALUE "N".
           88 MAND-SCAN-DONE         VALUE "Y".

      *> Parties to an account besides its primary owner - joint
      *> owners, signatories and beneficiaries - each a customer on
      *> CUSTMAS with a role on ACCTREL.
       01 WS-AREL-CHOICE             PIC 9.
       01 WS-AREL-COUNT              PIC 9(4).
       01 WS-PARTY-NUMBER            PIC 9(6).
       01 WS-PARTY-ROLE              PIC X.
       01 WS-ROLE-NAME               PIC X(11).
       01 WS-AREL-SCAN-SWITCH        PIC X VALUE "N".
           88 AREL-SCAN-DONE         VALUE "Y".

      *> Maintenance audit log. Each maintenance function saves the
      *> old value, makes the change, and logs one MAINTLOG entry
      *> per field whose value actually changed.
       01 WS-MLOG-FILE               PIC X(8).
       01 WS-MLOG-KEY                PIC X(14).
       01 WS-MLOG-FIELD              PIC X(20).
       01 WS-MLOG-CLASS              PIC X.
       01 WS-MLOG-BEFORE             PIC X(40).
       01 WS-MLOG-AFTER              PIC X(40).
       01 WS-MLOG-AMOUNT-EDITED      PIC -(7)9.99.
       01 WS-MLOG-ACCT-KEY.
           05 WS-MLOG-KEY-ACCT       PIC 9(8).
           05 WS-MLOG-KEY-PARTY      PIC 9(6).
       01 WS-BEFORE-NAME             PIC X(30).
       01 WS-BEFORE-ADDRESS          PIC X(40).
       01 WS-BEFORE-PHONE            PIC X(15).
       01 WS-BEFORE-ROLE-NAME        PIC X(11).

      *> Limit and payout-account maintenance.
       01 WS-LMNT-CHOICE             PIC 9.
       01 WS-NEW-OD-LIMIT            PIC 9(7)V99.
       01 WS-OLD-OD-LIMIT            PIC 9(7)V99.
       01 WS-NEW-PAYOUT-ACCT         PIC 9(8).
       01 WS-OLD-PAYOUT-ACCT         PIC 9(8).
       01 WS-OLD-MATURITY-DISP       PIC X.
       01 WS-PAYOUT-OK-SWITCH        PIC X.
           88 PAYOUT-ACCOUNT-OK      VALUE "Y".
       01 WS-LIMIT-TELLER-ID         PIC X(4).
       01 WS-NEW-WD-LIMIT            PIC 9(7)V99.
       01 WS-OLD-WD-LIMIT            PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES
               OPEN OUTPUT TRANSACTION-LOG-FILE
               CLOSE TRANSACTION-LOG-FILE
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSCAL-OK
               SET CALENDAR-LOADED TO TRUE
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF LOANMAS-NOT-EXIST
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF LOANSCHD-NOT-EXIST
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF
           OPEN I-O STOP-PAYMENT-FILE
           IF STOPFILE-NOT-EXIST
               OPEN OUTPUT STOP-PAYMENT-FILE
               CLOSE STOP-PAYMENT-FILE
               OPEN I-O STOP-PAYMENT-FILE
           END-IF
           OPEN I-O DD-MANDATE-FILE
           IF DDMANDAT-NOT-EXIST
               OPEN OUTPUT DD-MANDATE-FILE
               CLOSE DD-MANDATE-FILE
               OPEN I-O DD-MANDATE-FILE
           END-IF
           OPEN I-O ACCOUNT-RELATIONSHIP-FILE
           IF ACCTREL-NOT-EXIST
               OPEN OUTPUT ACCOUNT-RELATIONSHIP-FILE
               CLOSE ACCOUNT-RELATIONSHIP-FILE
               OPEN I-O ACCOUNT-RELATIONSHIP-FILE
           END-IF
           OPEN EXTEND MAINTENANCE-LOG-FILE
           IF MAINTLOG-NOT-EXIST
               OPEN OUTPUT MAINTENANCE-LOG-FILE
               CLOSE MAINTENANCE-LOG-FILE
               OPEN EXTEND MAINTENANCE-LOG-FILE
           END-IF.

      *> A brand-new teller file would lock everyone out, so seed it
           CLOSE TELLER-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE TELLER-DRAWER-FILE
           CLOSE TRANSACTION-LOG-FILE
           IF CALENDAR-LOADED
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE STOP-PAYMENT-FILE
           CLOSE DD-MANDATE-FILE
           CLOSE ACCOUNT-RELATIONSHIP-FILE
           CLOSE MAINTENANCE-LOG-FILE.

       TELLER-SIGN-ON.
           ADD 1 TO WS-SIGNON-ATTEMPTS
           DISPLAY "3. Withdraw Money".
           DISPLAY "4. Transfer Funds".
           DISPLAY "5. Account Maintenance".
           DISPLAY "6. Payment Instructions".
           DISPLAY "7. Reverse Transaction (Supervisor)".
           DISPLAY "8. Cash Drawer".
           DISPLAY "9. Exit".
                           "Account Maintenance."
                   END-IF
               WHEN 6
                   PERFORM PAYMENT-INSTRUCTION-MENU
               WHEN 7
                   IF SIGNED-ON-SUPERVISOR
                       PERFORM REVERSE-TRANSACTION
       CHECK-BALANCE.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
               IF ACCT-IS-LOAN
                   PERFORM SHOW-LOAN-BALANCE
               ELSE
                   COMPUTE WS-AVAILABLE-FUNDS =
                       ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
                       - ACCT-HOLD-TOTAL
                   DISPLAY "Account: " ACCT-NUMBER
                   DISPLAY "  Ledger balance    : $" ACCT-BALANCE
                   DISPLAY "  Available balance : $"
                       WS-AVAILABLE-FUNDS
                   DISPLAY "  Overdraft limit   : $"
                       ACCT-OVERDRAFT-LIMIT
                   IF ACCT-HOLD-TOTAL > ZERO
                       DISPLAY "  Funds on hold     : $"
                           ACCT-HOLD-TOTAL
                       PERFORM SHOW-OUTSTANDING-HOLDS
                   END-IF
               END-IF
           END-IF.

       SHOW-LOAN-BALANCE.
           DISPLAY "Loan account: " ACCT-NUMBER
           DISPLAY "  Principal owed    : $" ACCT-BALANCE
           MOVE ACCT-NUMBER TO LOAN-ACCT-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "  No loan contract on file."
               NOT INVALID KEY
                   DISPLAY "  Amount advanced   : $" LOAN-PRINCIPAL
                   DISPLAY "  Annual rate       : " LOAN-RATE
                   DISPLAY "  Monthly payment   : $"
                       LOAN-PAYMENT-AMOUNT
                   DISPLAY "  Repaid from       : " LOAN-REPAY-ACCT
                   IF LOAN-PAID-OFF
                       DISPLAY "  Loan repaid in full."
                   ELSE
                       DISPLAY "  Next installment  : "
                           LOAN-NEXT-INSTALLMENT " of "
                           LOAN-TERM-MONTHS " due "
                           LOAN-NEXT-DUE-DATE
                   END-IF
                   IF LOAN-PAST-DUE
                       DISPLAY "  PAST DUE - " LOAN-PAST-DUE-COUNT
                           " installment(s) since "
                           LOAN-PAST-DUE-SINCE
                   END-IF
           END-READ.

       SHOW-OUTSTANDING-HOLDS.
           MOVE "N" TO WS-HOLD-SCAN-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO HOLD-ACCT-NUMBER
                               "deposits are not accepted. Open a "
                               "further term deposit instead."
                       ELSE
                           IF ACCT-IS-LOAN
                               PERFORM SHOW-LOAN-NOT-TRANSACTABLE
                           ELSE
                               PERFORM TAKE-DEPOSIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           COMPUTE HOLD-RELEASE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HOLD-PLACED-DATE)
               + WS-CHEQUE-HOLD-DAYS)
           MOVE HOLD-RELEASE-DATE TO WS-CALENDAR-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CALENDAR-DATE TO HOLD-RELEASE-DATE
           SET HOLD-ACTIVE TO TRUE
           MOVE SPACES TO HOLD-FILLER
           MOVE "N" TO WS-HOLD-WRITTEN-SWITCH
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-CURRENT-DATE
                   EVALUATE TRUE
                       WHEN ACCT-IS-LOAN
                           PERFORM SHOW-LOAN-NOT-TRANSACTABLE
                       WHEN ACCT-IS-TERM
                               AND ACCT-MATURITY-DATE > WS-CURRENT-DATE
                           PERFORM TERM-EARLY-WITHDRAWAL
                       WHEN OTHER
                           PERFORM VALIDATE-AMOUNT
                           IF NOT SIGNED-ON-SUPERVISOR
                                   AND AMOUNT > WS-TELLER-WD-LIMIT
                               DISPLAY "Amount exceeds your "
                                   "withdrawal limit - supervisor "
                                   "required."
                           ELSE
                               PERFORM APPLY-WITHDRAWAL
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

                   DISPLAY "Destination account is closed."
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN SRC-IS-LOAN OR DST-IS-LOAN
                       PERFORM SHOW-LOAN-NOT-TRANSACTABLE
                   WHEN DST-IS-TERM
                       DISPLAY "Destination is a term deposit - it "
                           "does not accept transfers in."
                   WHEN OTHER
                       PERFORM VALIDATE-AMOUNT
                       IF NOT SIGNED-ON-SUPERVISOR
                               AND AMOUNT > WS-TELLER-WD-LIMIT
                           DISPLAY "Amount exceeds your transfer "
                               "limit - supervisor required."
                       ELSE
                           PERFORM APPLY-TRANSFER
                       END-IF
               END-EVALUATE
           END-IF.

       APPLY-TRANSFER.
               DISPLAY "Account is closed."
           END-IF.

      *> A loan's balance moves only when it is booked and when the
      *> nightly collection run takes an installment, so the loan
      *> book always agrees with its schedule.
       SHOW-LOAN-NOT-TRANSACTABLE.
           DISPLAY "Loan account - no deposits, withdrawals or "
               "transfers. Installments are collected nightly from "
               "the nominated checking account.".

       STAMP-LAST-ACTIVITY.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO ACCT-LAST-ACTIVITY-DATE.
           DISPLAY "4. List Accounts For Customer".
           DISPLAY "5. Reactivate Dormant Account".
           DISPLAY "6. Set/Lift Account Freeze".
           DISPLAY "7. Book Installment Loan".
           DISPLAY "8. Account Relationships".
           DISPLAY "9. Limits and Payout Account".
           DISPLAY "0. Return to Main Menu".
           DISPLAY "Enter your choice (0-9): ".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE WS-MAINT-CHOICE
               WHEN 1
                   PERFORM REACTIVATE-ACCOUNT
               WHEN 6
                   PERFORM FREEZE-MAINTENANCE
               WHEN 7
                   PERFORM BOOK-INSTALLMENT-LOAN
               WHEN 8
                   PERFORM RELATIONSHIP-MENU
               WHEN 9
                   PERFORM LIMIT-MAINTENANCE-MENU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "Enter product type (S=Savings, C=Checking, "
               "T=Term Deposit): ".
           ACCEPT ACCT-PRODUCT-TYPE.
           PERFORM UNTIL NOT ACCT-IS-LOAN
               DISPLAY "Loans are booked through Book Installment "
                   "Loan. Enter S, C or T: "
               ACCEPT ACCT-PRODUCT-TYPE
           END-PERFORM
           DISPLAY "Enter starting balance: ".
           ACCEPT ACCT-BALANCE.
           DISPLAY "Enter overdraft limit: ".
           MOVE ZERO TO ACCT-TERM-MONTHS
           MOVE ZERO TO ACCT-TERM-RATE
           MOVE ZEROES TO ACCT-MATURITY-DATE
           MOVE ZERO TO ACCT-MATURITY-SHIFT
           MOVE SPACE TO ACCT-MATURITY-DISP
           MOVE ZEROES TO ACCT-PAYOUT-ACCT
           MOVE "N" TO ACCT-DEBIT-FREEZE
           END-IF
           MOVE ACCT-OPEN-DATE TO ACCT-MATURITY-DATE
           PERFORM ADD-TERM-TO-MATURITY-DATE
           MOVE ACCT-MATURITY-DATE TO WS-CALENDAR-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           COMPUTE ACCT-MATURITY-SHIFT =
               FUNCTION INTEGER-OF-DATE(WS-CALENDAR-DATE)
               - FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
           MOVE WS-CALENDAR-DATE TO ACCT-MATURITY-DATE
           DISPLAY "Deposit matures " ACCT-MATURITY-DATE ".".

      *> A zero term would mature the deposit on its own open date
           SUBTRACT 12 FROM WS-MATURITY-MONTH
           ADD 1 TO WS-MATURITY-YEAR.

      *> Steps WS-CALENDAR-DATE forward past every day on the
      *> business calendar. With no calendar loaded every day is
      *> taken as a business day.
       ROLL-TO-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           IF NOT CALENDAR-LOADED
               SET BUSINESS-DAY-FOUND TO TRUE
           END-IF
           PERFORM TEST-BUSINESS-DAY UNTIL BUSINESS-DAY-FOUND.

       TEST-BUSINESS-DAY.
           MOVE WS-CALENDAR-DATE TO BCAL-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   SET BUSINESS-DAY-FOUND TO TRUE
               NOT INVALID KEY
                   COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CALENDAR-DATE) + 1)
           END-READ.

      *> An installment loan is a new account of product type L
      *> whose balance is the principal owed. Booking writes the
      *> loan account, its contract on LOANMAS and the full
      *> amortization schedule on LOANSCHD, and pays the proceeds
      *> into the customer's nominated checking account - the same
      *> account BANKLOAN debits for each installment.
       BOOK-INSTALLMENT-LOAN.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   PERFORM BUILD-INSTALLMENT-LOAN
               NOT INVALID KEY
                   DISPLAY "Account " WS-ACCOUNT-NUMBER
                       " already exists."
           END-READ.

       BUILD-INSTALLMENT-LOAN.
           PERFORM FIND-OR-ADD-CUSTOMER
           IF NOT CUSTOMER-FOUND
               DISPLAY "Loan not booked."
           ELSE
               PERFORM ENTER-LOAN-TERMS
               IF LOAN-TERMS-OK
                   PERFORM CONFIRM-AND-BOOK-LOAN
               ELSE
                   DISPLAY "Loan not booked."
               END-IF
           END-IF.

       ENTER-LOAN-TERMS.
           MOVE "N" TO WS-LOAN-OK-SWITCH
           PERFORM VALIDATE-LOAN-PRINCIPAL
           PERFORM VALIDATE-LOAN-RATE
           PERFORM VALIDATE-LOAN-TERM
           DISPLAY "Enter nominated checking account: "
           ACCEPT WS-LOAN-REPAY-ACCT
           PERFORM VALIDATE-LOAN-REPAY-ACCOUNT
           IF LOAN-TERMS-OK
               PERFORM COMPUTE-LOAN-PAYMENT
           END-IF.

       VALIDATE-LOAN-PRINCIPAL.
           MOVE "N" TO WS-VALID-SWITCH
           DISPLAY "Enter amount to advance: ".
           ACCEPT WS-LOAN-PRINCIPAL.
           PERFORM UNTIL INPUT-IS-VALID
               IF WS-LOAN-PRINCIPAL NUMERIC
                       AND WS-LOAN-PRINCIPAL > 0
                   SET INPUT-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Invalid amount. Enter a positive number: "
                   ACCEPT WS-LOAN-PRINCIPAL
               END-IF
           END-PERFORM.

       VALIDATE-LOAN-RATE.
           MOVE "N" TO WS-VALID-SWITCH
           DISPLAY "Enter contracted annual rate (0.9999): ".
           ACCEPT WS-LOAN-RATE.
           PERFORM UNTIL INPUT-IS-VALID
               IF WS-LOAN-RATE NUMERIC
                       AND WS-LOAN-RATE <= WS-LOAN-MAX-RATE
                   SET INPUT-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Invalid rate. Enter it in 0.9999 form, "
                       "no more than " WS-LOAN-MAX-RATE ": "
                   ACCEPT WS-LOAN-RATE
               END-IF
           END-PERFORM.

       VALIDATE-LOAN-TERM.
           MOVE "N" TO WS-VALID-SWITCH
           DISPLAY "Enter term in months (1-360): ".
           ACCEPT WS-LOAN-TERM.
           PERFORM UNTIL INPUT-IS-VALID
               IF WS-LOAN-TERM NUMERIC
                       AND WS-LOAN-TERM >= 1
                       AND WS-LOAN-TERM <= WS-LOAN-MAX-TERM
                   SET INPUT-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Invalid term. Enter 1-360 months: "
                   ACCEPT WS-LOAN-TERM
               END-IF
           END-PERFORM.

      *> The proceeds are paid in and the installments drawn from
      *> the same account, so it must be an open checking account
      *> with neither side frozen.
       VALIDATE-LOAN-REPAY-ACCOUNT.
           MOVE WS-LOAN-REPAY-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE INTO WS-DEST-ACCOUNT
               INVALID KEY
                   DISPLAY "Account " WS-LOAN-REPAY-ACCT
                       " not found."
               NOT INVALID KEY
                   IF NOT DST-OPEN OR NOT DST-IS-CHECKING
                       DISPLAY "Account " WS-LOAN-REPAY-ACCT
                           " is not an open checking account."
                   ELSE
                       IF DST-DEBITS-FROZEN OR DST-CREDITS-FROZEN
                           DISPLAY "Account " WS-LOAN-REPAY-ACCT
                               " is frozen."
                       ELSE
                           SET LOAN-TERMS-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.

       COMPUTE-LOAN-PAYMENT.
           IF WS-LOAN-RATE = ZERO
               MOVE ZERO TO WS-LOAN-MONTHLY-RATE
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   WS-LOAN-PRINCIPAL / WS-LOAN-TERM
           ELSE
               COMPUTE WS-LOAN-MONTHLY-RATE ROUNDED =
                   WS-LOAN-RATE / 12
               COMPUTE WS-LOAN-GROWTH-FACTOR ROUNDED =
                   (1 + WS-LOAN-MONTHLY-RATE) ** WS-LOAN-TERM
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   WS-LOAN-PRINCIPAL * WS-LOAN-MONTHLY-RATE
                   * WS-LOAN-GROWTH-FACTOR
                   / (WS-LOAN-GROWTH-FACTOR - 1)
                   ON SIZE ERROR
                       DISPLAY "Installment on these terms is too "
                           "large to carry."
                       MOVE "N" TO WS-LOAN-OK-SWITCH
               END-COMPUTE
           END-IF.

       CONFIRM-AND-BOOK-LOAN.
           DISPLAY "Loan of $" WS-LOAN-PRINCIPAL " over "
               WS-LOAN-TERM " months at " WS-LOAN-RATE
           DISPLAY "Monthly installment: $" WS-LOAN-PAYMENT
               " from account " WS-LOAN-REPAY-ACCT
           DISPLAY "Book this loan? (Y/N): "
           ACCEPT WS-CONFIRM-SWITCH
           IF SUPERVISOR-CONFIRMED
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(7:2) TO WS-LOAN-DUE-DAY
               IF WS-LOAN-DUE-DAY > 28
                   MOVE 28 TO WS-LOAN-DUE-DAY
               END-IF
               PERFORM WRITE-LOAN-ACCOUNT
               PERFORM WRITE-LOAN-SCHEDULE
               PERFORM WRITE-LOAN-MASTER
               PERFORM CREDIT-LOAN-PROCEEDS
               DISPLAY "Loan " WS-ACCOUNT-NUMBER " booked."
           ELSE
               DISPLAY "Loan not booked."
           END-IF.

       WRITE-LOAN-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO ACCT-CUSTOMER-NUMBER
           SET ACCT-IS-LOAN TO TRUE
           MOVE WS-LOAN-PRINCIPAL TO ACCT-BALANCE
           MOVE ZERO TO ACCT-OVERDRAFT-LIMIT
           MOVE ZERO TO ACCT-HOLD-TOTAL
           SET ACCT-OPEN TO TRUE
           MOVE WS-CURRENT-DATE TO ACCT-OPEN-DATE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE ZERO TO ACCT-TERM-MONTHS
           MOVE ZERO TO ACCT-TERM-RATE
           MOVE ZEROES TO ACCT-MATURITY-DATE
           MOVE ZERO TO ACCT-MATURITY-SHIFT
           MOVE SPACE TO ACCT-MATURITY-DISP
           MOVE ZEROES TO ACCT-PAYOUT-ACCT
           MOVE "N" TO ACCT-DEBIT-FREEZE
           MOVE SPACES TO ACCT-DEBIT-FRZ-REASON
           MOVE ZEROES TO ACCT-DEBIT-FRZ-DATE
           MOVE SPACES TO ACCT-DEBIT-FRZ-TELLER
           MOVE "N" TO ACCT-CREDIT-FREEZE
           MOVE SPACES TO ACCT-CREDIT-FRZ-REASON
           MOVE ZEROES TO ACCT-CREDIT-FRZ-DATE
           MOVE SPACES TO ACCT-CREDIT-FRZ-TELLER
           MOVE ZERO TO ACCT-OD-DAYS
           MOVE SPACES TO ACCT-FILLER
           WRITE ACCOUNT-RECORD
           MOVE WS-ACCOUNT-NUMBER TO WS-JOURNAL-ACCT
           MOVE "OPEN" TO WS-JOURNAL-TYPE
           MOVE ZERO TO WS-JOURNAL-AMOUNT
           MOVE ZERO TO WS-JOURNAL-BALANCE
           MOVE ZEROES TO WS-JOURNAL-RELATED-ACCT
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE "LDIS" TO WS-JOURNAL-TYPE
           MOVE WS-LOAN-PRINCIPAL TO WS-JOURNAL-AMOUNT
           MOVE WS-LOAN-PRINCIPAL TO WS-JOURNAL-BALANCE
           MOVE WS-LOAN-REPAY-ACCT TO WS-JOURNAL-RELATED-ACCT
           PERFORM WRITE-JOURNAL-ENTRY.

      *> Every installment but the last is the level payment; the
      *> last clears whatever principal is left, so the rounding of
      *> the level payment never leaves a residue on the loan.
       WRITE-LOAN-SCHEDULE.
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-BALANCE
           MOVE ZERO TO WS-LOAN-TOTAL-INTEREST
           MOVE 1 TO WS-LOAN-INSTALLMENT
           DISPLAY "NO.  DUE DATE     PAYMENT    INTEREST   "
               "PRINCIPAL     BALANCE"
           PERFORM WRITE-LOAN-INSTALLMENT
               UNTIL WS-LOAN-INSTALLMENT > WS-LOAN-TERM
           DISPLAY "Total interest over the term: $"
               WS-LOAN-TOTAL-INTEREST.

       WRITE-LOAN-INSTALLMENT.
           MOVE WS-ACCOUNT-NUMBER TO LSCH-ACCT-NUMBER
           MOVE WS-LOAN-INSTALLMENT TO LSCH-INSTALLMENT
           PERFORM SET-LOAN-DUE-DATE
           COMPUTE LSCH-INTEREST ROUNDED =
               WS-LOAN-BALANCE * WS-LOAN-MONTHLY-RATE
           IF WS-LOAN-INSTALLMENT = WS-LOAN-TERM
               MOVE WS-LOAN-BALANCE TO LSCH-PRINCIPAL
               COMPUTE LSCH-PAYMENT = LSCH-PRINCIPAL + LSCH-INTEREST
           ELSE
               MOVE WS-LOAN-PAYMENT TO LSCH-PAYMENT
               COMPUTE LSCH-PRINCIPAL = LSCH-PAYMENT - LSCH-INTEREST
               IF LSCH-PRINCIPAL > WS-LOAN-BALANCE
                   MOVE WS-LOAN-BALANCE TO LSCH-PRINCIPAL
                   COMPUTE LSCH-PAYMENT =
                       LSCH-PRINCIPAL + LSCH-INTEREST
               END-IF
           END-IF
           SUBTRACT LSCH-PRINCIPAL FROM WS-LOAN-BALANCE
           MOVE WS-LOAN-BALANCE TO LSCH-CLOSING-BALANCE
           SET LSCH-SCHEDULED TO TRUE
           MOVE ZEROES TO LSCH-PAID-DATE
           MOVE SPACES TO LSCH-FILLER
           WRITE LOAN-SCHEDULE-RECORD
           ADD LSCH-INTEREST TO WS-LOAN-TOTAL-INTEREST
           DISPLAY LSCH-INSTALLMENT "  " LSCH-DUE-DATE "  "
               LSCH-PAYMENT "  " LSCH-INTEREST "  "
               LSCH-PRINCIPAL "  " LSCH-CLOSING-BALANCE
           ADD 1 TO WS-LOAN-INSTALLMENT.

      *> Installments fall due monthly on the booking day of the
      *> month, held to the 28th like a maturity date so every
      *> month has one. The due date itself is not moved off a
      *> holiday - the nightly run collects everything due on or
      *> before its business date, so a holiday installment is
      *> simply taken on the next business night.
       SET-LOAN-DUE-DATE.
           MOVE WS-CURRENT-DATE(1:4) TO WS-MATURITY-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-MATURITY-MONTH
           ADD WS-LOAN-INSTALLMENT TO WS-MATURITY-MONTH
           PERFORM ROLL-MATURITY-YEAR
               UNTIL WS-MATURITY-MONTH <= 12
           MOVE WS-MATURITY-YEAR TO LSCH-DUE-DATE(1:4)
           MOVE WS-MATURITY-MONTH(3:2) TO LSCH-DUE-DATE(5:2)
           MOVE WS-LOAN-DUE-DAY TO LSCH-DUE-DATE(7:2).

       WRITE-LOAN-MASTER.
           MOVE WS-ACCOUNT-NUMBER TO LOAN-ACCT-NUMBER
           MOVE WS-LOAN-PRINCIPAL TO LOAN-PRINCIPAL
           MOVE WS-LOAN-RATE TO LOAN-RATE
           MOVE WS-LOAN-TERM TO LOAN-TERM-MONTHS
           MOVE WS-LOAN-PAYMENT TO LOAN-PAYMENT-AMOUNT
           MOVE WS-LOAN-REPAY-ACCT TO LOAN-REPAY-ACCT
           MOVE WS-CURRENT-DATE TO LOAN-BOOKED-DATE
           MOVE WS-SIGNED-ON-TELLER TO LOAN-BOOKED-TELLER
           MOVE 1 TO LOAN-NEXT-INSTALLMENT
           MOVE 1 TO WS-LOAN-INSTALLMENT
           PERFORM SET-LOAN-DUE-DATE
           MOVE LSCH-DUE-DATE TO LOAN-NEXT-DUE-DATE
           SET LOAN-CURRENT TO TRUE
           MOVE ZERO TO LOAN-PAST-DUE-COUNT
           MOVE ZEROES TO LOAN-PAST-DUE-SINCE
           MOVE ZERO TO LOAN-INTEREST-PAID
           MOVE SPACES TO LOAN-FILLER
           WRITE LOAN-MASTER-RECORD.

       CREDIT-LOAN-PROCEEDS.
           MOVE WS-LOAN-REPAY-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           ADD WS-LOAN-PRINCIPAL TO ACCT-BALANCE
           PERFORM STAMP-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE WS-LOAN-REPAY-ACCT TO WS-JOURNAL-ACCT
           MOVE "XFRC" TO WS-JOURNAL-TYPE
           MOVE WS-LOAN-PRINCIPAL TO WS-JOURNAL-AMOUNT
           MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
           MOVE WS-ACCOUNT-NUMBER TO WS-JOURNAL-RELATED-ACCT
           PERFORM WRITE-JOURNAL-ENTRY
           DISPLAY "Proceeds of $" WS-LOAN-PRINCIPAL
               " credited to account " WS-LOAN-REPAY-ACCT ".".

       CLOSE-ACCOUNT.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
           DISPLAY "Current name: " CUST-NAME
           DISPLAY "Current address: " CUST-ADDRESS
           DISPLAY "Current phone: " CUST-PHONE
           MOVE CUST-NAME TO WS-BEFORE-NAME
           MOVE CUST-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE CUST-PHONE TO WS-BEFORE-PHONE
           DISPLAY "Enter new customer name: "
           ACCEPT CUST-NAME
           DISPLAY "Enter new address: "
           DISPLAY "Enter new phone: "
           ACCEPT CUST-PHONE
           REWRITE CUSTOMER-RECORD
           PERFORM LOG-CUSTOMER-CHANGES
           DISPLAY "Customer details updated.".

      *> An address or phone change followed by a large debit is
      *> how an account takeover usually looks, so those two are
      *> logged as contact changes for the nightly review.
       LOG-CUSTOMER-CHANGES.
           MOVE "CUSTMAS" TO WS-MLOG-FILE
           MOVE CUST-NUMBER TO WS-MLOG-KEY
           MOVE "CUST-NAME" TO WS-MLOG-FIELD
           MOVE "I" TO WS-MLOG-CLASS
           MOVE WS-BEFORE-NAME TO WS-MLOG-BEFORE
           MOVE CUST-NAME TO WS-MLOG-AFTER
           PERFORM WRITE-MAINT-LOG-ENTRY
           MOVE "CUST-ADDRESS" TO WS-MLOG-FIELD
           MOVE "C" TO WS-MLOG-CLASS
           MOVE WS-BEFORE-ADDRESS TO WS-MLOG-BEFORE
           MOVE CUST-ADDRESS TO WS-MLOG-AFTER
           PERFORM WRITE-MAINT-LOG-ENTRY
           MOVE "CUST-PHONE" TO WS-MLOG-FIELD
           MOVE WS-BEFORE-PHONE TO WS-MLOG-BEFORE
           MOVE CUST-PHONE TO WS-MLOG-AFTER
           PERFORM WRITE-MAINT-LOG-ENTRY.

      *> A field re-keyed with its old value is not a change and
      *> is not logged.
       WRITE-MAINT-LOG-ENTRY.
           IF WS-MLOG-BEFORE NOT = WS-MLOG-AFTER
               MOVE FUNCTION CURRENT-DATE(1:14) TO MLOG-TIMESTAMP
               MOVE WS-SIGNED-ON-TELLER TO MLOG-TELLER-ID
               MOVE WS-MLOG-FILE TO MLOG-FILE-NAME
               MOVE WS-MLOG-KEY TO MLOG-RECORD-KEY
               MOVE WS-MLOG-FIELD TO MLOG-FIELD-NAME
               MOVE WS-MLOG-CLASS TO MLOG-CHANGE-CLASS
               MOVE WS-MLOG-BEFORE TO MLOG-BEFORE-VALUE
               MOVE WS-MLOG-AFTER TO MLOG-AFTER-VALUE
               MOVE SPACES TO MLOG-FILLER
               WRITE MAINT-LOG-RECORD
           END-IF.

       LIST-CUSTOMER-ACCOUNTS.
           DISPLAY "Enter customer number: ".
           ACCEPT WS-CUSTOMER-NUMBER.
                   SET ACCT-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-NEXT-ACCOUNT UNTIL ACCT-SCAN-DONE
           PERFORM SHOW-PARTY-ACCOUNTS
           DISPLAY "Accounts listed: " WS-CUST-ACCT-COUNT.

       SCAN-NEXT-ACCOUNT.
                   IF ACCT-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET ACCT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE "PRIMARY" TO WS-ROLE-NAME
                       PERFORM DISPLAY-CUSTOMER-ACCOUNT
                   END-IF
           END-READ.

       DISPLAY-CUSTOMER-ACCOUNT.
           DISPLAY "  " ACCT-NUMBER
               " Type: " ACCT-PRODUCT-TYPE
               " Status: " ACCT-STATUS
               " Balance: $" ACCT-BALANCE
               " Role: " WS-ROLE-NAME
           ADD 1 TO WS-CUST-ACCT-COUNT.

      *> The accounts the customer is party to without owning them
      *> outright come off ACCTREL through its customer-number
      *> alternate key, the same way the owned ones come off
      *> ACCTMAS.
       SHOW-PARTY-ACCOUNTS.
           MOVE "N" TO WS-AREL-SCAN-SWITCH
           MOVE WS-CUSTOMER-NUMBER TO AREL-CUSTOMER-NUMBER
           START ACCOUNT-RELATIONSHIP-FILE
               KEY IS NOT LESS THAN AREL-CUSTOMER-NUMBER
               INVALID KEY
                   SET AREL-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-NEXT-PARTY-ACCOUNT UNTIL AREL-SCAN-DONE.

       SCAN-NEXT-PARTY-ACCOUNT.
           READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
               AT END
                   SET AREL-SCAN-DONE TO TRUE
               NOT AT END
                   IF AREL-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET AREL-SCAN-DONE TO TRUE
                   ELSE
                       IF AREL-ACTIVE
                           PERFORM SHOW-PARTY-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       SHOW-PARTY-ACCOUNT.
           MOVE AREL-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "  " AREL-ACCT-NUMBER
                       " *ACCOUNT NOT ON FILE*"
               NOT INVALID KEY
                   PERFORM SET-ROLE-NAME
                   PERFORM DISPLAY-CUSTOMER-ACCOUNT
           END-READ.

       SET-ROLE-NAME.
           EVALUATE TRUE
               WHEN AREL-JOINT
                   MOVE "JOINT" TO WS-ROLE-NAME
               WHEN AREL-SIGNATORY
                   MOVE "SIGNATORY" TO WS-ROLE-NAME
               WHEN AREL-BENEFICIARY
                   MOVE "BENEFICIARY" TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ROLE-NAME
           END-EVALUATE.

      *> Freeze controls sit beside - not inside - the account
      *> status: a garnishment blocks debits while the deposits we
      *> are obliged to accept still post, so neither Closed nor
                   END-IF
           END-READ.

       PAYMENT-INSTRUCTION-MENU.
           DISPLAY "--- Payment Instructions ---".
           DISPLAY "1. Standing Orders".
           DISPLAY "2. Cheque Stop Payments".
           DISPLAY "3. Direct Debit Mandates".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): ".
           ACCEPT WS-PAYI-CHOICE.
           EVALUATE WS-PAYI-CHOICE
               WHEN 1
                   PERFORM STANDING-ORDER-MENU
               WHEN 2
                   PERFORM STOP-PAYMENT-MENU
               WHEN 3
                   PERFORM MANDATE-MENU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STANDING-ORDER-MENU.
           DISPLAY "--- Standing Orders ---".
           DISPLAY "1. Add Standing Order".
                   DISPLAY "From-account " SORD-FROM-ACCT
                       " not found. Order not added."
               NOT INVALID KEY
                   IF ACCT-IS-TERM OR ACCT-IS-LOAN
                       DISPLAY "From-account " SORD-FROM-ACCT
                           " is a term deposit or loan - it cannot "
                           "fund a standing order. Order not added."
                   ELSE
                       PERFORM BUILD-STANDING-ORDER-DEST
                   END-IF
                       DISPLAY "To-account " SORD-TO-ACCT
                           " not found. Order not added."
                   NOT INVALID KEY
                       IF ACCT-IS-TERM OR ACCT-IS-LOAN
                           DISPLAY "To-account " SORD-TO-ACCT
                               " is a term deposit or loan - it does "
                               "not accept payments in. Order not "
                               "added."
                       ELSE
                           PERFORM BUILD-STANDING-ORDER-TERMS
                       "  " SORD-DAY-OF-MONTH "  " SORD-STATUS
                   ADD 1 TO WS-SORD-COUNT
           END-READ.

      *> Stops are kept per account - the account number entered at
      *> the main menu - and numbered in the order they are placed.
       STOP-PAYMENT-MENU.
           DISPLAY "--- Cheque Stop Payments ---".
           DISPLAY "1. Place Stop Payment".
           DISPLAY "2. Revoke Stop Payment".
           DISPLAY "3. List Stop Payments".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): ".
           ACCEPT WS-STOP-CHOICE.
           EVALUATE WS-STOP-CHOICE
               WHEN 1
                   PERFORM PLACE-STOP-PAYMENT
               WHEN 2
                   PERFORM REVOKE-STOP-PAYMENT
               WHEN 3
                   PERFORM LIST-STOP-PAYMENTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PLACE-STOP-PAYMENT.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
               EVALUATE TRUE
                   WHEN NOT ACCT-OPEN
                       PERFORM SHOW-ACCOUNT-UNAVAILABLE
                   WHEN NOT ACCT-IS-CHECKING
                       DISPLAY "Stop payments apply to checking "
                           "accounts only."
                   WHEN OTHER
                       PERFORM ENTER-STOP-DETAILS
               END-EVALUATE
           END-IF.

       ENTER-STOP-DETAILS.
           MOVE WS-ACCOUNT-NUMBER TO STOP-ACCT-NUMBER
           DISPLAY "Enter first cheque serial: "
           ACCEPT STOP-SERIAL-FROM
           DISPLAY "Enter last cheque serial (0 = single cheque): "
           ACCEPT STOP-SERIAL-TO
           IF STOP-SERIAL-TO = ZERO
               MOVE STOP-SERIAL-FROM TO STOP-SERIAL-TO
           END-IF
           IF STOP-SERIAL-FROM NOT NUMERIC
                   OR STOP-SERIAL-FROM = ZERO
                   OR STOP-SERIAL-TO NOT NUMERIC
                   OR STOP-SERIAL-TO < STOP-SERIAL-FROM
               DISPLAY "Invalid serial range. Stop not placed."
           ELSE
               PERFORM ENTER-STOP-TERMS
           END-IF.

       ENTER-STOP-TERMS.
           DISPLAY "Enter cheque amount (0 = any amount): "
           ACCEPT STOP-AMOUNT
           DISPLAY "Enter reason: "
           ACCEPT STOP-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Enter expiry date (CCYYMMDD, 0 = "
               WS-STOP-DEFAULT-DAYS " days): "
           ACCEPT STOP-EXPIRY-DATE
           IF STOP-EXPIRY-DATE = ZERO
               COMPUTE STOP-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   + WS-STOP-DEFAULT-DAYS)
           END-IF
           IF STOP-AMOUNT NOT NUMERIC
               DISPLAY "Invalid amount. Stop not placed."
           ELSE
               IF STOP-EXPIRY-DATE NOT NUMERIC
                       OR STOP-EXPIRY-DATE < WS-CURRENT-DATE
                   DISPLAY "Invalid expiry date. Stop not placed."
               ELSE
                   PERFORM WRITE-STOP-PAYMENT
               END-IF
           END-IF.

       WRITE-STOP-PAYMENT.
           MOVE 1 TO STOP-SEQUENCE
           MOVE WS-CURRENT-DATE TO STOP-PLACED-DATE
           MOVE WS-SIGNED-ON-TELLER TO STOP-PLACED-TELLER
           SET STOP-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO STOP-STATUS-DATE
           MOVE ZERO TO STOP-ITEMS-RETURNED
           MOVE ZEROES TO STOP-LAST-RETURN-DATE
           MOVE SPACES TO STOP-FILLER
           MOVE "N" TO WS-STOP-WRITTEN-SWITCH
           PERFORM WRITE-STOP-RECORD UNTIL STOP-WRITTEN
           DISPLAY "Stop " STOP-SEQUENCE " placed on serials "
               STOP-SERIAL-FROM " to " STOP-SERIAL-TO
               " until " STOP-EXPIRY-DATE "."
           PERFORM CHARGE-STOP-PAYMENT-FEE.

      *> A duplicate key means the account already carries a stop
      *> with this sequence; bump the sequence and try again.
       WRITE-STOP-RECORD.
           WRITE STOP-PAYMENT-RECORD
               INVALID KEY
                   ADD 1 TO STOP-SEQUENCE
               NOT INVALID KEY
                   SET STOP-WRITTEN TO TRUE
           END-WRITE.

       CHARGE-STOP-PAYMENT-FEE.
           SUBTRACT WS-STOP-FEE FROM ACCT-BALANCE
           PERFORM STAMP-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE WS-ACCOUNT-NUMBER TO WS-JOURNAL-ACCT
           MOVE "FEE " TO WS-JOURNAL-TYPE
           MOVE WS-STOP-FEE TO WS-JOURNAL-AMOUNT
           MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
           MOVE ZEROES TO WS-JOURNAL-RELATED-ACCT
           MOVE "STOP" TO WS-JOURNAL-REASON-CODE
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE SPACES TO WS-JOURNAL-REASON-CODE
           DISPLAY "Stop payment fee of $" WS-STOP-FEE " applied."
           DISPLAY "New balance: $" ACCT-BALANCE.

       REVOKE-STOP-PAYMENT.
           DISPLAY "Enter stop number: ".
           ACCEPT WS-STOP-SEQUENCE.
           MOVE WS-ACCOUNT-NUMBER TO STOP-ACCT-NUMBER
           MOVE WS-STOP-SEQUENCE TO STOP-SEQUENCE
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   DISPLAY "Stop " WS-STOP-SEQUENCE " not found on "
                       "account " WS-ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   IF NOT STOP-ACTIVE
                       DISPLAY "Stop " WS-STOP-SEQUENCE
                           " is no longer in force."
                   ELSE
                       SET STOP-REVOKED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO STOP-STATUS-DATE
                       REWRITE STOP-PAYMENT-RECORD
                       DISPLAY "Stop " WS-STOP-SEQUENCE " revoked."
                   END-IF
           END-READ.

       LIST-STOP-PAYMENTS.
           DISPLAY "STOP FROM     TO       AMOUNT     EXPIRES  ST RET"
           MOVE ZERO TO WS-STOP-COUNT
           MOVE "N" TO WS-STOP-SCAN-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO STOP-ACCT-NUMBER
           MOVE ZEROES TO STOP-SEQUENCE
           START STOP-PAYMENT-FILE
               KEY IS NOT LESS THAN STOP-KEY
               INVALID KEY
                   SET STOP-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-NEXT-STOP-PAYMENT UNTIL STOP-SCAN-DONE
           DISPLAY "Stops listed: " WS-STOP-COUNT.

       SCAN-NEXT-STOP-PAYMENT.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET STOP-SCAN-DONE TO TRUE
               NOT AT END
                   IF STOP-ACCT-NUMBER NOT = WS-ACCOUNT-NUMBER
                       SET STOP-SCAN-DONE TO TRUE
                   ELSE
                       DISPLAY STOP-SEQUENCE " " STOP-SERIAL-FROM
                           " " STOP-SERIAL-TO " " STOP-AMOUNT
                           "  " STOP-EXPIRY-DATE " " STOP-STATUS
                           "  " STOP-ITEMS-RETURNED
                       ADD 1 TO WS-STOP-COUNT
                   END-IF
           END-READ.

      *> Mandates are listed and added for the account number
      *> entered at the main menu - the account the originator
      *> collects from.
       MANDATE-MENU.
           DISPLAY "--- Direct Debit Mandates ---".
           DISPLAY "1. Add Mandate".
           DISPLAY "2. Cancel Mandate".
           DISPLAY "3. List Mandates".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): ".
           ACCEPT WS-MAND-CHOICE.
           EVALUATE WS-MAND-CHOICE
               WHEN 1
                   PERFORM ADD-MANDATE
               WHEN 2
                   PERFORM CANCEL-MANDATE
               WHEN 3
                   PERFORM LIST-MANDATES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-MANDATE.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
               EVALUATE TRUE
                   WHEN NOT ACCT-OPEN
                       PERFORM SHOW-ACCOUNT-UNAVAILABLE
                   WHEN ACCT-IS-TERM OR ACCT-IS-LOAN
                       DISPLAY "Account is a term deposit or loan - "
                           "it cannot be debited by direct debit."
                   WHEN OTHER
                       PERFORM ENTER-MANDATE-KEY
               END-EVALUATE
           END-IF.

       ENTER-MANDATE-KEY.
           PERFORM ACCEPT-MANDATE-KEY
           IF WS-MAND-ORIGINATOR-ID = SPACES
                   OR WS-MAND-REFERENCE = SPACES
               DISPLAY "Originator and reference are both "
                   "required. Mandate not added."
           ELSE
               READ DD-MANDATE-FILE
                   INVALID KEY
                       PERFORM ENTER-MANDATE-TERMS
                   NOT INVALID KEY
                       DISPLAY "A mandate for that originator and "
                           "reference already exists (account "
                           MAND-DEBTOR-ACCT ")."
               END-READ
           END-IF.

       ENTER-MANDATE-TERMS.
           DISPLAY "Enter originator name: "
           ACCEPT MAND-ORIGINATOR-NAME
           DISPLAY "Enter maximum collection amount: "
           ACCEPT MAND-MAX-AMOUNT
           DISPLAY "Enter frequency (W/M/Q/A, V = variable): "
           ACCEPT MAND-FREQUENCY
           EVALUATE TRUE
               WHEN MAND-ORIGINATOR-NAME = SPACES
                   DISPLAY "Originator name is required. "
                       "Mandate not added."
               WHEN MAND-MAX-AMOUNT NOT NUMERIC
                       OR MAND-MAX-AMOUNT = ZERO
                   DISPLAY "Invalid amount. Mandate not added."
               WHEN NOT MAND-FREQUENCY-VALID
                   DISPLAY "Invalid frequency. Mandate not added."
               WHEN OTHER
                   PERFORM WRITE-MANDATE
           END-EVALUATE.

       WRITE-MANDATE.
           MOVE WS-MAND-ORIGINATOR-ID TO MAND-ORIGINATOR-ID
           MOVE WS-MAND-REFERENCE TO MAND-CUST-REFERENCE
           MOVE WS-ACCOUNT-NUMBER TO MAND-DEBTOR-ACCT
           SET MAND-ACTIVE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MAND-SET-UP-DATE
           MOVE WS-SIGNED-ON-TELLER TO MAND-SET-UP-TELLER
           MOVE ZEROES TO MAND-CANCELLED-DATE
           MOVE ZERO TO MAND-COLLECTION-COUNT
           MOVE ZEROES TO MAND-LAST-COLLECTED-DATE
           MOVE ZERO TO MAND-LAST-AMOUNT
           MOVE SPACES TO MAND-FILLER
           WRITE DD-MANDATE-RECORD
           DISPLAY "Mandate for " MAND-ORIGINATOR-NAME
               " added to account " WS-ACCOUNT-NUMBER ".".

       ACCEPT-MANDATE-KEY.
           DISPLAY "Enter originator service user number: "
           ACCEPT WS-MAND-ORIGINATOR-ID
           DISPLAY "Enter customer reference: "
           ACCEPT WS-MAND-REFERENCE
           MOVE WS-MAND-ORIGINATOR-ID TO MAND-ORIGINATOR-ID
           MOVE WS-MAND-REFERENCE TO MAND-CUST-REFERENCE.

       CANCEL-MANDATE.
           PERFORM ACCEPT-MANDATE-KEY
           READ DD-MANDATE-FILE
               INVALID KEY
                   DISPLAY "Mandate not found."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MAND-DEBTOR-ACCT NOT = WS-ACCOUNT-NUMBER
                           DISPLAY "Mandate is not on account "
                               WS-ACCOUNT-NUMBER "."
                       WHEN MAND-CANCELLED
                           DISPLAY "Mandate is already cancelled."
                       WHEN OTHER
                           SET MAND-CANCELLED TO TRUE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO MAND-CANCELLED-DATE
                           REWRITE DD-MANDATE-RECORD
                           DISPLAY "Mandate for " MAND-ORIGINATOR-NAME
                               " cancelled."
                   END-EVALUATE
           END-READ.

       LIST-MANDATES.
           DISPLAY "ORIG   REFERENCE          ORIGINATOR"
               "                     MAX AMT    F ST"
           MOVE ZERO TO WS-MAND-COUNT
           MOVE "N" TO WS-MAND-SCAN-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO MAND-DEBTOR-ACCT
           START DD-MANDATE-FILE
               KEY IS EQUAL TO MAND-DEBTOR-ACCT
               INVALID KEY
                   SET MAND-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-NEXT-MANDATE UNTIL MAND-SCAN-DONE
           DISPLAY "Mandates listed: " WS-MAND-COUNT.

       SCAN-NEXT-MANDATE.
           READ DD-MANDATE-FILE NEXT RECORD
               AT END
                   SET MAND-SCAN-DONE TO TRUE
               NOT AT END
                   IF MAND-DEBTOR-ACCT NOT = WS-ACCOUNT-NUMBER
                       SET MAND-SCAN-DONE TO TRUE
                   ELSE
                       DISPLAY MAND-ORIGINATOR-ID " "
                           MAND-CUST-REFERENCE " "
                           MAND-ORIGINATOR-NAME " " MAND-MAX-AMOUNT
                           "  " MAND-FREQUENCY " " MAND-STATUS
                       ADD 1 TO WS-MAND-COUNT
                   END-IF
           END-READ.

      *> Parties are added to and listed for the account number
      *> entered at the main menu. The primary owner stays on
      *> ACCT-CUSTOMER-NUMBER; everyone else with a say in the
      *> account is recorded here with their role.
       RELATIONSHIP-MENU.
           DISPLAY "--- Account Relationships ---".
           DISPLAY "1. Add Joint Owner/Signatory/Beneficiary".
           DISPLAY "2. Remove Party From Account".
           DISPLAY "3. List Parties To Account".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): ".
           ACCEPT WS-AREL-CHOICE.
           EVALUATE WS-AREL-CHOICE
               WHEN 1
                   PERFORM ADD-ACCOUNT-PARTY
               WHEN 2
                   PERFORM REMOVE-ACCOUNT-PARTY
               WHEN 3
                   PERFORM LIST-ACCOUNT-PARTIES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-ACCOUNT-PARTY.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
               IF ACCT-CLOSED
                   PERFORM SHOW-ACCOUNT-UNAVAILABLE
               ELSE
                   PERFORM ENTER-ACCOUNT-PARTY
               END-IF
           END-IF.

      *> The party must already be a customer - the customer record
      *> is where their name, address and tax ID live.
       ENTER-ACCOUNT-PARTY.
           DISPLAY "Enter customer number of party: ".
           ACCEPT WS-PARTY-NUMBER.
           IF WS-PARTY-NUMBER = ACCT-CUSTOMER-NUMBER
               DISPLAY "Customer " WS-PARTY-NUMBER
                   " is the primary owner of this account."
           ELSE
               MOVE WS-PARTY-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Customer " WS-PARTY-NUMBER
                           " not found - add the customer first."
                   NOT INVALID KEY
                       DISPLAY "Customer: " CUST-NAME
                       PERFORM ENTER-PARTY-ROLE
               END-READ
           END-IF.

       ENTER-PARTY-ROLE.
           DISPLAY "Enter role (J=Joint owner, S=Signatory, "
               "B=Beneficiary): ".
           ACCEPT WS-PARTY-ROLE.
           MOVE WS-PARTY-ROLE TO AREL-ROLE
           IF NOT AREL-ROLE-VALID
               DISPLAY "Invalid role - party not added."
           ELSE
               PERFORM WRITE-ACCOUNT-PARTY
           END-IF.

      *> A party removed earlier and now added back reuses its old
      *> record with the new role.
       WRITE-ACCOUNT-PARTY.
           MOVE WS-ACCOUNT-NUMBER TO AREL-ACCT-NUMBER
           MOVE WS-PARTY-NUMBER TO AREL-CUSTOMER-NUMBER
           MOVE "REMOVED" TO WS-BEFORE-ROLE-NAME
           READ ACCOUNT-RELATIONSHIP-FILE
               INVALID KEY
                   MOVE "NONE" TO WS-BEFORE-ROLE-NAME
                   PERFORM BUILD-ACCOUNT-PARTY
                   WRITE ACCOUNT-RELATIONSHIP-RECORD
                   PERFORM SHOW-PARTY-ADDED
               NOT INVALID KEY
                   IF AREL-ACTIVE
                       DISPLAY "Customer " WS-PARTY-NUMBER
                           " is already a party to this account."
                   ELSE
                       PERFORM BUILD-ACCOUNT-PARTY
                       REWRITE ACCOUNT-RELATIONSHIP-RECORD
                       PERFORM SHOW-PARTY-ADDED
                   END-IF
           END-READ.

       BUILD-ACCOUNT-PARTY.
           MOVE WS-ACCOUNT-NUMBER TO AREL-ACCT-NUMBER
           MOVE WS-PARTY-NUMBER TO AREL-CUSTOMER-NUMBER
           MOVE WS-PARTY-ROLE TO AREL-ROLE
           SET AREL-ACTIVE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AREL-ADDED-DATE
           MOVE WS-SIGNED-ON-TELLER TO AREL-ADDED-TELLER
           MOVE ZEROES TO AREL-REMOVED-DATE
           MOVE SPACES TO AREL-REMOVED-TELLER
           MOVE SPACES TO AREL-FILLER.

       SHOW-PARTY-ADDED.
           PERFORM SET-ROLE-NAME
           MOVE WS-BEFORE-ROLE-NAME TO WS-MLOG-BEFORE
           MOVE WS-ROLE-NAME TO WS-MLOG-AFTER
           PERFORM LOG-PARTY-CHANGE
           DISPLAY "Customer " WS-PARTY-NUMBER " added to account "
               WS-ACCOUNT-NUMBER " as " WS-ROLE-NAME ".".

       LOG-PARTY-CHANGE.
           MOVE "ACCTREL" TO WS-MLOG-FILE
           MOVE AREL-ACCT-NUMBER TO WS-MLOG-KEY-ACCT
           MOVE AREL-CUSTOMER-NUMBER TO WS-MLOG-KEY-PARTY
           MOVE WS-MLOG-ACCT-KEY TO WS-MLOG-KEY
           MOVE "AREL-ROLE" TO WS-MLOG-FIELD
           MOVE "R" TO WS-MLOG-CLASS
           PERFORM WRITE-MAINT-LOG-ENTRY.

       REMOVE-ACCOUNT-PARTY.
           DISPLAY "Enter customer number of party: ".
           ACCEPT WS-PARTY-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO AREL-ACCT-NUMBER
           MOVE WS-PARTY-NUMBER TO AREL-CUSTOMER-NUMBER
           READ ACCOUNT-RELATIONSHIP-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-PARTY-NUMBER
                       " is not a party to account "
                       WS-ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   IF NOT AREL-ACTIVE
                       DISPLAY "Customer " WS-PARTY-NUMBER
                           " was already removed."
                   ELSE
                       PERFORM SET-ROLE-NAME
                       MOVE WS-ROLE-NAME TO WS-MLOG-BEFORE
                       SET AREL-REMOVED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO AREL-REMOVED-DATE
                       MOVE WS-SIGNED-ON-TELLER
                           TO AREL-REMOVED-TELLER
                       REWRITE ACCOUNT-RELATIONSHIP-RECORD
                       MOVE "REMOVED" TO WS-MLOG-AFTER
                       PERFORM LOG-PARTY-CHANGE
                       DISPLAY "Customer " WS-PARTY-NUMBER
                           " removed from account "
                           WS-ACCOUNT-NUMBER "."
                   END-IF
           END-READ.

       LIST-ACCOUNT-PARTIES.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
               DISPLAY "CUST NO ROLE        ADDED    BY"
               DISPLAY ACCT-CUSTOMER-NUMBER "  PRIMARY     "
                   ACCT-OPEN-DATE
               MOVE ZERO TO WS-AREL-COUNT
               MOVE "N" TO WS-AREL-SCAN-SWITCH
               MOVE WS-ACCOUNT-NUMBER TO AREL-ACCT-NUMBER
               MOVE ZEROES TO AREL-CUSTOMER-NUMBER
               START ACCOUNT-RELATIONSHIP-FILE
                   KEY IS NOT LESS THAN AREL-KEY
                   INVALID KEY
                       SET AREL-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-NEXT-ACCOUNT-PARTY UNTIL AREL-SCAN-DONE
               DISPLAY "Other parties listed: " WS-AREL-COUNT
           END-IF.

       SCAN-NEXT-ACCOUNT-PARTY.
           READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
               AT END
                   SET AREL-SCAN-DONE TO TRUE
               NOT AT END
                   IF AREL-ACCT-NUMBER NOT = WS-ACCOUNT-NUMBER
                       SET AREL-SCAN-DONE TO TRUE
                   ELSE
                       IF AREL-ACTIVE
                           PERFORM SET-ROLE-NAME
                           DISPLAY AREL-CUSTOMER-NUMBER "  "
                               WS-ROLE-NAME " " AREL-ADDED-DATE " "
                               AREL-ADDED-TELLER
                           ADD 1 TO WS-AREL-COUNT
                       END-IF
                   END-IF
           END-READ.

      *> Limits and the term-deposit payout account are changed
      *> here rather than re-keyed at account opening, so each
      *> change goes through one place that logs the old and new
      *> values.
       LIMIT-MAINTENANCE-MENU.
           DISPLAY "--- Limits and Payout Account ---".
           DISPLAY "1. Change Overdraft Limit".
           DISPLAY "2. Change Term Deposit Payout Account".
           DISPLAY "3. Change Teller Withdrawal Limit".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): ".
           ACCEPT WS-LMNT-CHOICE.
           EVALUATE WS-LMNT-CHOICE
               WHEN 1
                   PERFORM CHANGE-OVERDRAFT-LIMIT
               WHEN 2
                   PERFORM CHANGE-PAYOUT-ACCOUNT
               WHEN 3
                   PERFORM CHANGE-TELLER-LIMIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHANGE-OVERDRAFT-LIMIT.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
               EVALUATE TRUE
                   WHEN NOT ACCT-OPEN
                       PERFORM SHOW-ACCOUNT-UNAVAILABLE
                   WHEN ACCT-IS-TERM OR ACCT-IS-LOAN
                       DISPLAY "Term deposits and loans carry no "
                           "overdraft facility."
                   WHEN OTHER
                       PERFORM ENTER-OVERDRAFT-LIMIT
               END-EVALUATE
           END-IF.

       ENTER-OVERDRAFT-LIMIT.
           DISPLAY "Current overdraft limit: $" ACCT-OVERDRAFT-LIMIT
           DISPLAY "Enter new overdraft limit: "
           ACCEPT WS-NEW-OD-LIMIT
           IF WS-NEW-OD-LIMIT NOT NUMERIC
               DISPLAY "Invalid amount. Overdraft limit not changed."
           ELSE
               PERFORM APPLY-OVERDRAFT-LIMIT
           END-IF.

       APPLY-OVERDRAFT-LIMIT.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-OLD-OD-LIMIT
           MOVE WS-NEW-OD-LIMIT TO ACCT-OVERDRAFT-LIMIT
           REWRITE ACCOUNT-RECORD
           MOVE "ACCTMAS" TO WS-MLOG-FILE
           MOVE WS-ACCOUNT-NUMBER TO WS-MLOG-KEY-ACCT
           MOVE ZEROES TO WS-MLOG-KEY-PARTY
           MOVE WS-MLOG-ACCT-KEY TO WS-MLOG-KEY
           MOVE "ACCT-OVERDRAFT-LIMIT" TO WS-MLOG-FIELD
           MOVE "L" TO WS-MLOG-CLASS
           MOVE WS-OLD-OD-LIMIT TO WS-MLOG-AMOUNT-EDITED
           MOVE WS-MLOG-AMOUNT-EDITED TO WS-MLOG-BEFORE
           MOVE WS-NEW-OD-LIMIT TO WS-MLOG-AMOUNT-EDITED
           MOVE WS-MLOG-AMOUNT-EDITED TO WS-MLOG-AFTER
           PERFORM WRITE-MAINT-LOG-ENTRY
           DISPLAY "Overdraft limit on " WS-ACCOUNT-NUMBER
               " is now $" ACCT-OVERDRAFT-LIMIT ".".

       CHANGE-PAYOUT-ACCOUNT.
           PERFORM READ-ACCOUNT
           IF ACCOUNT-FOUND
               EVALUATE TRUE
                   WHEN NOT ACCT-OPEN
                       PERFORM SHOW-ACCOUNT-UNAVAILABLE
                   WHEN NOT ACCT-IS-TERM
                       DISPLAY "Payout accounts apply to term "
                           "deposits only."
                   WHEN OTHER
                       PERFORM ENTER-PAYOUT-ACCOUNT
               END-EVALUATE
           END-IF.

      *> Zero puts the deposit back to rolling over at maturity.
       ENTER-PAYOUT-ACCOUNT.
           DISPLAY "At maturity: " ACCT-MATURITY-DISP
               "  Payout account: " ACCT-PAYOUT-ACCT
           DISPLAY "Enter new nominated checking account "
               "(0 = roll over at maturity): "
           ACCEPT WS-NEW-PAYOUT-ACCT
           MOVE ACCT-PAYOUT-ACCT TO WS-OLD-PAYOUT-ACCT
           MOVE ACCT-MATURITY-DISP TO WS-OLD-MATURITY-DISP
           MOVE "Y" TO WS-PAYOUT-OK-SWITCH
           IF WS-NEW-PAYOUT-ACCT NOT = ZERO
               PERFORM CHECK-NEW-PAYOUT-ACCOUNT
           END-IF
           IF NOT PAYOUT-ACCOUNT-OK
               DISPLAY "Account " WS-NEW-PAYOUT-ACCT " is not an "
                   "open checking account - no change made."
           ELSE
               IF WS-NEW-PAYOUT-ACCT = ZERO
                   SET ACCT-MATURITY-ROLL TO TRUE
               ELSE
                   SET ACCT-MATURITY-PAY TO TRUE
               END-IF
               MOVE WS-NEW-PAYOUT-ACCT TO ACCT-PAYOUT-ACCT
               REWRITE ACCOUNT-RECORD
               PERFORM LOG-PAYOUT-CHANGE
               DISPLAY "At maturity: " ACCT-MATURITY-DISP
                   "  Payout account: " ACCT-PAYOUT-ACCT
           END-IF.

       CHECK-NEW-PAYOUT-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-SOURCE-ACCOUNT
           MOVE WS-NEW-PAYOUT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE INTO WS-DEST-ACCOUNT
               INVALID KEY
                   MOVE "N" TO WS-PAYOUT-OK-SWITCH
               NOT INVALID KEY
                   IF NOT DST-OPEN OR NOT DST-IS-CHECKING
                       MOVE "N" TO WS-PAYOUT-OK-SWITCH
                   END-IF
           END-READ
           MOVE WS-SOURCE-ACCOUNT TO ACCOUNT-RECORD.

       LOG-PAYOUT-CHANGE.
           MOVE "ACCTMAS" TO WS-MLOG-FILE
           MOVE WS-ACCOUNT-NUMBER TO WS-MLOG-KEY-ACCT
           MOVE ZEROES TO WS-MLOG-KEY-PARTY
           MOVE WS-MLOG-ACCT-KEY TO WS-MLOG-KEY
           MOVE "P" TO WS-MLOG-CLASS
           MOVE "ACCT-MATURITY-DISP" TO WS-MLOG-FIELD
           MOVE WS-OLD-MATURITY-DISP TO WS-MLOG-BEFORE
           MOVE ACCT-MATURITY-DISP TO WS-MLOG-AFTER
           PERFORM WRITE-MAINT-LOG-ENTRY
           MOVE "ACCT-PAYOUT-ACCT" TO WS-MLOG-FIELD
           MOVE WS-OLD-PAYOUT-ACCT TO WS-MLOG-BEFORE
           MOVE ACCT-PAYOUT-ACCT TO WS-MLOG-AFTER
           PERFORM WRITE-MAINT-LOG-ENTRY.

      *> A supervisor may not raise their own limit; that takes a
      *> second supervisor.
       CHANGE-TELLER-LIMIT.
           DISPLAY "Enter teller ID: ".
           ACCEPT WS-LIMIT-TELLER-ID.
           IF WS-LIMIT-TELLER-ID = WS-SIGNED-ON-TELLER
               DISPLAY "You cannot change your own limit."
           ELSE
               MOVE WS-LIMIT-TELLER-ID TO TLR-TELLER-ID
               READ TELLER-FILE
                   INVALID KEY
                       DISPLAY "Teller " WS-LIMIT-TELLER-ID
                           " not found."
                   NOT INVALID KEY
                       PERFORM ENTER-TELLER-LIMIT
               END-READ
           END-IF.

       ENTER-TELLER-LIMIT.
           DISPLAY "Teller: " TLR-NAME " Level: " TLR-AUTH-LEVEL
               " Status: " TLR-STATUS
           DISPLAY "Current withdrawal limit: $" TLR-WD-LIMIT
           IF TLR-IS-SUPERVISOR
               DISPLAY "(Supervisors are not capped by this limit.)"
           END-IF
           DISPLAY "Enter new withdrawal limit: "
           ACCEPT WS-NEW-WD-LIMIT
           IF WS-NEW-WD-LIMIT NOT NUMERIC
               DISPLAY "Invalid amount. Withdrawal limit not changed."
           ELSE
               PERFORM APPLY-TELLER-LIMIT
           END-IF.

       APPLY-TELLER-LIMIT.
           MOVE TLR-WD-LIMIT TO WS-OLD-WD-LIMIT
           MOVE WS-NEW-WD-LIMIT TO TLR-WD-LIMIT
           REWRITE TELLER-RECORD
           MOVE "TELLRFIL" TO WS-MLOG-FILE
           MOVE TLR-TELLER-ID TO WS-MLOG-KEY
           MOVE "TLR-WD-LIMIT" TO WS-MLOG-FIELD
           MOVE "L" TO WS-MLOG-CLASS
           MOVE WS-OLD-WD-LIMIT TO WS-MLOG-AMOUNT-EDITED
           MOVE WS-MLOG-AMOUNT-EDITED TO WS-MLOG-BEFORE
           MOVE WS-NEW-WD-LIMIT TO WS-MLOG-AMOUNT-EDITED
           MOVE WS-MLOG-AMOUNT-EDITED TO WS-MLOG-AFTER
           PERFORM WRITE-MAINT-LOG-ENTRY
           DISPLAY "Withdrawal limit for teller " TLR-TELLER-ID
               " is now $" TLR-WD-LIMIT ".".
