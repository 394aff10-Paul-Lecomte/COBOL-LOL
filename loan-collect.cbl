       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLOAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAS-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT LOAN-REPORT-FILE ASSIGN TO "LOANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANRPT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-RUN-ID
               FILE STATUS IS WS-CKPT-STATUS.

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
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAS.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "LOANSCHD.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTMAS.cpy".

       FD  TRANSACTION-LOG-FILE.
           COPY "TRANLOG.cpy".

       FD  LOAN-REPORT-FILE.
       01 WS-REPORT-LINE                 PIC X(80).

       FD  CHECKPOINT-FILE.
           COPY "CKPTFILE.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOANMAS-STATUS              PIC XX.
           88 LOANMAS-OK                 VALUE "00".
           88 LOANMAS-EOF                VALUE "10".
           88 LOANMAS-NOT-EXIST          VALUE "35".

       01 WS-LOANSCHD-STATUS             PIC XX.
           88 LOANSCHD-OK                VALUE "00".
           88 LOANSCHD-NOT-FOUND         VALUE "23".
           88 LOANSCHD-NOT-EXIST         VALUE "35".

       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 ACCTMAS-NOT-FOUND          VALUE "23".
           88 ACCTMAS-NOT-EXIST          VALUE "35".

       01 WS-TRANLOG-STATUS              PIC XX.
           88 TRANLOG-OK                 VALUE "00".
           88 TRANLOG-NOT-EXIST          VALUE "35".

       01 WS-LOANRPT-STATUS              PIC XX.

       01 WS-CKPT-STATUS                 PIC XX.
           88 CKPT-OK                    VALUE "00".
           88 CKPT-NOT-FOUND             VALUE "23".
           88 CKPT-NOT-EXIST             VALUE "35".

       01 WS-RUN-ID                      PIC X(8) VALUE "BANKLOAN".
       01 WS-RESTART-LOAN                PIC 9(8) VALUE ZERO.

       01 WS-LOANS-EOF-SWITCH            PIC X VALUE "N".
           88 LOANS-DONE                 VALUE "Y".

       01 WS-LOAN-STOP-SWITCH            PIC X VALUE "N".
           88 LOAN-COLLECTION-STOPPED    VALUE "Y".

       01 WS-PAST-DUE-SCAN-SWITCH        PIC X VALUE "N".
           88 PAST-DUE-SCAN-DONE         VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).

       01 WS-AVAILABLE-FUNDS             PIC S9(7)V99.
       01 WS-OVERDRAFT-FEE               PIC 9(5)V99 VALUE 35.00.
       01 WS-OVERDRAFT-FEE-SWITCH        PIC X VALUE "N".
           88 OVERDRAFT-FEE-DUE          VALUE "Y".
       01 WS-FAIL-REASON                 PIC X(20).
       01 WS-INSTALLMENT-SCAN            PIC 9(3).

       01 WS-LOANS-READ                  PIC 9(7) VALUE ZERO.
       01 WS-INSTALLMENTS-COLLECTED      PIC 9(7) VALUE ZERO.
       01 WS-INSTALLMENTS-MISSED         PIC 9(7) VALUE ZERO.
       01 WS-LOANS-PAST-DUE              PIC 9(7) VALUE ZERO.
       01 WS-LOANS-PAID-OFF              PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-INTEREST              PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PRINCIPAL             PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ED                    PIC -(8)9.99.

       01 WS-JOURNAL-ACCT                PIC 9(8).
       01 WS-JOURNAL-TYPE                PIC X(4).
       01 WS-JOURNAL-AMOUNT              PIC S9(7)V99.
       01 WS-JOURNAL-BALANCE             PIC S9(7)V99.
       01 WS-JOURNAL-RELATED-ACCT        PIC 9(8) VALUE ZEROES.

       01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 DL-LOAN-ACCT               PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-INSTALLMENT             PIC ZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-DUE-DATE                PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-PAYMENT                 PIC -(6)9.99.
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-INTEREST                PIC -(6)9.99.
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-PRINCIPAL               PIC -(6)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-STATUS                  PIC X(20).

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
           PERFORM OPEN-FILES
           PERFORM CHECK-FOR-RESTART
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROCESS-LOANS UNTIL LOANS-DONE
           PERFORM MARK-CHECKPOINT-COMPLETE
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY "BANKLOAN - installments collected: "
               WS-INSTALLMENTS-COLLECTED
               " missed: " WS-INSTALLMENTS-MISSED
           PERFORM CLOSE-FILES
           IF WS-INSTALLMENTS-MISSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-FILES.
           OPEN I-O LOAN-MASTER-FILE
           IF LOANMAS-NOT-EXIST
               DISPLAY "BANKLOAN - no loan master file; "
                   "nothing to collect"
               SET LOANS-DONE TO TRUE
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF LOANSCHD-NOT-EXIST
               IF NOT LOANMAS-NOT-EXIST
                   DISPLAY "BANKLOAN ABEND - LOANSCHD does not exist "
                       "but LOANMAS does"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCTMAS-NOT-EXIST
               DISPLAY "BANKLOAN ABEND - ACCTMAS does not exist"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-LOG-FILE
           IF TRANLOG-NOT-EXIST
               OPEN OUTPUT TRANSACTION-LOG-FILE
               CLOSE TRANSACTION-LOG-FILE
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF
           OPEN I-O CHECKPOINT-FILE
           IF CKPT-NOT-EXIST
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF
           OPEN OUTPUT LOAN-REPORT-FILE.

       CLOSE-FILES.
           IF LOANMAS-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF LOANSCHD-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE LOAN-REPORT-FILE.

      *> Same restart posture as the standing-order run: a completed
      *> same-day checkpoint blocks a resubmission from collecting
      *> every installment twice, and an in-progress same-day
      *> checkpoint resumes after the last loan already processed.
       CHECK-FOR-RESTART.
           MOVE WS-RUN-ID TO CKPT-RUN-ID
           READ CHECKPOINT-FILE
               INVALID KEY
                   PERFORM START-FRESH-CHECKPOINT
                   WRITE CHECKPOINT-RECORD
               NOT INVALID KEY
                   IF CKPT-COMPLETE
                       IF CKPT-RUN-DATE = WS-TODAY-DATE
                           DISPLAY "BANKLOAN ABEND - run " WS-RUN-ID
                               " already completed today ("
                               WS-TODAY-DATE ")"
                           DISPLAY "Operator must resolve before "
                               "this job can be resubmitted"
                           MOVE 16 TO RETURN-CODE
                           PERFORM CLOSE-FILES
                           STOP RUN
                       END-IF
                       PERFORM START-FRESH-CHECKPOINT
                       REWRITE CHECKPOINT-RECORD
                   ELSE
                       IF CKPT-RUN-DATE NOT = WS-TODAY-DATE
                           DISPLAY "BANKLOAN ABEND - checkpoint run "
                               WS-RUN-ID " dated " CKPT-RUN-DATE
                               " but today is " WS-TODAY-DATE
                           DISPLAY "Stale in-progress checkpoint - "
                               "operator must resolve before restart"
                           MOVE 16 TO RETURN-CODE
                           PERFORM CLOSE-FILES
                           STOP RUN
                       END-IF
                       MOVE CKPT-LAST-SEQ TO WS-RESTART-LOAN
                       MOVE CKPT-COUNT-POSTED
                           TO WS-INSTALLMENTS-COLLECTED
                       MOVE CKPT-COUNT-REJECTED
                           TO WS-INSTALLMENTS-MISSED
                       MOVE CKPT-TOTAL-DEPOSITS TO WS-TOTAL-PRINCIPAL
                       MOVE CKPT-TOTAL-WITHDRAWALS
                           TO WS-TOTAL-INTEREST
                       DISPLAY "Resuming loan collection after loan "
                           WS-RESTART-LOAN
                   END-IF
           END-READ.

       START-FRESH-CHECKPOINT.
           MOVE ZERO TO CKPT-LAST-SEQ
           MOVE WS-TODAY-DATE TO CKPT-RUN-DATE
           MOVE ZERO TO CKPT-COUNT-POSTED
           MOVE ZERO TO CKPT-COUNT-REJECTED
           MOVE ZERO TO CKPT-TOTAL-DEPOSITS
           MOVE ZERO TO CKPT-TOTAL-WITHDRAWALS
           SET CKPT-IN-PROGRESS TO TRUE.

      *> The checkpoint's money totals carry principal collected and
      *> interest collected for this run.
       UPDATE-CHECKPOINT.
           MOVE LOAN-ACCT-NUMBER TO CKPT-LAST-SEQ
           MOVE WS-INSTALLMENTS-COLLECTED TO CKPT-COUNT-POSTED
           MOVE WS-INSTALLMENTS-MISSED TO CKPT-COUNT-REJECTED
           MOVE WS-TOTAL-PRINCIPAL TO CKPT-TOTAL-DEPOSITS
           MOVE WS-TOTAL-INTEREST TO CKPT-TOTAL-WITHDRAWALS
           REWRITE CHECKPOINT-RECORD.

       MARK-CHECKPOINT-COMPLETE.
           SET CKPT-COMPLETE TO TRUE
           REWRITE CHECKPOINT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOAN INSTALLMENT COLLECTION REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   LOAN      NO.  DUE DATE     PAYMENT    "
               "INTEREST   PRINCIPAL  STATUS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       PROCESS-LOANS.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET LOANS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   IF LOAN-ACCT-NUMBER > WS-RESTART-LOAN
                           AND NOT LOAN-PAID-OFF
                           AND LOAN-NEXT-DUE-DATE <= WS-TODAY-DATE
                       PERFORM COLLECT-ONE-LOAN
                   END-IF
           END-READ.

      *> Installments are collected oldest first, and every one that
      *> has fallen due is tried - a loan in arrears catches up as
      *> soon as the checking account can fund it. The first
      *> installment that cannot be collected stops the loan for
      *> the night, so a later installment is never paid ahead of
      *> an earlier one.
       COLLECT-ONE-LOAN.
           MOVE "N" TO WS-LOAN-STOP-SWITCH
           PERFORM COLLECT-NEXT-INSTALLMENT
               UNTIL LOAN-COLLECTION-STOPPED
           IF NOT LOAN-PAID-OFF
               PERFORM MARK-PAST-DUE-INSTALLMENTS
           END-IF
           REWRITE LOAN-MASTER-RECORD
           PERFORM UPDATE-CHECKPOINT.

       COLLECT-NEXT-INSTALLMENT.
           MOVE LOAN-ACCT-NUMBER TO LSCH-ACCT-NUMBER
           MOVE LOAN-NEXT-INSTALLMENT TO LSCH-INSTALLMENT
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "BANKLOAN - no schedule entry "
                       LOAN-NEXT-INSTALLMENT " for loan "
                       LOAN-ACCT-NUMBER
                   SET LOAN-COLLECTION-STOPPED TO TRUE
               NOT INVALID KEY
                   MOVE LSCH-DUE-DATE TO LOAN-NEXT-DUE-DATE
                   IF LSCH-DUE-DATE > WS-TODAY-DATE
                       SET LOAN-COLLECTION-STOPPED TO TRUE
                   ELSE
                       PERFORM COLLECT-ONE-INSTALLMENT
                   END-IF
           END-READ.

       COLLECT-ONE-INSTALLMENT.
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM CHECK-LOAN-ACCOUNT
           IF WS-FAIL-REASON = SPACES
               PERFORM CHECK-REPAYMENT-ACCOUNT
           END-IF
           IF WS-FAIL-REASON = SPACES
               PERFORM CHECK-REPAYMENT-FUNDS
           END-IF
           IF WS-FAIL-REASON = SPACES
               PERFORM DEBIT-REPAYMENT-ACCOUNT
               PERFORM CREDIT-LOAN-ACCOUNT
               PERFORM MARK-INSTALLMENT-PAID
           ELSE
               IF LSCH-SCHEDULED
                   SET LSCH-MISSED TO TRUE
                   REWRITE LOAN-SCHEDULE-RECORD
               END-IF
               ADD 1 TO WS-INSTALLMENTS-MISSED
               MOVE WS-FAIL-REASON TO DL-STATUS
               PERFORM WRITE-INSTALLMENT-DETAIL
               SET LOAN-COLLECTION-STOPPED TO TRUE
           END-IF.

       CHECK-LOAN-ACCOUNT.
           MOVE LOAN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN-ACCT-NOT-FOUND" TO WS-FAIL-REASON
               NOT INVALID KEY
                   IF NOT ACCT-OPEN OR NOT ACCT-IS-LOAN
                       MOVE "LOAN-ACCT-NOT-OPEN" TO WS-FAIL-REASON
                   END-IF
           END-READ.

       CHECK-REPAYMENT-ACCOUNT.
           MOVE LOAN-REPAY-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "REPAY-ACCT-NOT-FOUND" TO WS-FAIL-REASON
           END-READ
           IF WS-FAIL-REASON = SPACES
               IF NOT ACCT-OPEN
                   MOVE "REPAY-ACCT-NOT-OPEN" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               IF ACCT-DEBITS-FROZEN
                   MOVE "REPAY-ACCT-FROZEN" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               IF NOT ACCT-IS-CHECKING
                   MOVE "REPAY-NOT-CHECKING" TO WS-FAIL-REASON
               END-IF
           END-IF.

      *> Same overdraft rules as a standing order: the installment
      *> may run the account into its overdraft facility, with the
      *> overdraft fee, but never past the limit.
       CHECK-REPAYMENT-FUNDS.
           COMPUTE WS-AVAILABLE-FUNDS =
               ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
               - ACCT-HOLD-TOTAL
           IF LSCH-PAYMENT > WS-AVAILABLE-FUNDS
               MOVE "INSUFFICIENT-FUNDS" TO WS-FAIL-REASON
           ELSE
               IF LSCH-PAYMENT > ACCT-BALANCE
                   AND LSCH-PAYMENT >
                       WS-AVAILABLE-FUNDS - WS-OVERDRAFT-FEE
                   MOVE "INSUFFICIENT-FUNDS" TO WS-FAIL-REASON
               END-IF
           END-IF.

      *> The repayment account is still in the record area from the
      *> funds check.
       DEBIT-REPAYMENT-ACCOUNT.
           MOVE "N" TO WS-OVERDRAFT-FEE-SWITCH
           SUBTRACT LSCH-PAYMENT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
           IF ACCT-BALANCE < 0
               SET OVERDRAFT-FEE-DUE TO TRUE
               SUBTRACT WS-OVERDRAFT-FEE FROM ACCT-BALANCE
           END-IF
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE LOAN-REPAY-ACCT TO WS-JOURNAL-ACCT
           MOVE "XFRD" TO WS-JOURNAL-TYPE
           MOVE LSCH-PAYMENT TO WS-JOURNAL-AMOUNT
           MOVE LOAN-ACCT-NUMBER TO WS-JOURNAL-RELATED-ACCT
           PERFORM WRITE-JOURNAL-ENTRY
           IF OVERDRAFT-FEE-DUE
               MOVE "FEE " TO WS-JOURNAL-TYPE
               MOVE WS-OVERDRAFT-FEE TO WS-JOURNAL-AMOUNT
               MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
               MOVE ZEROES TO WS-JOURNAL-RELATED-ACCT
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

      *> The installment is journalled on the loan account in its
      *> two parts: the interest, which leaves the principal owed
      *> unchanged, and the principal, which reduces it.
       CREDIT-LOAN-ACCOUNT.
           MOVE LOAN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           IF LSCH-PRINCIPAL > ACCT-BALANCE
               MOVE ZERO TO ACCT-BALANCE
           ELSE
               SUBTRACT LSCH-PRINCIPAL FROM ACCT-BALANCE
           END-IF
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE LOAN-ACCT-NUMBER TO WS-JOURNAL-ACCT
           MOVE LOAN-REPAY-ACCT TO WS-JOURNAL-RELATED-ACCT
           IF LSCH-INTEREST > ZERO
               MOVE "LINT" TO WS-JOURNAL-TYPE
               MOVE LSCH-INTEREST TO WS-JOURNAL-AMOUNT
               COMPUTE WS-JOURNAL-BALANCE =
                   ACCT-BALANCE + LSCH-PRINCIPAL
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           MOVE "LPRN" TO WS-JOURNAL-TYPE
           MOVE LSCH-PRINCIPAL TO WS-JOURNAL-AMOUNT
           MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE ZEROES TO WS-JOURNAL-RELATED-ACCT.

       MARK-INSTALLMENT-PAID.
           SET LSCH-PAID TO TRUE
           MOVE WS-TODAY-DATE TO LSCH-PAID-DATE
           REWRITE LOAN-SCHEDULE-RECORD
           ADD LSCH-INTEREST TO LOAN-INTEREST-PAID
           ADD 1 TO WS-INSTALLMENTS-COLLECTED
           ADD LSCH-INTEREST TO WS-TOTAL-INTEREST
           ADD LSCH-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           MOVE "COLLECTED" TO DL-STATUS
           PERFORM WRITE-INSTALLMENT-DETAIL
           IF LOAN-NEXT-INSTALLMENT >= LOAN-TERM-MONTHS
               PERFORM CLOSE-PAID-OFF-LOAN
           ELSE
               ADD 1 TO LOAN-NEXT-INSTALLMENT
           END-IF.

      *> The final installment clears the principal, so the loan
      *> account is closed at a zero balance the same night.
       CLOSE-PAID-OFF-LOAN.
           SET LOAN-PAID-OFF TO TRUE
           MOVE ZERO TO LOAN-PAST-DUE-COUNT
           MOVE ZEROES TO LOAN-PAST-DUE-SINCE
           MOVE ZEROES TO LOAN-NEXT-DUE-DATE
           SET LOAN-COLLECTION-STOPPED TO TRUE
           ADD 1 TO WS-LOANS-PAID-OFF
           MOVE LOAN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           SET ACCT-CLOSED TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE LOAN-ACCT-NUMBER TO WS-JOURNAL-ACCT
           MOVE "CLOS" TO WS-JOURNAL-TYPE
           MOVE ZERO TO WS-JOURNAL-AMOUNT
           MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
           MOVE ZEROES TO WS-JOURNAL-RELATED-ACCT
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   ** LOAN " LOAN-ACCT-NUMBER
               " PAID IN FULL - ACCOUNT CLOSED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *> Every installment still uncollected whose due date has
      *> arrived is past due: each is marked missed on the schedule
      *> and the loan carries the count and the oldest due date
      *> until the arrears are cleared.
       MARK-PAST-DUE-INSTALLMENTS.
           MOVE ZERO TO LOAN-PAST-DUE-COUNT
           MOVE ZEROES TO LOAN-PAST-DUE-SINCE
           MOVE LOAN-NEXT-INSTALLMENT TO WS-INSTALLMENT-SCAN
           MOVE "N" TO WS-PAST-DUE-SCAN-SWITCH
           PERFORM SCAN-PAST-DUE-INSTALLMENT UNTIL PAST-DUE-SCAN-DONE
           IF LOAN-PAST-DUE-COUNT > ZERO
               SET LOAN-PAST-DUE TO TRUE
               ADD 1 TO WS-LOANS-PAST-DUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   ** LOAN " LOAN-ACCT-NUMBER " PAST DUE - "
                   LOAN-PAST-DUE-COUNT " INSTALLMENT(S) SINCE "
                   LOAN-PAST-DUE-SINCE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               SET LOAN-CURRENT TO TRUE
           END-IF.

       SCAN-PAST-DUE-INSTALLMENT.
           MOVE LOAN-ACCT-NUMBER TO LSCH-ACCT-NUMBER
           MOVE WS-INSTALLMENT-SCAN TO LSCH-INSTALLMENT
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   SET PAST-DUE-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   IF LSCH-DUE-DATE > WS-TODAY-DATE
                       SET PAST-DUE-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT LSCH-PAID
                           IF LSCH-SCHEDULED
                               SET LSCH-MISSED TO TRUE
                               REWRITE LOAN-SCHEDULE-RECORD
                           END-IF
                           IF LOAN-PAST-DUE-COUNT = ZERO
                               MOVE LSCH-DUE-DATE
                                   TO LOAN-PAST-DUE-SINCE
                           END-IF
                           ADD 1 TO LOAN-PAST-DUE-COUNT
                       END-IF
                       ADD 1 TO WS-INSTALLMENT-SCAN
                   END-IF
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-JOURNAL-ACCT TO TLOG-ACCT-NUMBER
           MOVE WS-JOURNAL-TYPE TO TLOG-TRAN-TYPE
           MOVE WS-JOURNAL-AMOUNT TO TLOG-AMOUNT
           MOVE WS-TODAY-DATE TO TLOG-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLOG-TIMESTAMP(9:6)
           MOVE WS-JOURNAL-BALANCE TO TLOG-RESULT-BALANCE
           MOVE WS-JOURNAL-RELATED-ACCT TO TLOG-RELATED-ACCT
           MOVE "BLON" TO TLOG-TELLER-ID
           MOVE ZEROES TO TLOG-REVERSAL-REF
           MOVE SPACES TO TLOG-REASON-CODE
           MOVE SPACES TO TLOG-FILLER
           WRITE TRANSACTION-LOG-RECORD.

       WRITE-INSTALLMENT-DETAIL.
           MOVE LOAN-ACCT-NUMBER TO DL-LOAN-ACCT
           MOVE LSCH-INSTALLMENT TO DL-INSTALLMENT
           MOVE LSCH-DUE-DATE TO DL-DUE-DATE
           MOVE LSCH-PAYMENT TO DL-PAYMENT
           MOVE LSCH-INTEREST TO DL-INTEREST
           MOVE LSCH-PRINCIPAL TO DL-PRINCIPAL
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Installments collected : " WS-INSTALLMENTS-COLLECTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-ED
           STRING "Principal collected    : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-ED
           STRING "Interest collected     : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Installments missed    : " WS-INSTALLMENTS-MISSED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Loans past due         : " WS-LOANS-PAST-DUE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Loans paid off         : " WS-LOANS-PAID-OFF
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-EXIST
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       RECORD-RUN-START.
           MOVE "BANKLOAN" TO RUNC-PROGRAM
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
           MOVE WS-INSTALLMENTS-COLLECTED TO RUNC-COUNT-PROCESSED
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
               DISPLAY "BANKLOAN ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKLOAN ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKLOAN ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
