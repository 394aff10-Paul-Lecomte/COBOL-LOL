               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTREJ-STATUS.

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
      *> the outbound return-item file for the clearing network.
       FD  POSTING-REJECT-FILE.
       01 POSTING-REJECT-RECORD.
           05 PREJ-ORIGINAL-RECORD       PIC X(53).
           05 FILLER                     PIC X(2).
           05 PREJ-REASON                PIC X(20).

       FD  STOP-PAYMENT-FILE.
           COPY "STOPPAY.cpy".

       FD  DD-MANDATE-FILE.
           COPY "DDMANDAT.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
       01 WS-POSTRPT-STATUS              PIC XX.
       01 WS-POSTREJ-STATUS              PIC XX.

       01 WS-STOPFILE-STATUS             PIC XX.
           88 STOPFILE-OK                VALUE "00".
           88 STOPFILE-NOT-EXIST         VALUE "35".

       01 WS-STOP-SCAN-SWITCH            PIC X VALUE "N".
           88 STOP-SCAN-DONE             VALUE "Y".
       01 WS-STOP-MATCH-SWITCH           PIC X VALUE "N".
           88 STOP-PAYMENT-MATCHED       VALUE "Y".

       01 WS-DDMANDAT-STATUS             PIC XX.
           88 DDMANDAT-OK                VALUE "00".
           88 DDMANDAT-NOT-EXIST         VALUE "35".

      *> Why a debit that has passed the frozen check may still not
      *> be paid: a stop on the cheque, or no authority for the
      *> collection. Spaces when it may go on to the funds check.
       01 WS-DEBIT-REFUSAL               PIC X(20).

       01 WS-RUN-ID                      PIC X(8) VALUE "BATCHPST".
       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-EOF-SWITCH                  PIC X VALUE "N".
       01 WS-JOURNAL-AMOUNT              PIC S9(7)V99.
       01 WS-JOURNAL-BALANCE             PIC S9(7)V99.
       01 WS-JOURNAL-RELATED-ACCT        PIC 9(8) VALUE ZEROES.
       01 WS-JOURNAL-ORIGINATOR          PIC X(6) VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 FILLER                     PIC X(5) VALUE SPACES.
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
               OPEN I-O CHECKPOINT-FILE
           END-IF
           OPEN OUTPUT POSTING-SUMMARY-FILE
           OPEN OUTPUT POSTING-REJECT-FILE
           OPEN I-O STOP-PAYMENT-FILE
           OPEN I-O DD-MANDATE-FILE.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE POSTING-SUMMARY-FILE
           CLOSE POSTING-REJECT-FILE
           IF STOPFILE-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE STOP-PAYMENT-FILE
           END-IF
           IF DDMANDAT-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE DD-MANDATE-FILE
           END-IF.

       CHECK-FOR-RESTART.
           MOVE WS-RUN-ID TO CKPT-RUN-ID
                   PERFORM APPLY-ONE-TRANSACTION
           END-READ.

      *> A loan account moves only through booking and the nightly
      *> installment collection; a feed item against one is
      *> returned to its originator.
       APPLY-ONE-TRANSACTION.
           IF ACCT-IS-LOAN
               MOVE "REJECTED-LOAN-ACCT" TO RD-STATUS
               PERFORM REJECT-ONE-TRANSACTION
           ELSE
               IF NOT ACCT-OPEN
                   IF ACCT-DORMANT
                       MOVE "REJECTED-DORMANT" TO RD-STATUS
                   ELSE
                       MOVE "REJECTED-CLOSED" TO RD-STATUS
                   END-IF
                   PERFORM REJECT-ONE-TRANSACTION
               ELSE
                   EVALUATE DTXN-TRAN-TYPE
                       WHEN "DEP "
                           IF ACCT-CREDITS-FROZEN
                               MOVE "REJECTED-CR-FROZEN" TO RD-STATUS
                               PERFORM REJECT-ONE-TRANSACTION
                           ELSE
                               PERFORM POST-BATCH-DEPOSIT
                           END-IF
                       WHEN "WD  "
                           IF ACCT-DEBITS-FROZEN
                               MOVE "REJECTED-DR-FROZEN" TO RD-STATUS
                               PERFORM REJECT-ONE-TRANSACTION
                           ELSE
                               PERFORM CHECK-DEBIT-AUTHORITY
                               IF WS-DEBIT-REFUSAL NOT = SPACES
                                   MOVE WS-DEBIT-REFUSAL TO RD-STATUS
                                   PERFORM REJECT-ONE-TRANSACTION
                               ELSE
                                   PERFORM POST-BATCH-WITHDRAWAL
                               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE "REJECTED-BAD-TYPE" TO RD-STATUS
                           PERFORM REJECT-ONE-TRANSACTION
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-DEBIT-AUTHORITY.
           MOVE SPACES TO WS-DEBIT-REFUSAL
           IF DTXN-ORIGINATOR-ID = SPACES
               PERFORM CHECK-STOP-PAYMENT
               IF STOP-PAYMENT-MATCHED
                   MOVE "REJECTED-STOP-PAY" TO WS-DEBIT-REFUSAL
               END-IF
           ELSE
               PERFORM CHECK-COLLECTION-MANDATE
           END-IF.

      *> A direct-debit collection is paid only under an active
      *> mandate, given by the owner of the account debited, for at
      *> least the amount collected. Anything else goes back to the
      *> originator as unauthorized.
       CHECK-COLLECTION-MANDATE.
           IF DDMANDAT-NOT-EXIST
               MOVE "REJECTED-NO-MANDATE" TO WS-DEBIT-REFUSAL
           ELSE
               MOVE DTXN-ORIGINATOR-ID TO MAND-ORIGINATOR-ID
               MOVE DTXN-COLLECTION-REF TO MAND-CUST-REFERENCE
               READ DD-MANDATE-FILE
                   INVALID KEY
                       MOVE "REJECTED-NO-MANDATE" TO WS-DEBIT-REFUSAL
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN MAND-DEBTOR-ACCT NOT = DTXN-ACCT-NUMBER
                               MOVE "REJECTED-NO-MANDATE"
                                   TO WS-DEBIT-REFUSAL
                           WHEN MAND-CANCELLED
                               MOVE "REJECTED-MAND-CANCEL"
                                   TO WS-DEBIT-REFUSAL
                           WHEN DTXN-AMOUNT > MAND-MAX-AMOUNT
                               MOVE "REJECTED-MAND-LIMIT"
                                   TO WS-DEBIT-REFUSAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

      *> The mandate read by the authority check is still in the
      *> record area; it keeps a running tally of what it has paid.
       RECORD-MANDATE-COLLECTION.
           ADD 1 TO MAND-COLLECTION-COUNT
           MOVE WS-TODAY-DATE TO MAND-LAST-COLLECTED-DATE
           MOVE DTXN-AMOUNT TO MAND-LAST-AMOUNT
           REWRITE DD-MANDATE-RECORD.

      *> A cheque debit is returned unpaid when an active stop on
      *> the account covers its serial - and its amount, when the
      *> stop names one - and the expiry date has not yet passed.
      *> The stop records the return so the register shows it.
       CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-MATCH-SWITCH
           IF DTXN-CHEQUE-SERIAL > ZERO AND NOT STOPFILE-NOT-EXIST
               MOVE "N" TO WS-STOP-SCAN-SWITCH
               MOVE DTXN-ACCT-NUMBER TO STOP-ACCT-NUMBER
               MOVE ZEROES TO STOP-SEQUENCE
               START STOP-PAYMENT-FILE
                   KEY IS NOT LESS THAN STOP-KEY
                   INVALID KEY
                       SET STOP-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-NEXT-STOP UNTIL STOP-SCAN-DONE
           END-IF.

       SCAN-NEXT-STOP.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET STOP-SCAN-DONE TO TRUE
               NOT AT END
                   IF STOP-ACCT-NUMBER NOT = DTXN-ACCT-NUMBER
                       SET STOP-SCAN-DONE TO TRUE
                   ELSE
                       IF STOP-ACTIVE
                               AND STOP-EXPIRY-DATE >= WS-TODAY-DATE
                               AND DTXN-CHEQUE-SERIAL
                                   >= STOP-SERIAL-FROM
                               AND DTXN-CHEQUE-SERIAL
                                   <= STOP-SERIAL-TO
                               AND (STOP-AMOUNT = ZERO
                                   OR STOP-AMOUNT = DTXN-AMOUNT)
                           SET STOP-PAYMENT-MATCHED TO TRUE
                           SET STOP-SCAN-DONE TO TRUE
                           ADD 1 TO STOP-ITEMS-RETURNED
                           MOVE WS-TODAY-DATE TO STOP-LAST-RETURN-DATE
                           REWRITE STOP-PAYMENT-RECORD
                       END-IF
                   END-IF
           END-READ.

       POST-BATCH-DEPOSIT.
           ADD DTXN-AMOUNT TO ACCT-BALANCE
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
                   MOVE DTXN-AMOUNT TO WS-JOURNAL-AMOUNT
                   MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
                   MOVE ZEROES TO WS-JOURNAL-RELATED-ACCT
                   MOVE DTXN-ORIGINATOR-ID TO WS-JOURNAL-ORIGINATOR
                   IF ACCT-BALANCE < 0
                       SET OVERDRAFT-FEE-DUE TO TRUE
                       SUBTRACT WS-OVERDRAFT-FEE FROM ACCT-BALANCE
                   MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
                   REWRITE ACCOUNT-RECORD
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE SPACES TO WS-JOURNAL-ORIGINATOR
                   IF OVERDRAFT-FEE-DUE
                       MOVE "FEE " TO WS-JOURNAL-TYPE
                       MOVE WS-OVERDRAFT-FEE TO WS-JOURNAL-AMOUNT
                       MOVE ACCT-BALANCE TO WS-JOURNAL-BALANCE
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
                   IF DTXN-ORIGINATOR-ID NOT = SPACES
                       PERFORM RECORD-MANDATE-COLLECTION
                   END-IF
                   MOVE "POSTED" TO RD-STATUS
                   PERFORM WRITE-REPORT-DETAIL
                   ADD 1 TO WS-COUNT-POSTED
           MOVE WS-JOURNAL-ACCT TO TLOG-ACCT-NUMBER
           MOVE WS-JOURNAL-TYPE TO TLOG-TRAN-TYPE
           MOVE WS-JOURNAL-AMOUNT TO TLOG-AMOUNT
           MOVE WS-TODAY-DATE TO TLOG-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLOG-TIMESTAMP(9:6)
           MOVE WS-JOURNAL-BALANCE TO TLOG-RESULT-BALANCE
           MOVE WS-JOURNAL-RELATED-ACCT TO TLOG-RELATED-ACCT
           MOVE "BPST" TO TLOG-TELLER-ID
           MOVE ZEROES TO TLOG-REVERSAL-REF
           MOVE SPACES TO TLOG-REASON-CODE
           MOVE SPACES TO TLOG-FILLER
           MOVE WS-JOURNAL-ORIGINATOR TO TLOG-ORIGINATOR-ID
           WRITE TRANSACTION-LOG-RECORD.

       UPDATE-CHECKPOINT.
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
               DISPLAY "BANKPOST ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKPOST ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKPOST ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
