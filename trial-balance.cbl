               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
       01 WS-MASTER-TOTAL-BALANCE-ED     PIC -(8)9.99.
       01 WS-TOTAL-DEPOSITS              PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-WITHDRAWALS           PIC S9(9)V99 VALUE ZERO.
      *> Installment loans are assets, not deposits: their balances
      *> are totalled apart from the deposit book and their day's
      *> movements apart from deposits and withdrawals.
       01 WS-LOAN-COUNT                  PIC 9(7) VALUE ZERO.
       01 WS-LOAN-TOTAL-BALANCE          PIC S9(9)V99 VALUE ZERO.
       01 WS-LOAN-TOTAL-BALANCE-ED       PIC -(8)9.99.
       01 WS-TOTAL-LOANS-ADVANCED        PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LOAN-PRINCIPAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LOAN-INTEREST         PIC S9(9)V99 VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 DL-CUSTOMER-NAME           PIC X(30).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-STATUS                  PIC X(1).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-PRODUCT-TYPE            PIC X(1).
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 DL-BALANCE                 PIC -(7)9.99.

           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-POSTING-COMPLETE
           PERFORM RECORD-RUN-START
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   ACCT NO    CUSTOMER NAME                  "
               "ST P       BALANCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       LIST-ALL-ACCOUNTS.
           PERFORM GET-CUSTOMER-NAME
           MOVE WS-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           MOVE ACCT-STATUS TO DL-STATUS
           MOVE ACCT-PRODUCT-TYPE TO DL-PRODUCT-TYPE
           MOVE ACCT-BALANCE TO DL-BALANCE
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCT-IS-LOAN
               IF ACCT-OPEN
                   ADD 1 TO WS-LOAN-COUNT
               END-IF
               ADD ACCT-BALANCE TO WS-LOAN-TOTAL-BALANCE
           ELSE
               ADD ACCT-BALANCE TO WS-MASTER-TOTAL-BALANCE
           END-IF.

       GET-CUSTOMER-NAME.
           MOVE "*UNKNOWN CUSTOMER*" TO WS-CUSTOMER-NAME
                   OR TLOG-TRAN-TYPE = "FEE " OR TLOG-TRAN-TYPE = "RDEP"
                   ADD TLOG-AMOUNT TO WS-TOTAL-WITHDRAWALS
               END-IF
               EVALUATE TLOG-TRAN-TYPE
                   WHEN "LDIS"
                       ADD TLOG-AMOUNT TO WS-TOTAL-LOANS-ADVANCED
                   WHEN "LPRN"
                       ADD TLOG-AMOUNT TO WS-TOTAL-LOAN-PRINCIPAL
                   WHEN "LINT"
                       ADD TLOG-AMOUNT TO WS-TOTAL-LOAN-INTEREST
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-REPORT-TOTALS.
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MASTER-TOTAL-BALANCE TO WS-MASTER-TOTAL-BALANCE-ED
           STRING "Total deposit balances  : "
               WS-MASTER-TOTAL-BALANCE-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Loans outstanding       : " WS-LOAN-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LOAN-TOTAL-BALANCE TO WS-LOAN-TOTAL-BALANCE-ED
           STRING "Total loan balances     : "
               WS-LOAN-TOTAL-BALANCE-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Today's total deposits  : " WS-TOTAL-DEPOSITS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Today's total withdrawal: " WS-TOTAL-WITHDRAWALS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Today's loans advanced  : " WS-TOTAL-LOANS-ADVANCED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Today's loan principal  : " WS-TOTAL-LOAN-PRINCIPAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Today's loan interest   : " WS-TOTAL-LOAN-INTEREST
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       OPEN-RUN-CONTROL.
                       STOP RUN
                   END-IF
           END-READ.

      *> The business date comes from the processing-date control
      *> record, not the system clock, so a run that slips past
      *> midnight or catches up after an outage still works - and
      *> stamps its output with - the date it was scheduled for.
       READ-PROCESSING-DATE.
           OPEN INPUT PROCESSING-DATE-FILE
           IF NOT PROCDATE-OK
               DISPLAY "BANKTBAL ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKTBAL ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKTBAL ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
