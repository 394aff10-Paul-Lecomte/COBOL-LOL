       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKTAXR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THIST-KEY
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

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

           SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXFILE-STATUS.

           SELECT TAX-CERTIFICATE-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCERT-STATUS.

           SELECT TAX-EXCEPTION-FILE ASSIGN TO "TAXEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXEXCP-STATUS.

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
       FD  TRANSACTION-HISTORY-FILE.
           COPY "TRANHIST.cpy".

       FD  TRANSACTION-LOG-FILE.
           COPY "TRANLOG.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTMAS.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.cpy".

       FD  TAX-FILING-FILE.
           COPY "TAXFILE.cpy".

       FD  TAX-CERTIFICATE-FILE.
       01 WS-PRINT-LINE                  PIC X(80).

       FD  TAX-EXCEPTION-FILE.
       01 WS-REPORT-LINE                 PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TRANHIST-STATUS             PIC XX.
           88 TRANHIST-OK                VALUE "00".
           88 TRANHIST-EOF               VALUE "10".
           88 TRANHIST-NOT-EXIST         VALUE "35".

       01 WS-TRANLOG-STATUS              PIC XX.
           88 TRANLOG-OK                 VALUE "00".
           88 TRANLOG-EOF                VALUE "10".
           88 TRANLOG-NOT-EXIST          VALUE "35".

       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 ACCTMAS-NOT-FOUND          VALUE "23".
           88 ACCTMAS-NOT-EXIST          VALUE "35".

       01 WS-CUSTMAS-STATUS              PIC XX.
           88 CUSTMAS-OK                 VALUE "00".
           88 CUSTMAS-NOT-FOUND          VALUE "23".
           88 CUSTMAS-NOT-EXIST          VALUE "35".

       01 WS-TAXFILE-STATUS              PIC XX.
       01 WS-TAXCERT-STATUS              PIC XX.
       01 WS-TAXEXCP-STATUS              PIC XX.

       01 WS-HIST-DONE-SWITCH            PIC X VALUE "N".
           88 HISTORY-DONE               VALUE "Y".
       01 WS-TRANLOG-EOF-SWITCH          PIC X VALUE "N".
           88 JOURNAL-DONE               VALUE "Y".
       01 WS-CUST-SCAN-SWITCH            PIC X VALUE "N".
           88 CUST-SCAN-DONE             VALUE "Y".
       01 WS-CUST-FOUND-SWITCH           PIC X.
           88 CUSTOMER-SLOT-FOUND        VALUE "Y".
       01 WS-ACCT-FOUND-SWITCH           PIC X.
           88 INTEREST-ACCOUNT-FOUND     VALUE "Y".

      *> Tax year CCYY; taken from SYSIN, defaulting to the year
      *> before the business date - the run is made in January for
      *> the year just closed.
       01 WS-TAX-YEAR-IN                 PIC X(4).
       01 WS-TAX-YEAR                    PIC 9(4).
       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-PAYER-NAME                  PIC X(30) VALUE "COBOL BANK".

      *> The entry being tallied, from TRANHIST or from TRANLOG.
       01 WS-ENTRY-ACCT                  PIC 9(8).
       01 WS-ENTRY-AMOUNT                PIC S9(7)V99.

      *> One slot per customer paid interest in the tax year; the
      *> journal's account number is joined through ACCTMAS to the
      *> owning customer, so interest on all of a customer's
      *> accounts is reported as one figure.
       01 WS-CUST-COUNT                  PIC 9(5) VALUE ZERO.
       01 WS-CUST-INDEX                  PIC 9(5).
       01 WS-CUST-LIMIT                  PIC 9(5) VALUE 20000.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 20000 TIMES.
               10 WS-CT-CUSTOMER-NUMBER  PIC 9(6).
               10 WS-CT-INTEREST         PIC S9(9)V99.
               10 WS-CT-ENTRY-COUNT      PIC 9(5).
               10 WS-CT-REPORTED         PIC X.

      *> Control totals: everything found must be either filed or
      *> on the exceptions report.
       01 WS-ENTRIES-FOUND               PIC 9(7) VALUE ZERO.
       01 WS-INTEREST-FOUND              PIC S9(11)V99 VALUE ZERO.
       01 WS-RECORDS-FILED               PIC 9(7) VALUE ZERO.
       01 WS-INTEREST-FILED              PIC S9(11)V99 VALUE ZERO.
       01 WS-EXCEPTION-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-INTEREST-EXCEPTED           PIC S9(11)V99 VALUE ZERO.
       01 WS-INTEREST-CHECK              PIC S9(11)V99.

       01 WS-AMOUNT-EDITED               PIC Z(8)9.99.
       01 WS-EXCEPTION-AMOUNT            PIC S9(9)V99.

       01 WS-EXCEPTION-LINE.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 EL-CUSTOMER-NUMBER         PIC 9(6).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 EL-ACCT-NUMBER             PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 EL-NAME                    PIC X(30).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 EL-INTEREST                PIC -(8)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 EL-REASON                  PIC X(30).

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
           PERFORM RESOLVE-TAX-YEAR
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM OPEN-FILES
           PERFORM WRITE-EXCEPTION-HEADER
           PERFORM SCAN-HISTORY-FOR-INTEREST UNTIL HISTORY-DONE
           PERFORM SCAN-JOURNAL-FOR-INTEREST UNTIL JOURNAL-DONE
           PERFORM WRITE-FILING-HEADER
           PERFORM START-CUSTOMER-SCAN
           PERFORM REPORT-NEXT-CUSTOMER UNTIL CUST-SCAN-DONE
           PERFORM REPORT-UNMATCHED-CUSTOMERS
           PERFORM WRITE-FILING-TRAILER
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY "BANKTAXR - tax year " WS-TAX-YEAR
               " customers filed: " WS-RECORDS-FILED
               " exceptions: " WS-EXCEPTION-COUNT
           PERFORM CLOSE-FILES
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       RESOLVE-TAX-YEAR.
           MOVE SPACES TO WS-TAX-YEAR-IN
           ACCEPT WS-TAX-YEAR-IN
           IF WS-TAX-YEAR-IN NUMERIC
                   AND WS-TAX-YEAR-IN NOT = "0000"
               MOVE WS-TAX-YEAR-IN TO WS-TAX-YEAR
           ELSE
               MOVE WS-TODAY-DATE(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.

       OPEN-FILES.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF TRANHIST-NOT-EXIST
               SET HISTORY-DONE TO TRUE
           END-IF
           OPEN INPUT TRANSACTION-LOG-FILE
           IF TRANLOG-NOT-EXIST
               SET JOURNAL-DONE TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCTMAS-NOT-EXIST
               DISPLAY "BANKTAXR ABEND - ACCTMAS does not exist; "
                   "cannot join interest to customers"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTMAS-NOT-EXIST
               DISPLAY "BANKTAXR ABEND - CUSTMAS does not exist; "
                   "no names, addresses or tax IDs to report"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-FILING-FILE
           OPEN OUTPUT TAX-CERTIFICATE-FILE
           OPEN OUTPUT TAX-EXCEPTION-FILE.

       CLOSE-FILES.
           IF TRANHIST-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           IF TRANLOG-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE TAX-FILING-FILE
           CLOSE TAX-CERTIFICATE-FILE
           CLOSE TAX-EXCEPTION-FILE.

       WRITE-EXCEPTION-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INTEREST TAX REPORTING EXCEPTIONS - TAX YEAR "
               WS-TAX-YEAR " - RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   CUST NO  ACCT NO   CUSTOMER NAME"
               "                      INTEREST  REASON"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *> Interest is every "INT " credit - the monthly posting by
      *> BANKINT and the interest a term deposit pays at maturity
      *> through BANKMTUR. Closed months are on TRANHIST, the open
      *> month on TRANLOG; the archive moves entries from one to
      *> the other, so no entry is on both.
       SCAN-HISTORY-FOR-INTEREST.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   IF THIST-TRAN-TYPE = "INT "
                           AND THIST-TIMESTAMP(1:4) = WS-TAX-YEAR
                       MOVE THIST-ACCT-NUMBER TO WS-ENTRY-ACCT
                       MOVE THIST-AMOUNT TO WS-ENTRY-AMOUNT
                       PERFORM TALLY-INTEREST-ENTRY
                   END-IF
           END-READ.

       SCAN-JOURNAL-FOR-INTEREST.
           READ TRANSACTION-LOG-FILE
               AT END
                   SET JOURNAL-DONE TO TRUE
               NOT AT END
                   IF TLOG-TRAN-TYPE = "INT "
                           AND TLOG-TIMESTAMP(1:4) = WS-TAX-YEAR
                       MOVE TLOG-ACCT-NUMBER TO WS-ENTRY-ACCT
                       MOVE TLOG-AMOUNT TO WS-ENTRY-AMOUNT
                       PERFORM TALLY-INTEREST-ENTRY
                   END-IF
           END-READ.

       TALLY-INTEREST-ENTRY.
           ADD 1 TO WS-ENTRIES-FOUND
           ADD WS-ENTRY-AMOUNT TO WS-INTEREST-FOUND
           MOVE "Y" TO WS-ACCT-FOUND-SWITCH
           IF ACCT-NUMBER NOT = WS-ENTRY-ACCT
               MOVE WS-ENTRY-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ACCT-FOUND-SWITCH
               END-READ
           END-IF
           IF INTEREST-ACCOUNT-FOUND
               PERFORM FIND-CUSTOMER-SLOT
               ADD WS-ENTRY-AMOUNT TO WS-CT-INTEREST(WS-CUST-INDEX)
               ADD 1 TO WS-CT-ENTRY-COUNT(WS-CUST-INDEX)
           ELSE
               MOVE ZEROES TO ACCT-NUMBER
               MOVE ZEROES TO EL-CUSTOMER-NUMBER
               MOVE WS-ENTRY-ACCT TO EL-ACCT-NUMBER
               MOVE SPACES TO EL-NAME
               MOVE WS-ENTRY-AMOUNT TO WS-EXCEPTION-AMOUNT
               MOVE "ACCOUNT NOT ON ACCTMAS" TO EL-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       FIND-CUSTOMER-SLOT.
           MOVE "N" TO WS-CUST-FOUND-SWITCH
           MOVE 1 TO WS-CUST-INDEX
           PERFORM TEST-CUSTOMER-SLOT
               UNTIL CUSTOMER-SLOT-FOUND
                   OR WS-CUST-INDEX > WS-CUST-COUNT
           IF NOT CUSTOMER-SLOT-FOUND
               IF WS-CUST-COUNT >= WS-CUST-LIMIT
                   DISPLAY "BANKTAXR ABEND - more than "
                       WS-CUST-LIMIT " customers paid interest; "
                       "raise the table limit"
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-CUST-INDEX
               MOVE ACCT-CUSTOMER-NUMBER
                   TO WS-CT-CUSTOMER-NUMBER(WS-CUST-INDEX)
               MOVE ZERO TO WS-CT-INTEREST(WS-CUST-INDEX)
               MOVE ZERO TO WS-CT-ENTRY-COUNT(WS-CUST-INDEX)
               MOVE "N" TO WS-CT-REPORTED(WS-CUST-INDEX)
           END-IF.

       TEST-CUSTOMER-SLOT.
           IF WS-CT-CUSTOMER-NUMBER(WS-CUST-INDEX)
                   = ACCT-CUSTOMER-NUMBER
               SET CUSTOMER-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CUST-INDEX
           END-IF.

       WRITE-FILING-HEADER.
           MOVE SPACES TO TAX-FILING-HEADER
           SET TAXH-IS-HEADER TO TRUE
           MOVE WS-TAX-YEAR TO TAXH-TAX-YEAR
           MOVE WS-TODAY-DATE TO TAXH-CREATED-DATE
           MOVE WS-PAYER-NAME TO TAXH-PAYER-NAME
           WRITE TAX-FILING-HEADER.

      *> Customers are filed in customer-number order by walking
      *> CUSTMAS and picking up each one that has a slot.
       START-CUSTOMER-SCAN.
           MOVE ZEROES TO CUST-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CUST-NUMBER
               INVALID KEY
                   SET CUST-SCAN-DONE TO TRUE
           END-START.

       REPORT-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET CUST-SCAN-DONE TO TRUE
               NOT AT END
                   MOVE CUST-NUMBER TO ACCT-CUSTOMER-NUMBER
                   PERFORM LOOK-UP-CUSTOMER-SLOT
                   IF CUSTOMER-SLOT-FOUND
                       MOVE "Y" TO WS-CT-REPORTED(WS-CUST-INDEX)
                       PERFORM REPORT-ONE-CUSTOMER
                   END-IF
           END-READ.

       LOOK-UP-CUSTOMER-SLOT.
           MOVE "N" TO WS-CUST-FOUND-SWITCH
           MOVE 1 TO WS-CUST-INDEX
           PERFORM TEST-CUSTOMER-SLOT
               UNTIL CUSTOMER-SLOT-FOUND
                   OR WS-CUST-INDEX > WS-CUST-COUNT.

      *> The tax authority matches filings on the tax ID, so a
      *> customer without one cannot be filed: they go on the
      *> exceptions report for the branch to chase before the
      *> deadline, and the run is repeated once the ID is captured.
       REPORT-ONE-CUSTOMER.
           IF WS-CT-INTEREST(WS-CUST-INDEX) NOT > ZERO
               CONTINUE
           ELSE
               IF CUST-ID-REFERENCE = SPACES
                   MOVE CUST-NUMBER TO EL-CUSTOMER-NUMBER
                   MOVE ZEROES TO EL-ACCT-NUMBER
                   MOVE CUST-NAME TO EL-NAME
                   MOVE WS-CT-INTEREST(WS-CUST-INDEX)
                       TO WS-EXCEPTION-AMOUNT
                   MOVE "TAX ID MISSING" TO EL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM WRITE-FILING-DETAIL
                   PERFORM PRINT-TAX-CERTIFICATE
               END-IF
           END-IF.

       WRITE-FILING-DETAIL.
           MOVE SPACES TO TAX-FILING-DETAIL
           SET TAXD-IS-DETAIL TO TRUE
           MOVE CUST-ID-REFERENCE TO TAXD-TAX-ID
           MOVE CUST-NUMBER TO TAXD-CUSTOMER-NUMBER
           MOVE CUST-NAME TO TAXD-NAME
           MOVE CUST-ADDRESS TO TAXD-ADDRESS
           MOVE WS-CT-INTEREST(WS-CUST-INDEX) TO TAXD-INTEREST-PAID
           MOVE WS-TAX-YEAR TO TAXD-TAX-YEAR
           WRITE TAX-FILING-DETAIL
           ADD 1 TO WS-RECORDS-FILED
           ADD WS-CT-INTEREST(WS-CUST-INDEX) TO WS-INTEREST-FILED.

       PRINT-TAX-CERTIFICATE.
           MOVE ALL "=" TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "INTEREST INCOME TAX CERTIFICATE - TAX YEAR "
               WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-PAYER-NAME TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CUSTOMER : " CUST-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "           " CUST-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "           " CUST-ADDRESS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TAX ID   : " CUST-ID-REFERENCE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-CT-INTEREST(WS-CUST-INDEX) TO WS-AMOUNT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL INTEREST PAID IN " WS-TAX-YEAR " : "
               WS-AMOUNT-EDITED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE "This amount has been reported to the tax authority."
               TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

      *> A slot never matched on CUSTMAS belongs to an account
      *> whose owning customer record is missing.
       REPORT-UNMATCHED-CUSTOMERS.
           IF WS-CUST-COUNT > ZERO
               PERFORM REPORT-IF-UNMATCHED
                   VARYING WS-CUST-INDEX FROM 1 BY 1
                   UNTIL WS-CUST-INDEX > WS-CUST-COUNT
           END-IF.

       REPORT-IF-UNMATCHED.
           IF WS-CT-REPORTED(WS-CUST-INDEX) = "N"
                   AND WS-CT-INTEREST(WS-CUST-INDEX) > ZERO
               MOVE WS-CT-CUSTOMER-NUMBER(WS-CUST-INDEX)
                   TO EL-CUSTOMER-NUMBER
               MOVE ZEROES TO EL-ACCT-NUMBER
               MOVE SPACES TO EL-NAME
               MOVE WS-CT-INTEREST(WS-CUST-INDEX)
                   TO WS-EXCEPTION-AMOUNT
               MOVE "CUSTOMER NOT ON CUSTMAS" TO EL-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-AMOUNT TO EL-INTEREST
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-EXCEPTION-AMOUNT TO WS-INTEREST-EXCEPTED.

       WRITE-FILING-TRAILER.
           MOVE SPACES TO TAX-FILING-TRAILER
           SET TAXT-IS-TRAILER TO TRUE
           MOVE WS-RECORDS-FILED TO TAXT-RECORD-COUNT
           MOVE WS-INTEREST-FILED TO TAXT-INTEREST-TOTAL
           WRITE TAX-FILING-TRAILER.

      *> Interest found on the journals must equal interest filed
      *> plus interest held back on the exceptions report.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Interest entries found : " WS-ENTRIES-FOUND
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Interest found         : " WS-INTEREST-FOUND
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Customers filed        : " WS-RECORDS-FILED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Interest filed         : " WS-INTEREST-FILED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Exceptions             : " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Interest on exceptions : " WS-INTEREST-EXCEPTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           COMPUTE WS-INTEREST-CHECK = WS-INTEREST-FOUND
               - WS-INTEREST-FILED - WS-INTEREST-EXCEPTED
           IF WS-INTEREST-CHECK NOT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** CONTROL TOTALS OUT OF BALANCE BY "
                   WS-INTEREST-CHECK " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO EXCEPTIONS - EVERY CUSTOMER FILED"
                   TO WS-REPORT-LINE
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
           MOVE "BANKTAXR" TO RUNC-PROGRAM
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
           MOVE WS-RECORDS-FILED TO RUNC-COUNT-PROCESSED
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
               DISPLAY "BANKTAXR ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKTAXR ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKTAXR ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
