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
           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-INACTIVITY-DAYS
      *> A term deposit generates no activity between open and
      *> maturity by the product's nature; sweeping one to Dormant
      *> would stop BANKMTUR from ever maturing it. They are
      *> excluded here, as are installment loans, which only ever
      *> move through the nightly collection run.
                   IF ACCT-OPEN AND NOT ACCT-IS-TERM
                           AND NOT ACCT-IS-LOAN
                       PERFORM TEST-ONE-ACCOUNT
                   END-IF
           END-READ.
           MOVE WS-JOURNAL-ACCT TO TLOG-ACCT-NUMBER
           MOVE WS-JOURNAL-TYPE TO TLOG-TRAN-TYPE
           MOVE WS-JOURNAL-AMOUNT TO TLOG-AMOUNT
           MOVE WS-TODAY-DATE TO TLOG-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLOG-TIMESTAMP(9:6)
           MOVE WS-JOURNAL-BALANCE TO TLOG-RESULT-BALANCE
           MOVE WS-JOURNAL-RELATED-ACCT TO TLOG-RELATED-ACCT
           MOVE "BDRM" TO TLOG-TELLER-ID
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
               DISPLAY "BANKDORM ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKDORM ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKDORM ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
