               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

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

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTRPT-STATUS.
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  TRANSACTION-LOG-FILE.
           COPY "TRANLOG.cpy".

       FD  DD-MANDATE-FILE.
           COPY "DDMANDAT.cpy".

       FD  ACCOUNT-RELATIONSHIP-FILE.
           COPY "ACCTREL.cpy".

       FD  STATEMENT-PRINT-FILE.
       01 WS-PRINT-LINE                  PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 TRANLOG-EOF                VALUE "10".
           88 TRANLOG-NOT-EXIST          VALUE "35".

       01 WS-DDMANDAT-STATUS             PIC XX.
           88 DDMANDAT-OK                VALUE "00".
           88 DDMANDAT-NOT-EXIST         VALUE "35".

       01 WS-ACCTREL-STATUS              PIC XX.
           88 ACCTREL-OK                 VALUE "00".
           88 ACCTREL-NOT-EXIST          VALUE "35".

       01 WS-STMTRPT-STATUS              PIC XX.

       01 WS-ACCTMAS-EOF-SWITCH          PIC X VALUE "N".
       01 WS-ENTRY-FOUND-SWITCH          PIC X VALUE "N".
           88 STATEMENT-HAS-ENTRIES      VALUE "Y".

       01 WS-ADDR-SENT-SWITCH            PIC X VALUE "N".
           88 ADDRESS-ALREADY-SENT       VALUE "Y".

      *> Statement month CCYYMM; taken from SYSIN, defaulting to the
      *> month of the business date on PROCDATE when nothing (or
      *> zero) is supplied.
       01 WS-STMT-MONTH-IN               PIC X(6).
       01 WS-STMT-MONTH                  PIC 9(6).
       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-PRIOR-BAL-SWITCH            PIC X VALUE "N".
           88 PRIOR-BALANCE-FOUND        VALUE "Y".
       01 WS-BALANCE-EDITED              PIC -(7)9.99.
       01 WS-ORIGINATOR-NAME             PIC X(30).
       01 WS-STATEMENTS-PRINTED          PIC 9(7) VALUE ZERO.

      *> A joint account's statement is addressed to every owner:
      *> all their names head the page, and an owner who lives at a
      *> different address from the primary owner is sent a copy of
      *> their own.
       01 WS-PRIMARY-NAME                PIC X(30).
       01 WS-PRIMARY-ADDRESS             PIC X(40).
       01 WS-OWNER-COUNT                 PIC 9(2).
       01 WS-OWNER-INDEX                 PIC 9(2).
       01 WS-COPY-INDEX                  PIC 9(2).
       01 WS-OWNER-LIMIT                 PIC 9(2) VALUE 9.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 9 TIMES.
               10 WS-OT-NAME             PIC X(30).
               10 WS-OT-ADDRESS          PIC X(40).
       01 WS-AREL-SCAN-SWITCH            PIC X VALUE "N".
           88 AREL-SCAN-DONE             VALUE "Y".
       01 WS-JOINT-COPIES-PRINTED        PIC 9(7) VALUE ZERO.

       01 WS-STMT-HEADER.
           05 FILLER                     PIC X(34)
               VALUE "MONTHLY ACCOUNT STATEMENT FOR ".
           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           PERFORM RESOLVE-STATEMENT-MONTH
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM PRINT-ALL-STATEMENTS UNTIL ACCOUNTS-DONE
           DISPLAY "Statements printed for month " WS-STMT-MONTH
               ": " WS-STATEMENTS-PRINTED
               " extra joint-owner copies: " WS-JOINT-COPIES-PRINTED
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.
                   AND WS-STMT-MONTH-IN NOT = "000000"
               MOVE WS-STMT-MONTH-IN TO WS-STMT-MONTH
           ELSE
               MOVE WS-TODAY-DATE(1:6) TO WS-STMT-MONTH
           END-IF.

       OPEN-FILES.
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT DD-MANDATE-FILE
           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE
           OPEN OUTPUT STATEMENT-PRINT-FILE.

       CLOSE-FILES.
           ELSE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF DDMANDAT-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE DD-MANDATE-FILE
           END-IF
           IF ACCTREL-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE ACCOUNT-RELATIONSHIP-FILE
           END-IF
           CLOSE STATEMENT-PRINT-FILE.

       PRINT-ALL-STATEMENTS.
           END-READ.

       PRINT-ONE-STATEMENT.
           PERFORM GET-CUSTOMER-DETAILS
           PERFORM LOAD-JOINT-OWNERS
           MOVE WS-PRIMARY-ADDRESS TO ADL-ADDRESS
           PERFORM PRINT-STATEMENT-COPY
           IF WS-OWNER-COUNT > ZERO
               PERFORM PRINT-JOINT-OWNER-COPY
                   VARYING WS-COPY-INDEX FROM 1 BY 1
                   UNTIL WS-COPY-INDEX > WS-OWNER-COUNT
           END-IF
           ADD 1 TO WS-STATEMENTS-PRINTED.

      *> Owners sharing an address share one copy.
       PRINT-JOINT-OWNER-COPY.
           IF WS-OT-ADDRESS(WS-COPY-INDEX) NOT = WS-PRIMARY-ADDRESS
               MOVE "N" TO WS-ADDR-SENT-SWITCH
               IF WS-COPY-INDEX > 1
                   PERFORM TEST-EARLIER-OWNER-ADDRESS
                       VARYING WS-OWNER-INDEX FROM 1 BY 1
                       UNTIL WS-OWNER-INDEX >= WS-COPY-INDEX
               END-IF
               IF NOT ADDRESS-ALREADY-SENT
                   MOVE WS-OT-ADDRESS(WS-COPY-INDEX) TO ADL-ADDRESS
                   PERFORM PRINT-STATEMENT-COPY
                   ADD 1 TO WS-JOINT-COPIES-PRINTED
               END-IF
           END-IF.

       TEST-EARLIER-OWNER-ADDRESS.
           IF WS-OT-ADDRESS(WS-OWNER-INDEX)
                   = WS-OT-ADDRESS(WS-COPY-INDEX)
               SET ADDRESS-ALREADY-SENT TO TRUE
           END-IF.

       PRINT-STATEMENT-COPY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           MOVE "N" TO WS-PRIOR-BAL-SWITCH
           MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF
           PERFORM WRITE-STATEMENT-TRAILER.

       WRITE-STATEMENT-HEADER.
           MOVE ALL "=" TO WS-PRINT-LINE
           MOVE ACCT-NUMBER TO AL-ACCT-NUMBER
           MOVE WS-ACCT-LINE TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-PRIMARY-NAME TO NL-CUSTOMER-NAME
           MOVE WS-NAME-LINE TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-OWNER-COUNT > ZERO
               PERFORM WRITE-JOINT-OWNER-NAME
                   VARYING WS-OWNER-INDEX FROM 1 BY 1
                   UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
           END-IF
           MOVE WS-ADDR-LINE TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
               TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

       WRITE-JOINT-OWNER-NAME.
           MOVE WS-OT-NAME(WS-OWNER-INDEX) TO NL-CUSTOMER-NAME
           MOVE WS-NAME-LINE TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

       GET-CUSTOMER-DETAILS.
           MOVE "*UNKNOWN CUSTOMER*" TO WS-PRIMARY-NAME
           MOVE SPACES TO WS-PRIMARY-ADDRESS
           IF CUSTMAS-NOT-EXIST
               CONTINUE
           ELSE
               MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-PRIMARY-NAME
                       MOVE CUST-ADDRESS TO WS-PRIMARY-ADDRESS
               END-READ
           END-IF.

      *> Only joint owners share the statement; signatories and
      *> beneficiaries have no claim on it while the owners live.
       LOAD-JOINT-OWNERS.
           MOVE ZERO TO WS-OWNER-COUNT
           IF ACCTREL-NOT-EXIST
               CONTINUE
           ELSE
               MOVE "N" TO WS-AREL-SCAN-SWITCH
               MOVE ACCT-NUMBER TO AREL-ACCT-NUMBER
               MOVE ZEROES TO AREL-CUSTOMER-NUMBER
               START ACCOUNT-RELATIONSHIP-FILE
                   KEY IS NOT LESS THAN AREL-KEY
                   INVALID KEY
                       SET AREL-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-NEXT-JOINT-OWNER UNTIL AREL-SCAN-DONE
           END-IF.

       SCAN-NEXT-JOINT-OWNER.
           READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
               AT END
                   SET AREL-SCAN-DONE TO TRUE
               NOT AT END
                   IF AREL-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET AREL-SCAN-DONE TO TRUE
                   ELSE
                       IF AREL-ACTIVE AND AREL-JOINT
                           PERFORM ADD-JOINT-OWNER
                       END-IF
                   END-IF
           END-READ.

       ADD-JOINT-OWNER.
           IF WS-OWNER-COUNT >= WS-OWNER-LIMIT
               DISPLAY "BANKSTMT - account " ACCT-NUMBER
                   " has more than " WS-OWNER-LIMIT
                   " joint owners; joint owner " AREL-CUSTOMER-NUMBER
                   " left off the statement"
           ELSE
               ADD 1 TO WS-OWNER-COUNT
               MOVE "*UNKNOWN CUSTOMER*" TO WS-OT-NAME(WS-OWNER-COUNT)
               MOVE WS-PRIMARY-ADDRESS
                   TO WS-OT-ADDRESS(WS-OWNER-COUNT)
               IF CUSTMAS-NOT-EXIST
                   CONTINUE
               ELSE
                   MOVE AREL-CUSTOMER-NUMBER TO CUST-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       NOT INVALID KEY
                           MOVE CUST-NAME
                               TO WS-OT-NAME(WS-OWNER-COUNT)
                           MOVE CUST-ADDRESS
                               TO WS-OT-ADDRESS(WS-OWNER-COUNT)
                   END-READ
               END-IF
           END-IF.

       SCAN-JOURNAL-FOR-MONTH.
           READ TRANSACTION-LOG-FILE
               AT END
           IF TLOG-TRAN-TYPE = "RDEP" OR TLOG-TRAN-TYPE = "RWD "
               PERFORM WRITE-REVERSAL-NOTE
           END-IF
           IF TLOG-TRAN-TYPE = "WD  "
                   AND TLOG-ORIGINATOR-ID NOT = SPACES
               PERFORM WRITE-COLLECTION-NOTE
           END-IF
           MOVE TLOG-RESULT-BALANCE TO WS-CLOSING-BALANCE.

      *> A supervisor reversal prints as a reversal, not as an
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

      *> A direct-debit collection carries the originator's name
      *> from its mandate so the customer can recognise who took
      *> the money.
       WRITE-COLLECTION-NOTE.
           PERFORM GET-ORIGINATOR-NAME
           MOVE SPACES TO WS-PRINT-LINE
           STRING "             ** DIRECT DEBIT "
               WS-ORIGINATOR-NAME " (" TLOG-ORIGINATOR-ID ")"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

      *> Every mandate an originator holds carries its name, so the
      *> first one on file under the originator's number will do.
       GET-ORIGINATOR-NAME.
           MOVE "*ORIGINATOR NOT ON FILE*" TO WS-ORIGINATOR-NAME
           IF DDMANDAT-NOT-EXIST
               CONTINUE
           ELSE
               MOVE TLOG-ORIGINATOR-ID TO MAND-ORIGINATOR-ID
               MOVE LOW-VALUES TO MAND-CUST-REFERENCE
               START DD-MANDATE-FILE
                   KEY IS NOT LESS THAN MAND-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DD-MANDATE-FILE NEXT RECORD
                           NOT AT END
                               IF MAND-ORIGINATOR-ID
                                       = TLOG-ORIGINATOR-ID
                                   MOVE MAND-ORIGINATOR-NAME
                                       TO WS-ORIGINATOR-NAME
                               END-IF
                       END-READ
               END-START
           END-IF.

      *> The journal stores the balance after each entry, so the
      *> opening balance is the first entry's result backed out by
      *> that entry's credit or debit effect.
               WHEN "INT "
               WHEN "OPEN"
               WHEN "RWD "
               WHEN "LDIS"
                   COMPUTE WS-OPENING-BALANCE =
                       TLOG-RESULT-BALANCE - TLOG-AMOUNT
               WHEN "WD  "
               WHEN "XFRD"
               WHEN "FEE "
               WHEN "RDEP"
               WHEN "LPRN"
                   COMPUTE WS-OPENING-BALANCE =
                       TLOG-RESULT-BALANCE + TLOG-AMOUNT
               WHEN OTHER
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
               DISPLAY "BANKSTMT ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKSTMT ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKSTMT ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
