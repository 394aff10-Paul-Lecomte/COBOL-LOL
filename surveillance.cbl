               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT ACCOUNT-RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AREL-KEY
               ALTERNATE RECORD KEY IS AREL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTREL-STATUS.

           SELECT SURVEILLANCE-REPORT-FILE ASSIGN TO "SURVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVRPT-STATUS.
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVEILLANCE-PARM-FILE.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.cpy".

       FD  ACCOUNT-RELATIONSHIP-FILE.
           COPY "ACCTREL.cpy".

       FD  SURVEILLANCE-REPORT-FILE.
       01 WS-REPORT-LINE                 PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SURVPARM-STATUS             PIC XX.
           88 SURVPARM-OK                VALUE "00".
           88 CUSTMAS-NOT-FOUND          VALUE "23".
           88 CUSTMAS-NOT-EXIST          VALUE "35".

       01 WS-ACCTREL-STATUS              PIC XX.
           88 ACCTREL-OK                 VALUE "00".
           88 ACCTREL-NOT-EXIST          VALUE "35".

       01 WS-SURVRPT-STATUS              PIC XX.

       01 WS-TRANLOG-EOF-SWITCH          PIC X VALUE "N".
       01 WS-CUST-FOUND-SWITCH           PIC X.
           88 CUSTOMER-SLOT-FOUND        VALUE "Y".

       01 WS-AREL-SCAN-SWITCH            PIC X VALUE "N".
           88 AREL-SCAN-DONE             VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).

       01 WS-REPORT-THRESHOLD            PIC 9(7)V99.

      *> One slot per customer with cash activity today; DEP and WD
      *> entries are aggregated here by joining the journal's
      *> account number through ACCTMAS to the owning customer, and
      *> through ACCTREL to each joint owner - cash through a joint
      *> account counts in full against every one of its owners.
       01 WS-SLOT-CUSTOMER               PIC 9(6).
       01 WS-CUST-COUNT                  PIC 9(4) VALUE ZERO.
       01 WS-CUST-INDEX                  PIC 9(4).
       01 WS-CUST-TABLE.
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
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE
           OPEN OUTPUT SURVEILLANCE-REPORT-FILE.

       CLOSE-FILES.
           ELSE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF ACCTREL-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE ACCOUNT-RELATIONSHIP-FILE
           END-IF
           CLOSE SURVEILLANCE-REPORT-FILE.

       LOAD-SURVEILLANCE-PARMS.
                       "entry skipped"
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRIES-SCANNED
                   MOVE ACCT-CUSTOMER-NUMBER TO WS-SLOT-CUSTOMER
                   PERFORM FIND-CUSTOMER-SLOT
                   PERFORM ADD-ENTRY-TO-SLOT
                   PERFORM TALLY-JOINT-OWNERS
           END-READ.

       TALLY-JOINT-OWNERS.
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
                           MOVE AREL-CUSTOMER-NUMBER
                               TO WS-SLOT-CUSTOMER
                           PERFORM FIND-CUSTOMER-SLOT
                           PERFORM ADD-ENTRY-TO-SLOT
                       END-IF
                   END-IF
           END-READ.

       FIND-CUSTOMER-SLOT.
               END-IF
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-CUST-INDEX
               MOVE WS-SLOT-CUSTOMER
                   TO WS-CT-CUSTOMER-NUMBER(WS-CUST-INDEX)
               MOVE ZERO TO WS-CT-TOTAL-DEPOSITS(WS-CUST-INDEX)
               MOVE ZERO TO WS-CT-TOTAL-WITHDRAWALS(WS-CUST-INDEX)

       TEST-CUSTOMER-SLOT.
           IF WS-CT-CUSTOMER-NUMBER(WS-CUST-INDEX)
                   = WS-SLOT-CUSTOMER
               SET CUSTOMER-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CUST-INDEX
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
               DISPLAY "BANKSURV ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKSURV ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKSURV ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
