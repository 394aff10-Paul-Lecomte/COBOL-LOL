               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-TRANSACTIONS-FILE.
           COPY "ACCTMAS.cpy".

       FD  POSTING-INPUT-FILE.
       01 POSTING-INPUT-RECORD           PIC X(53).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-ORIGINAL-RECORD        PIC X(53).
           05 FILLER                     PIC X(2).
           05 REJ-REASON-CODE            PIC X(20).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DAILYTXN-STATUS             PIC XX.
           88 DAILYTXN-OK                VALUE "00".
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
                       MOVE "BAD-AMOUNT" TO WS-REJECT-REASON
                       MOVE "N" TO WS-ACCT-VALID-SWITCH
                   ELSE
                       PERFORM EDIT-CHEQUE-SERIAL
                   END-IF
               END-IF
           END-IF
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *> A detail that is not a cheque may leave the serial blank;
      *> it is passed on as zero so posting sees a number.
       EDIT-CHEQUE-SERIAL.
           IF DTXN-CHEQUE-SERIAL-X = SPACES
               MOVE ZERO TO DTXN-CHEQUE-SERIAL
           END-IF
           IF DTXN-CHEQUE-SERIAL NOT NUMERIC
               MOVE "BAD-CHEQUE-SERIAL" TO WS-REJECT-REASON
               MOVE "N" TO WS-ACCT-VALID-SWITCH
           ELSE
               PERFORM EDIT-COLLECTION-FIELDS
           END-IF.

      *> A direct-debit collection is a debit carrying both the
      *> originator and its customer reference, and never a cheque;
      *> whether a mandate authorizes it is settled at posting.
       EDIT-COLLECTION-FIELDS.
           IF DTXN-ORIGINATOR-ID = SPACES
               IF DTXN-COLLECTION-REF NOT = SPACES
                   MOVE "BAD-COLLECTION" TO WS-REJECT-REASON
                   MOVE "N" TO WS-ACCT-VALID-SWITCH
               END-IF
           ELSE
               IF DTXN-TRAN-TYPE NOT = "WD  "
                       OR DTXN-COLLECTION-REF = SPACES
                       OR DTXN-CHEQUE-SERIAL NOT = ZERO
                   MOVE "BAD-COLLECTION" TO WS-REJECT-REASON
                   MOVE "N" TO WS-ACCT-VALID-SWITCH
               END-IF
           END-IF
           IF DETAIL-IS-CLEAN
               PERFORM CHECK-ACCOUNT-ON-MASTER
           END-IF.

       CHECK-ACCOUNT-ON-MASTER.
           MOVE DTXN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
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
               DISPLAY "BANKEDIT ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKEDIT ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKEDIT ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
