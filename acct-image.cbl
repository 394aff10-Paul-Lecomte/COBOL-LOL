       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKIMGC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAS-STATUS.

           SELECT IMAGE-COPY-FILE ASSIGN TO "ACCTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTIMG-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

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

       FD  IMAGE-COPY-FILE.
           COPY "ACCTIMG.cpy".

       FD  TRANSACTION-LOG-FILE.
           COPY "TRANLOG.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 ACCTMAS-EOF                VALUE "10".
           88 ACCTMAS-NOT-EXIST          VALUE "35".

       01 WS-ACCTIMG-STATUS              PIC XX.
           88 ACCTIMG-OK                 VALUE "00".

       01 WS-TRANLOG-STATUS              PIC XX.
           88 TRANLOG-OK                 VALUE "00".
           88 TRANLOG-NOT-EXIST          VALUE "35".

       01 WS-ACCTMAS-EOF-SWITCH          PIC X VALUE "N".
           88 ACCOUNTS-DONE              VALUE "Y".

       01 WS-TRANLOG-EOF-SWITCH          PIC X VALUE "N".
           88 JOURNAL-DONE               VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-COPY-TIMESTAMP              PIC 9(14).
       01 WS-JOURNAL-COUNT               PIC 9(9) VALUE ZERO.
       01 WS-LAST-ENTRY.
           05 WS-LAST-ACCT-NUMBER        PIC 9(8) VALUE ZERO.
           05 WS-LAST-TIMESTAMP          PIC 9(14) VALUE ZERO.
           05 WS-LAST-TRAN-TYPE          PIC X(4) VALUE SPACES.
       01 WS-ACCOUNTS-COPIED             PIC 9(7) VALUE ZERO.
       01 WS-BALANCE-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01 WS-BALANCE-TOTAL-EDITED        PIC -(11)9.99.

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
           PERFORM COUNT-JOURNAL-ENTRIES
           PERFORM WRITE-IMAGE-HEADER
           PERFORM COPY-NEXT-ACCOUNT UNTIL ACCOUNTS-DONE
           PERFORM WRITE-IMAGE-TRAILER
           PERFORM CLOSE-FILES
           MOVE WS-BALANCE-TOTAL TO WS-BALANCE-TOTAL-EDITED
           DISPLAY "BANKIMGC - ACCTMAS image copy taken at "
               WS-COPY-TIMESTAMP ", TRANLOG at entry "
               WS-JOURNAL-COUNT
           DISPLAY "BANKIMGC - " WS-ACCOUNTS-COPIED
               " accounts copied, balance total "
               WS-BALANCE-TOTAL-EDITED
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCTMAS-NOT-EXIST
               DISPLAY "BANKIMGC ABEND - ACCTMAS does not exist; "
                   "nothing to copy"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT IMAGE-COPY-FILE
           IF NOT ACCTIMG-OK
               DISPLAY "BANKIMGC ABEND - cannot open ACCTIMG, status "
                   WS-ACCTIMG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER-FILE
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE IMAGE-COPY-FILE.

      *> Recovery replays the journal from the entry after the last
      *> one on file now, so that position is recorded with the copy
      *> along with the entry itself. Position, not time, is what
      *> marks the copy: TRANLOG carries business-date stamps from
      *> the batch jobs and clock stamps from the teller screens, and
      *> a catch-up night can post entries stamped before the copy.
      *> Nothing writes to TRANLOG while this step runs - it is the
      *> first step of the nightly cycle.
       COUNT-JOURNAL-ENTRIES.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF TRANLOG-NOT-EXIST
               SET JOURNAL-DONE TO TRUE
           END-IF
           PERFORM COUNT-NEXT-JOURNAL-ENTRY UNTIL JOURNAL-DONE
           IF TRANLOG-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       COUNT-NEXT-JOURNAL-ENTRY.
           READ TRANSACTION-LOG-FILE
               AT END
                   SET JOURNAL-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE TLOG-ACCT-NUMBER TO WS-LAST-ACCT-NUMBER
                   MOVE TLOG-TIMESTAMP TO WS-LAST-TIMESTAMP
                   MOVE TLOG-TRAN-TYPE TO WS-LAST-TRAN-TYPE
           END-READ.

      *> The copy is stamped the way the batch jobs stamp TRANLOG -
      *> business date plus clock time - so it reads on the same
      *> basis as the recovery stop point it is checked against.
       WRITE-IMAGE-HEADER.
           MOVE WS-TODAY-DATE TO WS-COPY-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-COPY-TIMESTAMP(9:6)
           MOVE SPACES TO IMAGE-COPY-HEADER
           SET IMGH-IS-HEADER TO TRUE
           MOVE WS-COPY-TIMESTAMP TO IMGH-COPY-TIMESTAMP
           MOVE WS-TODAY-DATE TO IMGH-BUSINESS-DATE
           MOVE WS-JOURNAL-COUNT TO IMGH-JOURNAL-COUNT
           MOVE WS-LAST-ACCT-NUMBER TO IMGH-LAST-ACCT-NUMBER
           MOVE WS-LAST-TIMESTAMP TO IMGH-LAST-TIMESTAMP
           MOVE WS-LAST-TRAN-TYPE TO IMGH-LAST-TRAN-TYPE
           WRITE IMAGE-COPY-HEADER.

       COPY-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNTS-DONE TO TRUE
               NOT AT END
                   PERFORM WRITE-IMAGE-DETAIL
           END-READ.

       WRITE-IMAGE-DETAIL.
           MOVE SPACES TO IMAGE-COPY-DETAIL
           SET IMGD-IS-DETAIL TO TRUE
           MOVE ACCOUNT-RECORD TO IMGD-ACCOUNT-DATA
           WRITE IMAGE-COPY-DETAIL
           ADD 1 TO WS-ACCOUNTS-COPIED
           ADD ACCT-BALANCE TO WS-BALANCE-TOTAL.

       WRITE-IMAGE-TRAILER.
           MOVE SPACES TO IMAGE-COPY-TRAILER
           SET IMGT-IS-TRAILER TO TRUE
           MOVE WS-ACCOUNTS-COPIED TO IMGT-RECORD-COUNT
           MOVE WS-BALANCE-TOTAL TO IMGT-BALANCE-TOTAL
           WRITE IMAGE-COPY-TRAILER.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-EXIST
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       RECORD-RUN-START.
           MOVE "BANKIMGC" TO RUNC-PROGRAM
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
           MOVE WS-ACCOUNTS-COPIED TO RUNC-COUNT-PROCESSED
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
               DISPLAY "BANKIMGC ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKIMGC ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKIMGC ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
