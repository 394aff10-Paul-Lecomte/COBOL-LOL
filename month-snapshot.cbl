       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSNAP.

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

           SELECT MONTH-SNAPSHOT-FILE ASSIGN TO "MTHSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-MTHSNAP-STATUS.

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

       FD  MONTH-SNAPSHOT-FILE.
           COPY "MTHSNAP.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 ACCTMAS-EOF                VALUE "10".
           88 ACCTMAS-NOT-EXIST          VALUE "35".

       01 WS-MTHSNAP-STATUS              PIC XX.
           88 MTHSNAP-OK                 VALUE "00".
           88 MTHSNAP-NOT-FOUND          VALUE "23".
           88 MTHSNAP-NOT-EXIST          VALUE "35".

       01 WS-ACCTMAS-EOF-SWITCH          PIC X VALUE "N".
           88 ACCOUNTS-DONE              VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-PRIOR-BUSINESS-DATE         PIC 9(8).
       01 WS-SNAPSHOT-MONTH-IN           PIC X(6).
       01 WS-SNAPSHOT-MONTH              PIC 9(6).
       01 WS-ACCOUNTS-WRITTEN            PIC 9(7) VALUE ZERO.
       01 WS-ACCOUNTS-REPLACED           PIC 9(7) VALUE ZERO.
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
           PERFORM RESOLVE-SNAPSHOT-MONTH
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM OPEN-FILES
           PERFORM SNAPSHOT-NEXT-ACCOUNT UNTIL ACCOUNTS-DONE
           PERFORM CLOSE-FILES
           MOVE WS-BALANCE-TOTAL TO WS-BALANCE-TOTAL-EDITED
           DISPLAY "BANKSNAP - month-end snapshot " WS-SNAPSHOT-MONTH
               ": " WS-ACCOUNTS-WRITTEN " accounts ("
               WS-ACCOUNTS-REPLACED " replacing an earlier run)"
           DISPLAY "BANKSNAP - balance total "
               WS-BALANCE-TOTAL-EDITED
           PERFORM RECORD-RUN-END
           STOP RUN.

      *> The snapshot month (CCYYMM) comes from SYSIN; blank or zero
      *> means the month of the business date on PROCDATE. ACCTMAS
      *> only ever holds the current position, so the month must be
      *> the business date's month or, when BANKDROL has already
      *> rolled PROCDATE into a new month, the month just ended. A
      *> defaulted month is refused once PROCDATE has rolled into a
      *> new month, so a late run cannot file the closing position
      *> under the wrong month.
       RESOLVE-SNAPSHOT-MONTH.
           MOVE SPACES TO WS-SNAPSHOT-MONTH-IN
           ACCEPT WS-SNAPSHOT-MONTH-IN
           IF WS-SNAPSHOT-MONTH-IN NUMERIC
                   AND WS-SNAPSHOT-MONTH-IN NOT = "000000"
               MOVE WS-SNAPSHOT-MONTH-IN TO WS-SNAPSHOT-MONTH
               IF WS-SNAPSHOT-MONTH NOT = WS-TODAY-DATE(1:6)
                       AND WS-SNAPSHOT-MONTH
                           NOT = WS-PRIOR-BUSINESS-DATE(1:6)
                   DISPLAY "BANKSNAP ABEND - snapshot month "
                       WS-SNAPSHOT-MONTH " is not the month of "
                       "business date " WS-TODAY-DATE
                       " or of prior business date "
                       WS-PRIOR-BUSINESS-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-TODAY-DATE(1:6) TO WS-SNAPSHOT-MONTH
               IF WS-PRIOR-BUSINESS-DATE NUMERIC
                       AND WS-PRIOR-BUSINESS-DATE > ZERO
                       AND WS-PRIOR-BUSINESS-DATE(1:6)
                           NOT = WS-TODAY-DATE(1:6)
                   DISPLAY "BANKSNAP ABEND - PROCDATE has rolled "
                       "into a new month (business date "
                       WS-TODAY-DATE "); put the month being "
                       "snapshotted on SYSIN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCTMAS-NOT-EXIST
               DISPLAY "BANKSNAP ABEND - ACCTMAS does not exist; "
                   "nothing to snapshot"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MONTH-SNAPSHOT-FILE
           IF MTHSNAP-NOT-EXIST
               OPEN OUTPUT MONTH-SNAPSHOT-FILE
               CLOSE MONTH-SNAPSHOT-FILE
               OPEN I-O MONTH-SNAPSHOT-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MONTH-SNAPSHOT-FILE.

       SNAPSHOT-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNTS-DONE TO TRUE
               NOT AT END
                   PERFORM WRITE-ACCOUNT-SNAPSHOT
           END-READ.

      *> A rerun in the same month - after a late correction, say -
      *> replaces that month's records rather than failing on them,
      *> so the month end always holds the latest position taken.
       WRITE-ACCOUNT-SNAPSHOT.
           MOVE SPACES TO MONTH-SNAPSHOT-RECORD
           MOVE WS-SNAPSHOT-MONTH TO SNAP-MONTH
           MOVE ACCT-NUMBER TO SNAP-ACCT-NUMBER
           MOVE ACCT-CUSTOMER-NUMBER TO SNAP-CUSTOMER-NUMBER
           MOVE ACCT-PRODUCT-TYPE TO SNAP-PRODUCT-TYPE
           MOVE ACCT-BALANCE TO SNAP-BALANCE
           MOVE ACCT-OVERDRAFT-LIMIT TO SNAP-OVERDRAFT-LIMIT
           IF ACCT-BALANCE < ZERO
               COMPUTE SNAP-OVERDRAFT-USED = ZERO - ACCT-BALANCE
           ELSE
               MOVE ZERO TO SNAP-OVERDRAFT-USED
           END-IF
           MOVE ACCT-HOLD-TOTAL TO SNAP-HOLD-TOTAL
           MOVE ACCT-STATUS TO SNAP-STATUS
           MOVE ACCT-OPEN-DATE TO SNAP-OPEN-DATE
           MOVE ACCT-LAST-ACTIVITY-DATE TO SNAP-LAST-ACTIVITY-DATE
           MOVE WS-TODAY-DATE TO SNAP-TAKEN-DATE
           WRITE MONTH-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE MONTH-SNAPSHOT-RECORD
                   ADD 1 TO WS-ACCOUNTS-REPLACED
           END-WRITE
           ADD 1 TO WS-ACCOUNTS-WRITTEN
           ADD ACCT-BALANCE TO WS-BALANCE-TOTAL.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-EXIST
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       RECORD-RUN-START.
           MOVE "BANKSNAP" TO RUNC-PROGRAM
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
           MOVE WS-ACCOUNTS-WRITTEN TO RUNC-COUNT-PROCESSED
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
               DISPLAY "BANKSNAP ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKSNAP ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKSNAP ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE PDTE-PRIOR-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
           CLOSE PROCESSING-DATE-FILE.
