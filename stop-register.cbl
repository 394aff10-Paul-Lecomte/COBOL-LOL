       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSTOP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOPFILE-STATUS.

           SELECT STOP-REPORT-FILE ASSIGN TO "STOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOPRPT-STATUS.

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
       FD  STOP-PAYMENT-FILE.
           COPY "STOPPAY.cpy".

       FD  STOP-REPORT-FILE.
       01 WS-REPORT-LINE                 PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STOPFILE-STATUS             PIC XX.
           88 STOPFILE-OK                VALUE "00".
           88 STOPFILE-EOF               VALUE "10".
           88 STOPFILE-NOT-EXIST         VALUE "35".

       01 WS-STOPRPT-STATUS              PIC XX.

       01 WS-STOPS-EOF-SWITCH            PIC X VALUE "N".
           88 STOPS-DONE                 VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-STOPS-READ                  PIC 9(7) VALUE ZERO.
       01 WS-STOPS-ACTIVE                PIC 9(7) VALUE ZERO.
       01 WS-STOPS-EXPIRED-TODAY         PIC 9(7) VALUE ZERO.
       01 WS-STOPS-LAPSED                PIC 9(7) VALUE ZERO.
       01 WS-ITEMS-RETURNED              PIC 9(7) VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-ACCT-NUMBER             PIC 9(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-SEQUENCE                PIC 9(4).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-SERIAL-FROM             PIC 9(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-SERIAL-TO               PIC 9(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-AMOUNT                  PIC Z(6)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-PLACED-DATE             PIC 9(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 DL-EXPIRY-DATE             PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-STATUS                  PIC X(1).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-ITEMS-RETURNED          PIC ZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 DL-REASON                  PIC X(20).

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
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-ACTIVE-HEADER
           PERFORM START-STOP-SCAN
           PERFORM EXPIRE-AND-LIST-ACTIVE UNTIL STOPS-DONE
           PERFORM WRITE-LAPSED-HEADER
           PERFORM START-STOP-SCAN
           PERFORM LIST-LAPSED-STOPS UNTIL STOPS-DONE
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY "BANKSTOP - stops read: " WS-STOPS-READ
               " active: " WS-STOPS-ACTIVE
               " expired today: " WS-STOPS-EXPIRED-TODAY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-FILES.
           OPEN I-O STOP-PAYMENT-FILE
           IF STOPFILE-NOT-EXIST
               DISPLAY "BANKSTOP - no stop file; nothing to report"
           END-IF
           OPEN OUTPUT STOP-REPORT-FILE.

       CLOSE-FILES.
           IF STOPFILE-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE STOP-PAYMENT-FILE
           END-IF
           CLOSE STOP-REPORT-FILE.

      *> The register is two passes over the file in key order:
      *> stops still in force, then stops no longer in force.
       START-STOP-SCAN.
           MOVE "N" TO WS-STOPS-EOF-SWITCH
           IF STOPFILE-NOT-EXIST
               SET STOPS-DONE TO TRUE
           ELSE
               MOVE ZEROES TO STOP-KEY
               START STOP-PAYMENT-FILE
                   KEY IS NOT LESS THAN STOP-KEY
                   INVALID KEY
                       SET STOPS-DONE TO TRUE
               END-START
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHEQUE STOP-PAYMENT REGISTER - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       WRITE-ACTIVE-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "STOPS IN FORCE" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS.

       WRITE-LAPSED-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "STOPS EXPIRED (E) OR REVOKED (R)" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING " ACCT NO  STOP  SER FROM SER TO       AMOUNT  "
               "PLACED   EXPIRES   ST RET  REASON"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *> A stop is in force through its expiry date; the first run
      *> after that date marks it expired. Posting checks the date
      *> itself, so the status change here is for the register.
       EXPIRE-AND-LIST-ACTIVE.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET STOPS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-STOPS-READ
                   ADD STOP-ITEMS-RETURNED TO WS-ITEMS-RETURNED
                   IF STOP-ACTIVE
                       PERFORM EXPIRE-OR-LIST-STOP
                   END-IF
           END-READ.

       EXPIRE-OR-LIST-STOP.
           IF STOP-EXPIRY-DATE < WS-TODAY-DATE
               SET STOP-EXPIRED TO TRUE
               MOVE WS-TODAY-DATE TO STOP-STATUS-DATE
               REWRITE STOP-PAYMENT-RECORD
               ADD 1 TO WS-STOPS-EXPIRED-TODAY
           ELSE
               PERFORM WRITE-STOP-DETAIL
               ADD 1 TO WS-STOPS-ACTIVE
           END-IF.

       LIST-LAPSED-STOPS.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET STOPS-DONE TO TRUE
               NOT AT END
                   IF NOT STOP-ACTIVE
                       PERFORM WRITE-STOP-DETAIL
                       ADD 1 TO WS-STOPS-LAPSED
                   END-IF
           END-READ.

       WRITE-STOP-DETAIL.
           MOVE STOP-ACCT-NUMBER TO DL-ACCT-NUMBER
           MOVE STOP-SEQUENCE TO DL-SEQUENCE
           MOVE STOP-SERIAL-FROM TO DL-SERIAL-FROM
           MOVE STOP-SERIAL-TO TO DL-SERIAL-TO
           MOVE STOP-AMOUNT TO DL-AMOUNT
           MOVE STOP-PLACED-DATE TO DL-PLACED-DATE
           MOVE STOP-EXPIRY-DATE TO DL-EXPIRY-DATE
           MOVE STOP-STATUS TO DL-STATUS
           MOVE STOP-ITEMS-RETURNED TO DL-ITEMS-RETURNED
           MOVE STOP-REASON TO DL-REASON
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Stops in force        : " WS-STOPS-ACTIVE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Stops expired today   : " WS-STOPS-EXPIRED-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Stops no longer active: " WS-STOPS-LAPSED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Cheques returned      : " WS-ITEMS-RETURNED
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
           MOVE "BANKSTOP" TO RUNC-PROGRAM
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
           MOVE WS-STOPS-READ TO RUNC-COUNT-PROCESSED
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
               DISPLAY "BANKSTOP ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKSTOP ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKSTOP ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
