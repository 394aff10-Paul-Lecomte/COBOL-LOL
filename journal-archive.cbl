               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE.
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TRANLOG-STATUS              PIC XX.
           88 TRANLOG-OK                 VALUE "00".
       01 WS-HIST-WRITTEN-SWITCH         PIC X VALUE "N".
           88 HISTORY-WRITTEN            VALUE "Y".

      *> Entries dated before the open period (the month of the
      *> business date on PROCDATE) are archived; the open period
      *> stays on TRANLOG.
       01 WS-OPEN-PERIOD                 PIC 9(6).
       01 WS-TODAY-DATE                  PIC 9(8).

           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-OPEN-PERIOD
           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-NOT-RUN-THIS-PERIOD
           MOVE TLOG-TELLER-ID TO THIST-TELLER-ID
           MOVE TLOG-REVERSAL-REF TO THIST-REVERSAL-REF
           MOVE TLOG-REASON-CODE TO THIST-REASON-CODE
           MOVE TLOG-ORIGINATOR-ID TO THIST-ORIGINATOR-ID
           MOVE "N" TO WS-HIST-WRITTEN-SWITCH
           PERFORM WRITE-HISTORY-ENTRY UNTIL HISTORY-WRITTEN
           ADD 1 TO WS-COUNT-ARCHIVED.
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
               DISPLAY "TRANARCH ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "TRANARCH ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "TRANARCH ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
