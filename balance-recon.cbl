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
           88 ENTRY-HAS-MATCHED          VALUE "Y".

       01 WS-ACCOUNTS-CHECKED            PIC 9(7) VALUE ZERO.
       01 WS-REBUILT-SWITCH              PIC X VALUE "N".
           88 MASTER-REBUILT-TODAY       VALUE "Y".
       01 WS-REBUILT-IMAGE-DATE          PIC 9(8).
       01 WS-REBUILT-TIMESTAMP           PIC 9(14).
       01 WS-ACCOUNTS-IN-ERROR           PIC 9(7) VALUE ZERO.

       01 WS-EXCEPTION-LINE.
           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-MASTER-REBUILT
           PERFORM RECORD-RUN-START
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF MASTER-REBUILT-TODAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACCTMAS REBUILT BY BANKRCVR AT "
                   WS-REBUILT-TIMESTAMP
                   " FROM THE IMAGE COPY OF " WS-REBUILT-IMAGE-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
               WHEN "INT "
               WHEN "OPEN"
               WHEN "RWD "
               WHEN "LDIS"
                   ADD WS-ENTRY-AMOUNT TO WS-COMPUTED-BALANCE
               WHEN "WD  "
               WHEN "XFRD"
               WHEN "FEE "
               WHEN "RDEP"
               WHEN "LPRN"
                   SUBTRACT WS-ENTRY-AMOUNT FROM WS-COMPUTED-BALANCE
               WHEN OTHER
                   CONTINUE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

      *> A completed forward recovery (BANKRCVR) today means the
      *> master being reconciled was rebuilt from an image copy; the
      *> report says so, so an exception is read against that.
       CHECK-MASTER-REBUILT.
           MOVE "BANKRCVR" TO RUNC-PROGRAM
           MOVE WS-TODAY-DATE TO RUNC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-COMPLETE
                       SET MASTER-REBUILT-TODAY TO TRUE
                       MOVE RUNC-IMAGE-DATE TO WS-REBUILT-IMAGE-DATE
                       MOVE RUNC-END-TIMESTAMP
                           TO WS-REBUILT-TIMESTAMP
                   END-IF
           END-READ.

       RECORD-RUN-START.
           MOVE "BANKRECN" TO RUNC-PROGRAM
           MOVE WS-TODAY-DATE TO RUNC-RUN-DATE
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
               DISPLAY "BANKRECN ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKRECN ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKRECN ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
