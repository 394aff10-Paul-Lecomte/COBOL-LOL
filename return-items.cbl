               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-REJECT-FILE.
       01 POSTING-REJECT-RECORD.
           05 PREJ-ORIGINAL-RECORD       PIC X(53).
           05 FILLER                     PIC X(2).
           05 PREJ-REASON                PIC X(20).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
      *> The original channel detail carried inside the reject
      *> record, in the DAILYTXN detail layout.
                     ==DTXN-ACCT-NUMBER==    BY ==ORIG-ACCT-NUMBER==
                     ==DTXN-TRAN-TYPE==      BY ==ORIG-TRAN-TYPE==
                     ==DTXN-AMOUNT==         BY ==ORIG-AMOUNT==
                     ==DTXN-CHEQUE-SERIAL-X==
                         BY ==ORIG-CHEQUE-SERIAL-X==
                     ==DTXN-CHEQUE-SERIAL==  BY ==ORIG-CHEQUE-SERIAL==
                     ==DTXN-ORIGINATOR-ID==  BY ==ORIG-ORIGINATOR-ID==
                     ==DTXN-COLLECTION-REF== BY ==ORIG-COLLECTION-REF==
                     ==DAILY-BATCH-HEADER-RECORD==
                         BY ==WS-UNUSED-HEADER==
                     ==DTXN-HDR-ID==         BY ==ORIG-HDR-ID==
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
           MOVE ORIG-AMOUNT TO RITM-AMOUNT
           MOVE WS-RETURN-REASON TO RITM-RETURN-REASON
           MOVE WS-TODAY-DATE TO RITM-RETURN-DATE
           MOVE ORIG-CHEQUE-SERIAL TO RITM-CHEQUE-SERIAL
           MOVE ORIG-ORIGINATOR-ID TO RITM-ORIGINATOR-ID
           MOVE ORIG-COLLECTION-REF TO RITM-COLLECTION-REF
           WRITE RETURN-ITEM-RECORD
           ADD 1 TO WS-ITEM-COUNT
           ADD ORIG-AMOUNT TO WS-AMOUNT-TOTAL
                   MOVE "R05" TO WS-RETURN-REASON
               WHEN "REJECTED-BAD-TYPE"
                   MOVE "R06" TO WS-RETURN-REASON
               WHEN "REJECTED-MAND-CANCEL"
                   MOVE "R07" TO WS-RETURN-REASON
               WHEN "REJECTED-STOP-PAY"
                   MOVE "R08" TO WS-RETURN-REASON
               WHEN "REJECTED-NO-MANDATE"
               WHEN "REJECTED-MAND-LIMIT"
                   MOVE "R10" TO WS-RETURN-REASON
               WHEN "REJECTED-LOAN-ACCT"
                   MOVE "R20" TO WS-RETURN-REASON
               WHEN OTHER
                   MOVE "R03" TO WS-RETURN-REASON
           END-EVALUATE.
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
               DISPLAY "BANKRTRN ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKRTRN ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKRTRN ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
