       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAS-STATUS.

           SELECT ACCOUNT-RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AREL-KEY
               ALTERNATE RECORD KEY IS AREL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTREL-STATUS.

           SELECT MAINT-REVIEW-REPORT-FILE ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTRPT-STATUS.

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
       FD  MAINTENANCE-LOG-FILE.
           COPY "MAINTLOG.cpy".

       FD  TRANSACTION-LOG-FILE.
           COPY "TRANLOG.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTMAS.cpy".

       FD  ACCOUNT-RELATIONSHIP-FILE.
           COPY "ACCTREL.cpy".

       FD  MAINT-REVIEW-REPORT-FILE.
       01 WS-REPORT-LINE                 PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MAINTLOG-STATUS             PIC XX.
           88 MAINTLOG-OK                VALUE "00".
           88 MAINTLOG-EOF               VALUE "10".
           88 MAINTLOG-NOT-EXIST         VALUE "35".

       01 WS-TRANLOG-STATUS              PIC XX.
           88 TRANLOG-OK                 VALUE "00".
           88 TRANLOG-EOF                VALUE "10".
           88 TRANLOG-NOT-EXIST          VALUE "35".

       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 ACCTMAS-NOT-FOUND          VALUE "23".
           88 ACCTMAS-NOT-EXIST          VALUE "35".

       01 WS-ACCTREL-STATUS              PIC XX.
           88 ACCTREL-OK                 VALUE "00".
           88 ACCTREL-NOT-EXIST          VALUE "35".

       01 WS-MAINTRPT-STATUS             PIC XX.

       01 WS-MAINTLOG-EOF-SWITCH         PIC X VALUE "N".
           88 MAINT-LOG-DONE             VALUE "Y".
       01 WS-TRANLOG-EOF-SWITCH          PIC X VALUE "N".
           88 JOURNAL-DONE               VALUE "Y".
       01 WS-AREL-SCAN-SWITCH            PIC X VALUE "N".
           88 AREL-SCAN-DONE             VALUE "Y".
       01 WS-CHANGE-FOUND-SWITCH         PIC X.
           88 CHANGE-ALREADY-HELD        VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-PRIOR-BUSINESS-DATE         PIC 9(8).

      *> The review period. MAINTLOG is stamped from the clock, so the
      *> period runs from the start of the last completed review to
      *> the start of this one: a change keyed at a weekend, on a
      *> holiday or after the last review ran is listed by the next
      *> one. With no completed review for the prior business date
      *> on RUNCTL it starts the day after that date.
       01 WS-REVIEW-FROM                 PIC 9(14).
       01 WS-REVIEW-FROM-PARTS REDEFINES WS-REVIEW-FROM.
           05 WS-REVIEW-FROM-DATE        PIC 9(8).
           05 WS-REVIEW-FROM-TIME        PIC 9(6).
       01 WS-REVIEW-TO                   PIC 9(14).
       01 WS-REVIEW-TO-PARTS REDEFINES WS-REVIEW-TO.
           05 WS-REVIEW-TO-DATE          PIC 9(8).
           05 WS-REVIEW-TO-TIME          PIC 9(6).
       01 WS-REVIEW-TO-INTEGER           PIC 9(8).

      *> Review parameters from SYSIN: cols 1-2 the number of days
      *> either side of a contact change in which a large debit is
      *> flagged, cols 3-11 the smallest debit that counts as large
      *> (9999999V99). Blank or zero takes the default.
       01 WS-REVIEW-PARM-IN.
           05 RP-WINDOW-DAYS-X           PIC X(2).
           05 RP-WINDOW-DAYS             REDEFINES RP-WINDOW-DAYS-X
                                         PIC 9(2).
           05 RP-LARGE-DEBIT-X           PIC X(9).
           05 RP-LARGE-DEBIT             REDEFINES RP-LARGE-DEBIT-X
                                         PIC 9(7)V99.
       01 WS-WINDOW-DAYS                 PIC 9(2) VALUE 5.
       01 WS-LARGE-DEBIT                 PIC 9(7)V99 VALUE 5000.00.

       01 WS-TODAY-INTEGER               PIC 9(8).
       01 WS-WINDOW-START-INTEGER        PIC 9(8).
       01 WS-ENTRY-DATE                  PIC 9(8).
       01 WS-ENTRY-INTEGER               PIC 9(8).
       01 WS-DEBIT-AMOUNT                PIC S9(7)V99.
       01 WS-PARTY-CUSTOMER              PIC 9(6).

      *> Contact changes (address or phone) made inside the window,
      *> one slot per customer per day.
       01 WS-CHANGE-COUNT                PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-INDEX                PIC 9(5).
       01 WS-CHANGE-LIMIT                PIC 9(5) VALUE 5000.
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 5000 TIMES.
               10 WS-CG-CUSTOMER-NUMBER  PIC 9(6).
               10 WS-CG-CHANGE-DATE      PIC 9(8).
               10 WS-CG-FIELD-NAME       PIC X(20).
               10 WS-CG-TELLER-ID        PIC X(4).

       01 WS-CHANGES-TODAY               PIC 9(7) VALUE ZERO.
       01 WS-CONTACT-CHANGES-TODAY       PIC 9(7) VALUE ZERO.
       01 WS-LARGE-DEBITS                PIC 9(7) VALUE ZERO.
       01 WS-FLAGS-RAISED                PIC 9(7) VALUE ZERO.

       01 WS-CHANGE-LINE.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 CL-TIME                    PIC X(6).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 CL-TELLER-ID               PIC X(4).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 CL-FILE-NAME               PIC X(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 CL-RECORD-KEY              PIC X(14).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 CL-FIELD-NAME              PIC X(20).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 CL-FLAG                    PIC X(15).

       01 WS-VALUE-LINE.
           05 FILLER                     PIC X(11) VALUE SPACES.
           05 VL-LABEL                   PIC X(8).
           05 VL-VALUE                   PIC X(40).

       01 WS-FLAG-LINE.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 FL-CUSTOMER-NUMBER         PIC 9(6).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FL-CHANGE-DATE             PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FL-FIELD-NAME              PIC X(14).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FL-CHANGE-TELLER           PIC X(4).
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 FL-ACCT-NUMBER             PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FL-DEBIT-DATE              PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FL-TRAN-TYPE               PIC X(4).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FL-AMOUNT                  PIC -(7)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 FL-DEBIT-TELLER            PIC X(4).

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
           PERFORM RESOLVE-REVIEW-PARMS
           PERFORM OPEN-RUN-CONTROL
           PERFORM RESOLVE-REVIEW-PERIOD
           PERFORM RECORD-RUN-START
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM SCAN-MAINTENANCE-LOG UNTIL MAINT-LOG-DONE
           IF WS-CHANGES-TODAY = ZERO
               MOVE "   NO MAINTENANCE CHANGES IN PERIOD"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           PERFORM WRITE-FLAG-HEADER
           PERFORM SCAN-JOURNAL-FOR-DEBITS UNTIL JOURNAL-DONE
           IF WS-FLAGS-RAISED = ZERO
               MOVE "   NONE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY "BANKMREV - changes in period: " WS-CHANGES-TODAY
               " contact change/large debit flags: " WS-FLAGS-RAISED
           PERFORM CLOSE-FILES
           IF WS-FLAGS-RAISED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       RESOLVE-REVIEW-PARMS.
           MOVE SPACES TO WS-REVIEW-PARM-IN
           ACCEPT WS-REVIEW-PARM-IN
           IF RP-WINDOW-DAYS-X NUMERIC AND RP-WINDOW-DAYS > ZERO
               MOVE RP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF RP-LARGE-DEBIT-X NUMERIC AND RP-LARGE-DEBIT > ZERO
               MOVE RP-LARGE-DEBIT TO WS-LARGE-DEBIT
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-WINDOW-START-INTEGER =
               WS-TODAY-INTEGER - WS-WINDOW-DAYS.

       RESOLVE-REVIEW-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REVIEW-TO
           COMPUTE WS-REVIEW-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REVIEW-TO-DATE)
           IF WS-PRIOR-BUSINESS-DATE NUMERIC
                   AND WS-PRIOR-BUSINESS-DATE > ZERO
               COMPUTE WS-REVIEW-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-BUSINESS-DATE)
                   + 1)
               MOVE ZEROES TO WS-REVIEW-FROM-TIME
               MOVE "BANKMREV" TO RUNC-PROGRAM
               MOVE WS-PRIOR-BUSINESS-DATE TO RUNC-RUN-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNC-COMPLETE
                           MOVE RUNC-START-TIMESTAMP TO WS-REVIEW-FROM
                       END-IF
               END-READ
           ELSE
               MOVE WS-TODAY-DATE TO WS-REVIEW-FROM-DATE
               MOVE ZEROES TO WS-REVIEW-FROM-TIME
           END-IF.

       OPEN-FILES.
           OPEN INPUT MAINTENANCE-LOG-FILE
           IF MAINTLOG-NOT-EXIST
               SET MAINT-LOG-DONE TO TRUE
           END-IF
           OPEN INPUT TRANSACTION-LOG-FILE
           IF TRANLOG-NOT-EXIST
               SET JOURNAL-DONE TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCTMAS-NOT-EXIST
               DISPLAY "BANKMREV ABEND - ACCTMAS does not exist; "
                   "cannot join debits to customers"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE
           OPEN OUTPUT MAINT-REVIEW-REPORT-FILE.

       CLOSE-FILES.
           IF MAINTLOG-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE MAINTENANCE-LOG-FILE
           END-IF
           IF TRANLOG-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           IF ACCTREL-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE ACCOUNT-RELATIONSHIP-FILE
           END-IF
           CLOSE MAINT-REVIEW-REPORT-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAILY MAINTENANCE REVIEW - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "SECTION 1 - NON-MONETARY CHANGES SINCE THE LAST REVIEW"
               TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   KEYED FROM " WS-REVIEW-FROM " TO "
               WS-REVIEW-TO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   TIME    TLR   FILE      KEY             "
               "FIELD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *> Changes keyed in the review period are listed for sign-off;
      *> contact changes from the whole window are kept to match
      *> against debits.
       SCAN-MAINTENANCE-LOG.
           READ MAINTENANCE-LOG-FILE
               AT END
                   SET MAINT-LOG-DONE TO TRUE
               NOT AT END
                   IF MLOG-TIMESTAMP NOT < WS-REVIEW-FROM
                           AND MLOG-TIMESTAMP < WS-REVIEW-TO
                       PERFORM WRITE-CHANGE-DETAIL
                   END-IF
                   IF MLOG-CONTACT-CHANGE
                       PERFORM HOLD-CONTACT-CHANGE
                   END-IF
           END-READ.

       WRITE-CHANGE-DETAIL.
           MOVE MLOG-TIMESTAMP(9:6) TO CL-TIME
           MOVE MLOG-TELLER-ID TO CL-TELLER-ID
           MOVE MLOG-FILE-NAME TO CL-FILE-NAME
           MOVE MLOG-RECORD-KEY TO CL-RECORD-KEY
           MOVE MLOG-FIELD-NAME TO CL-FIELD-NAME
           IF MLOG-CONTACT-CHANGE
               MOVE "CONTACT CHANGE" TO CL-FLAG
               ADD 1 TO WS-CONTACT-CHANGES-TODAY
           ELSE
               MOVE SPACES TO CL-FLAG
           END-IF
           MOVE WS-CHANGE-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "WAS:" TO VL-LABEL
           MOVE MLOG-BEFORE-VALUE TO VL-VALUE
           MOVE WS-VALUE-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "NOW:" TO VL-LABEL
           MOVE MLOG-AFTER-VALUE TO VL-VALUE
           MOVE WS-VALUE-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           ADD 1 TO WS-CHANGES-TODAY.

       HOLD-CONTACT-CHANGE.
           MOVE MLOG-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           COMPUTE WS-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
           IF WS-ENTRY-INTEGER >= WS-WINDOW-START-INTEGER
                   AND WS-ENTRY-INTEGER <= WS-REVIEW-TO-INTEGER
               MOVE "N" TO WS-CHANGE-FOUND-SWITCH
               MOVE 1 TO WS-CHANGE-INDEX
               PERFORM TEST-CHANGE-SLOT
                   UNTIL CHANGE-ALREADY-HELD
                       OR WS-CHANGE-INDEX > WS-CHANGE-COUNT
               IF NOT CHANGE-ALREADY-HELD
                   PERFORM ADD-CHANGE-SLOT
               END-IF
           END-IF.

       TEST-CHANGE-SLOT.
           IF WS-CG-CUSTOMER-NUMBER(WS-CHANGE-INDEX)
                   = MLOG-KEY-CUST-NUMBER
                   AND WS-CG-CHANGE-DATE(WS-CHANGE-INDEX)
                   = MLOG-TIMESTAMP(1:8)
               SET CHANGE-ALREADY-HELD TO TRUE
           ELSE
               ADD 1 TO WS-CHANGE-INDEX
           END-IF.

       ADD-CHANGE-SLOT.
           IF WS-CHANGE-COUNT >= WS-CHANGE-LIMIT
               DISPLAY "BANKMREV ABEND - more than " WS-CHANGE-LIMIT
                   " contact changes in the review window; raise "
                   "the table limit"
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE MLOG-KEY-CUST-NUMBER
               TO WS-CG-CUSTOMER-NUMBER(WS-CHANGE-COUNT)
           MOVE MLOG-TIMESTAMP(1:8)
               TO WS-CG-CHANGE-DATE(WS-CHANGE-COUNT)
           MOVE MLOG-FIELD-NAME TO WS-CG-FIELD-NAME(WS-CHANGE-COUNT)
           MOVE MLOG-TELLER-ID TO WS-CG-TELLER-ID(WS-CHANGE-COUNT).

       WRITE-FLAG-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECTION 2 - CONTACT CHANGE AND DEBIT OF $"
               WS-LARGE-DEBIT " OR MORE WITHIN " WS-WINDOW-DAYS
               " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   CUST NO CHANGED   FIELD           TLR   "
               "ACCT NO   DEBITED   TYPE      AMOUNT  TLR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *> Money leaving the account is a withdrawal or a transfer
      *> out. A pair is reported the night its later half happens,
      *> so it is flagged once and not again on each night of the
      *> window.
       SCAN-JOURNAL-FOR-DEBITS.
           READ TRANSACTION-LOG-FILE
               AT END
                   SET JOURNAL-DONE TO TRUE
               NOT AT END
                   IF TLOG-TRAN-TYPE = "WD  " OR "XFRD"
                       PERFORM TEST-LARGE-DEBIT
                   END-IF
           END-READ.

       TEST-LARGE-DEBIT.
           MOVE TLOG-AMOUNT TO WS-DEBIT-AMOUNT
           IF WS-DEBIT-AMOUNT < ZERO
               COMPUTE WS-DEBIT-AMOUNT = ZERO - WS-DEBIT-AMOUNT
           END-IF
           MOVE TLOG-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           COMPUTE WS-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
           IF WS-DEBIT-AMOUNT >= WS-LARGE-DEBIT
                   AND WS-ENTRY-INTEGER >= WS-WINDOW-START-INTEGER
                   AND WS-ENTRY-INTEGER <= WS-REVIEW-TO-INTEGER
               ADD 1 TO WS-LARGE-DEBITS
               IF WS-CHANGE-COUNT > ZERO
                   PERFORM MATCH-DEBIT-TO-PARTIES
               END-IF
           END-IF.

      *> Anyone who can draw on the account counts: the primary
      *> owner, joint owners and signatories.
       MATCH-DEBIT-TO-PARTIES.
           MOVE TLOG-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-NUMBER TO WS-PARTY-CUSTOMER
                   PERFORM MATCH-PARTY-CHANGES
                   PERFORM MATCH-OTHER-PARTIES
           END-READ.

       MATCH-OTHER-PARTIES.
           IF ACCTREL-NOT-EXIST
               CONTINUE
           ELSE
               MOVE "N" TO WS-AREL-SCAN-SWITCH
               MOVE TLOG-ACCT-NUMBER TO AREL-ACCT-NUMBER
               MOVE ZEROES TO AREL-CUSTOMER-NUMBER
               START ACCOUNT-RELATIONSHIP-FILE
                   KEY IS NOT LESS THAN AREL-KEY
                   INVALID KEY
                       SET AREL-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-NEXT-PARTY UNTIL AREL-SCAN-DONE
           END-IF.

       SCAN-NEXT-PARTY.
           READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
               AT END
                   SET AREL-SCAN-DONE TO TRUE
               NOT AT END
                   IF AREL-ACCT-NUMBER NOT = TLOG-ACCT-NUMBER
                       SET AREL-SCAN-DONE TO TRUE
                   ELSE
                       IF AREL-ACTIVE
                               AND (AREL-JOINT OR AREL-SIGNATORY)
                           MOVE AREL-CUSTOMER-NUMBER
                               TO WS-PARTY-CUSTOMER
                           PERFORM MATCH-PARTY-CHANGES
                       END-IF
                   END-IF
           END-READ.

       MATCH-PARTY-CHANGES.
           PERFORM TEST-CHANGE-AGAINST-DEBIT
               VARYING WS-CHANGE-INDEX FROM 1 BY 1
               UNTIL WS-CHANGE-INDEX > WS-CHANGE-COUNT.

       TEST-CHANGE-AGAINST-DEBIT.
           IF WS-CG-CUSTOMER-NUMBER(WS-CHANGE-INDEX)
                   = WS-PARTY-CUSTOMER
                   AND ((WS-CG-CHANGE-DATE(WS-CHANGE-INDEX)
                           NOT < WS-REVIEW-FROM-DATE
                       AND WS-CG-CHANGE-DATE(WS-CHANGE-INDEX)
                           NOT > WS-REVIEW-TO-DATE)
                     OR (TLOG-TIMESTAMP(1:8) NOT < WS-REVIEW-FROM-DATE
                       AND TLOG-TIMESTAMP(1:8) NOT > WS-REVIEW-TO-DATE))
               PERFORM WRITE-FLAG-DETAIL
           END-IF.

       WRITE-FLAG-DETAIL.
           MOVE WS-PARTY-CUSTOMER TO FL-CUSTOMER-NUMBER
           MOVE WS-CG-CHANGE-DATE(WS-CHANGE-INDEX) TO FL-CHANGE-DATE
           MOVE WS-CG-FIELD-NAME(WS-CHANGE-INDEX) TO FL-FIELD-NAME
           MOVE WS-CG-TELLER-ID(WS-CHANGE-INDEX) TO FL-CHANGE-TELLER
           MOVE TLOG-ACCT-NUMBER TO FL-ACCT-NUMBER
           MOVE TLOG-TIMESTAMP(1:8) TO FL-DEBIT-DATE
           MOVE TLOG-TRAN-TYPE TO FL-TRAN-TYPE
           MOVE TLOG-AMOUNT TO FL-AMOUNT
           MOVE TLOG-TELLER-ID TO FL-DEBIT-TELLER
           MOVE WS-FLAG-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           ADD 1 TO WS-FLAGS-RAISED.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Changes in period      : " WS-CHANGES-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Contact changes period : " WS-CONTACT-CHANGES-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Large debits in window : " WS-LARGE-DEBITS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Pairs flagged          : " WS-FLAGS-RAISED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Reviewed by supervisor: ______________________  "
               "Date: __________"
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
           MOVE "BANKMREV" TO RUNC-PROGRAM
           MOVE WS-TODAY-DATE TO RUNC-RUN-DATE
           MOVE WS-REVIEW-TO TO RUNC-START-TIMESTAMP
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
           MOVE WS-CHANGES-TODAY TO RUNC-COUNT-PROCESSED
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
               DISPLAY "BANKMREV ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKMREV ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKMREV ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE PDTE-PRIOR-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
           CLOSE PROCESSING-DATE-FILE.
