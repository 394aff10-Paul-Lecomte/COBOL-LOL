               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       COPY "ACCTMAS.cpy"
           REPLACING ==ACCOUNT-RECORD==      BY ==WS-SOURCE-ACCOUNT==
                     ==ACCT-IS-SAVINGS==     BY ==SRC-IS-SAVINGS==
                     ==ACCT-IS-CHECKING==    BY ==SRC-IS-CHECKING==
                     ==ACCT-IS-TERM==        BY ==SRC-IS-TERM==
                     ==ACCT-IS-LOAN==        BY ==SRC-IS-LOAN==
                     ==ACCT-BALANCE==        BY ==SRC-BALANCE==
                     ==ACCT-OVERDRAFT-LIMIT== BY ==SRC-OVERDRAFT-LIMIT==
                     ==ACCT-HOLD-TOTAL==     BY ==SRC-HOLD-TOTAL==
                     ==ACCT-CREDIT-FRZ-TELLER==
                         BY ==SRC-CREDIT-FRZ-TELLER==
                     ==ACCT-OD-DAYS==        BY ==SRC-OD-DAYS==
                     ==ACCT-MATURITY-SHIFT==
                         BY ==SRC-MATURITY-SHIFT==
                     ==ACCT-FILLER==         BY ==SRC-FILLER==.

       COPY "ACCTMAS.cpy"
                     ==ACCT-IS-SAVINGS==     BY ==DST-IS-SAVINGS==
                     ==ACCT-IS-CHECKING==    BY ==DST-IS-CHECKING==
                     ==ACCT-IS-TERM==        BY ==DST-IS-TERM==
                     ==ACCT-IS-LOAN==        BY ==DST-IS-LOAN==
                     ==ACCT-BALANCE==        BY ==DST-BALANCE==
                     ==ACCT-OVERDRAFT-LIMIT== BY ==DST-OVERDRAFT-LIMIT==
                     ==ACCT-HOLD-TOTAL==     BY ==DST-HOLD-TOTAL==
                     ==ACCT-CREDIT-FRZ-TELLER==
                         BY ==DST-CREDIT-FRZ-TELLER==
                     ==ACCT-OD-DAYS==        BY ==DST-OD-DAYS==
                     ==ACCT-MATURITY-SHIFT==
                         BY ==DST-MATURITY-SHIFT==
                     ==ACCT-FILLER==         BY ==DST-FILLER==.

       01 WS-STORDFIL-STATUS             PIC XX.
           88 ORDER-EXECUTED             VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-TODAY-INTEGER               PIC 9(7).
       01 WS-PRIOR-BUSINESS-DATE         PIC 9(8).

      *> The calendar days this run answers for: every day after the
      *> prior business date up to and including today.
       01 WS-FIRST-DUE-INTEGER           PIC 9(7).
       01 WS-DUE-INTEGER                 PIC 9(7).
       01 WS-DUE-DATE                    PIC 9(8).
       01 WS-DUE-DAY                     PIC 9(2).
       01 WS-DAY-AFTER-DATE              PIC 9(8).
       01 WS-ORDER-DUE-SWITCH            PIC X VALUE "N".
           88 ORDER-IS-DUE               VALUE "Y".

       01 WS-AVAILABLE-FUNDS             PIC S9(7)V99.
       01 WS-OVERDRAFT-FEE               PIC 9(5)V99 VALUE 35.00.
           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           PERFORM SET-DUE-DATE-WINDOW
           PERFORM OPEN-FILES
           PERFORM CHECK-FOR-RESTART
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-END
           STOP RUN.

      *> Orders only execute on business days. An order whose day
      *> fell on a weekend or holiday since the prior business date
      *> is due today, so the window runs from the day after the
      *> prior business date through today. With no prior date on
      *> the control record the window is today alone.
       SET-DUE-DATE-WINDOW.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-TODAY-INTEGER TO WS-FIRST-DUE-INTEGER
           IF WS-PRIOR-BUSINESS-DATE NUMERIC
                   AND WS-PRIOR-BUSINESS-DATE > ZERO
                   AND WS-PRIOR-BUSINESS-DATE < WS-TODAY-DATE
               COMPUTE WS-FIRST-DUE-INTEGER = FUNCTION INTEGER-OF-DATE(
                   WS-PRIOR-BUSINESS-DATE) + 1
           END-IF.

       OPEN-FILES.
                   ADD 1 TO WS-ORDERS-READ
                   IF SORD-ORDER-NUMBER > WS-RESTART-ORDER
                           AND SORD-ACTIVE
                       PERFORM TEST-ORDER-DUE-TODAY
                   END-IF
           END-READ.

      *> An order executes at most once a run, however many of the
      *> window's days it matches.
       TEST-ORDER-DUE-TODAY.
           MOVE "N" TO WS-ORDER-DUE-SWITCH
           MOVE WS-FIRST-DUE-INTEGER TO WS-DUE-INTEGER
           PERFORM TEST-ORDER-DUE-ON-DATE
               UNTIL ORDER-IS-DUE OR WS-DUE-INTEGER > WS-TODAY-INTEGER
           IF ORDER-IS-DUE
               PERFORM EXECUTE-ONE-ORDER
           END-IF.

      *> An order dated the 29th-31st must still pay in a short
      *> month, so the last day of a month also takes any order
      *> whose day falls past it. The order's start and end dates
      *> are tested against the day it fell due, not the run date.
       TEST-ORDER-DUE-ON-DATE.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           COMPUTE WS-DAY-AFTER-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER + 1)
           MOVE WS-DUE-DATE(7:2) TO WS-DUE-DAY
           IF SORD-START-DATE <= WS-DUE-DATE
                   AND SORD-END-DATE >= WS-DUE-DATE
               IF SORD-DAY-OF-MONTH = WS-DUE-DAY
                       OR (WS-DAY-AFTER-DATE(5:2) NOT = WS-DUE-DATE(5:2)
                           AND SORD-DAY-OF-MONTH > WS-DUE-DAY)
                   SET ORDER-IS-DUE TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-DUE-INTEGER.

       EXECUTE-ONE-ORDER.
           MOVE "N" TO WS-ORDER-OK-SWITCH
           MOVE SPACES TO WS-FAIL-REASON
                   MOVE "FROM-ACCT-TERM-DEP" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               IF SRC-IS-LOAN
                   MOVE "FROM-ACCT-LOAN" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               MOVE SORD-TO-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE INTO WS-DEST-ACCOUNT
               IF DST-IS-TERM
                   MOVE "TO-ACCT-TERM-DEP" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               IF DST-IS-LOAN
                   MOVE "TO-ACCT-LOAN" TO WS-FAIL-REASON
               END-IF
           END-IF.

      *> Same overdraft and journaling rules as a teller transfer
           MOVE WS-JOURNAL-ACCT TO TLOG-ACCT-NUMBER
           MOVE WS-JOURNAL-TYPE TO TLOG-TRAN-TYPE
           MOVE WS-JOURNAL-AMOUNT TO TLOG-AMOUNT
           MOVE WS-TODAY-DATE TO TLOG-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLOG-TIMESTAMP(9:6)
           MOVE WS-JOURNAL-BALANCE TO TLOG-RESULT-BALANCE
           MOVE WS-JOURNAL-RELATED-ACCT TO TLOG-RELATED-ACCT
           MOVE "BSRD" TO TLOG-TELLER-ID
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
               DISPLAY "BANKSORD ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKSORD ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKSORD ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE PDTE-PRIOR-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
           CLOSE PROCESSING-DATE-FILE.
