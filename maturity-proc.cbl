               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCAL-DATE
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       COPY "ACCTMAS.cpy"
           REPLACING ==ACCOUNT-RECORD==      BY ==WS-TERM-ACCOUNT==
                     ==ACCT-IS-SAVINGS==     BY ==TRM-IS-SAVINGS==
                     ==ACCT-IS-CHECKING==    BY ==TRM-IS-CHECKING==
                     ==ACCT-IS-TERM==        BY ==TRM-IS-TERM==
                     ==ACCT-IS-LOAN==        BY ==TRM-IS-LOAN==
                     ==ACCT-BALANCE==        BY ==TRM-BALANCE==
                     ==ACCT-OVERDRAFT-LIMIT== BY ==TRM-OVERDRAFT-LIMIT==
                     ==ACCT-HOLD-TOTAL==     BY ==TRM-HOLD-TOTAL==
                     ==ACCT-CREDIT-FRZ-TELLER==
                         BY ==TRM-CREDIT-FRZ-TELLER==
                     ==ACCT-OD-DAYS==        BY ==TRM-OD-DAYS==
                     ==ACCT-MATURITY-SHIFT==
                         BY ==TRM-MATURITY-SHIFT==
                     ==ACCT-FILLER==         BY ==TRM-FILLER==.

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

       01 WS-ACCTMAS-STATUS              PIC XX.

       01 WS-MTURRPT-STATUS              PIC XX.

       01 WS-BUSCAL-STATUS               PIC XX.
           88 BUSCAL-OK                  VALUE "00".
           88 BUSCAL-NOT-FOUND           VALUE "23".
           88 BUSCAL-NOT-EXIST           VALUE "35".

       01 WS-ACCTMAS-EOF-SWITCH          PIC X VALUE "N".
           88 ACCOUNTS-DONE              VALUE "Y".

       01 WS-PROCEEDS                    PIC S9(7)V99.
       01 WS-MATURITY-YEAR               PIC 9(4).
       01 WS-MATURITY-MONTH              PIC 9(4).
       01 WS-CALENDAR-DATE               PIC 9(8).
       01 WS-BUSINESS-DAY-SWITCH         PIC X VALUE "N".
           88 BUSINESS-DAY-FOUND         VALUE "Y".

       01 WS-DEPOSITS-MATURED            PIC 9(7) VALUE ZERO.
       01 WS-DEPOSITS-ROLLED             PIC 9(7) VALUE ZERO.
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
               CLOSE TRANSACTION-LOG-FILE
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSCAL-NOT-EXIST
               DISPLAY "BANKMTUR ABEND - BUSCAL does not exist; "
                   "operations must load the business calendar"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MATURITY-REPORT-FILE.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE BUSINESS-CALENDAR-FILE
           CLOSE MATURITY-REPORT-FILE.

       WRITE-REPORT-HEADER.
           MOVE "PAID TO NOMINATED ACCT" TO DL-DISPOSITION
           ADD 1 TO WS-DEPOSITS-PAID-OUT.

      *> The new term is counted from the contractual maturity date,
      *> not the business day it was paid on, and only the result is
      *> moved off a weekend or holiday; how far it moved is kept so
      *> the renewal after this one starts from the contract too.
       ROLL-DEPOSIT-FORWARD.
           PERFORM RESTORE-CONTRACT-MATURITY
           PERFORM ADD-TERM-TO-MATURITY-DATE
           MOVE TRM-MATURITY-DATE TO WS-CALENDAR-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           COMPUTE TRM-MATURITY-SHIFT =
               FUNCTION INTEGER-OF-DATE(WS-CALENDAR-DATE)
               - FUNCTION INTEGER-OF-DATE(TRM-MATURITY-DATE)
           MOVE WS-CALENDAR-DATE TO TRM-MATURITY-DATE
           MOVE WS-TODAY-DATE TO TRM-LAST-ACTIVITY-DATE
           MOVE WS-TERM-ACCOUNT TO ACCOUNT-RECORD
           MOVE TRM-ACCT-NUMBER TO ACCT-NUMBER
           END-IF
           ADD 1 TO WS-DEPOSITS-ROLLED.

      *> A deposit written before the shift was kept carries spaces
      *> there; its maturity date is taken as the contractual one.
       RESTORE-CONTRACT-MATURITY.
           IF TRM-MATURITY-SHIFT NUMERIC
                   AND TRM-MATURITY-SHIFT > ZERO
               COMPUTE TRM-MATURITY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TRM-MATURITY-DATE)
                   - TRM-MATURITY-SHIFT)
           END-IF.

      *> Month arithmetic on the CCYYMMDD maturity date, matching
      *> the computation at account opening: a day past the 28th is
      *> clamped so the result is valid in every month.
           SUBTRACT 12 FROM WS-MATURITY-MONTH
           ADD 1 TO WS-MATURITY-YEAR.

      *> A new maturity date that lands on a weekend or holiday on
      *> the business calendar moves to the next business day, so
      *> the deposit never matures on a day the branch is shut.
       ROLL-TO-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           PERFORM TEST-BUSINESS-DAY UNTIL BUSINESS-DAY-FOUND.

       TEST-BUSINESS-DAY.
           MOVE WS-CALENDAR-DATE TO BCAL-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   SET BUSINESS-DAY-FOUND TO TRUE
               NOT INVALID KEY
                   COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CALENDAR-DATE) + 1)
           END-READ.

       WRITE-MATURITY-DETAIL.
           MOVE TRM-ACCT-NUMBER TO DL-ACCT-NUMBER
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           MOVE WS-JOURNAL-ACCT TO TLOG-ACCT-NUMBER
           MOVE WS-JOURNAL-TYPE TO TLOG-TRAN-TYPE
           MOVE WS-JOURNAL-AMOUNT TO TLOG-AMOUNT
           MOVE WS-TODAY-DATE TO TLOG-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLOG-TIMESTAMP(9:6)
           MOVE WS-JOURNAL-BALANCE TO TLOG-RESULT-BALANCE
           MOVE WS-JOURNAL-RELATED-ACCT TO TLOG-RELATED-ACCT
           MOVE "BMTR" TO TLOG-TELLER-ID
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
               DISPLAY "BANKMTUR ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKMTUR ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKMTUR ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
