       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-SNAPSHOT-FILE ASSIGN TO "MTHSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-MTHSNAP-STATUS.

           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO "PORTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTRPT-STATUS.

           SELECT PORTFOLIO-EXTRACT-FILE ASSIGN TO "PORTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTEXT-STATUS.

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
       FD  MONTH-SNAPSHOT-FILE.
           COPY "MTHSNAP.cpy".

       FD  PORTFOLIO-REPORT-FILE.
       01 WS-REPORT-LINE                 PIC X(100).

       FD  PORTFOLIO-EXTRACT-FILE.
       01 WS-EXTRACT-LINE                PIC X(120).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MTHSNAP-STATUS              PIC XX.
           88 MTHSNAP-OK                 VALUE "00".
           88 MTHSNAP-EOF                VALUE "10".
           88 MTHSNAP-NOT-FOUND          VALUE "23".
           88 MTHSNAP-NOT-EXIST          VALUE "35".

       01 WS-PORTRPT-STATUS              PIC XX.
       01 WS-PORTEXT-STATUS              PIC XX.

       01 WS-SNAPSHOT-EOF-SWITCH         PIC X VALUE "N".
           88 SNAPSHOTS-DONE             VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).

      *> Report month CCYYMM; taken from SYSIN, defaulting to the
      *> month of the business date on PROCDATE.
       01 WS-REPORT-MONTH-IN             PIC X(6).
       01 WS-REPORT-MONTH                PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-CCYY             PIC 9(4).
           05 WS-REPORT-MM               PIC 9(2).
       01 WS-PRIOR-MONTH                 PIC 9(6).
       01 WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-CCYY              PIC 9(4).
           05 WS-PRIOR-MM                PIC 9(2).
       01 WS-YEAR-AGO-MONTH              PIC 9(6).
       01 WS-YEAR-AGO-MONTH-PARTS REDEFINES WS-YEAR-AGO-MONTH.
           05 WS-YEAR-AGO-CCYY           PIC 9(4).
           05 WS-YEAR-AGO-MM             PIC 9(2).
       01 WS-SCAN-MONTH                  PIC 9(6).

       01 WS-COMPARE-SWITCH              PIC X.
           88 COMPARE-PRIOR-MONTH        VALUE "P".
           88 COMPARE-YEAR-AGO           VALUE "Y".

       01 WS-SNAPSHOT-RECORDS            PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-RECORDS               PIC 9(7) VALUE ZERO.
       01 WS-YEAR-AGO-RECORDS            PIC 9(7) VALUE ZERO.

      *> The snapshot being tallied, kept while the same account's
      *> prior-month record is looked up.
       01 WS-CUR-ACCT-NUMBER             PIC 9(8).
       01 WS-CUR-STATUS                  PIC X.
           88 CUR-CLOSED                 VALUE "C".
           88 CUR-DORMANT                VALUE "D".
       01 WS-PRIOR-STATUS                PIC X.
           88 PRIOR-NONE                 VALUE "N".
           88 PRIOR-OPEN                 VALUE "O".
           88 PRIOR-CLOSED               VALUE "C".
           88 PRIOR-DORMANT              VALUE "D".
       01 WS-NEW-SWITCH                  PIC X.
           88 OPENED-THIS-MONTH          VALUE "Y".

       01 WS-OPEN-DATE                   PIC 9(8).
       01 WS-OPEN-DATE-PARTS REDEFINES WS-OPEN-DATE.
           05 WS-OPEN-CCYY               PIC 9(4).
           05 WS-OPEN-MM                 PIC 9(2).
           05 WS-OPEN-DD                 PIC 9(2).
       01 WS-AGE-MONTHS                  PIC S9(5).

       01 WS-PRODUCT-IDX                 PIC 9(2).
       01 WS-TALLY-IDX                   PIC 9(2).
       01 WS-BAND-IDX                    PIC 9(2).
       01 WS-AGE-IDX                     PIC 9(2).

      *> Products 1-3 are the deposit products; 4 is all three
      *> together. Loan accounts are snapshotted but are not part of
      *> the deposit portfolio.
       01 WS-PRODUCT-NAME-VALUES.
           05 FILLER                     PIC X(12) VALUE "SAVINGS".
           05 FILLER                     PIC X(12) VALUE "CHECKING".
           05 FILLER                     PIC X(12) VALUE "TERM DEPOSIT".
           05 FILLER                     PIC X(12) VALUE "ALL DEPOSITS".
       01 WS-PRODUCT-NAME-TABLE REDEFINES WS-PRODUCT-NAME-VALUES.
           05 WS-PRODUCT-NAME            PIC X(12) OCCURS 4 TIMES.
       01 WS-PRODUCT-COUNT               PIC 9(2) VALUE 4.

       01 WS-BAND-LABEL-VALUES.
           05 FILLER                     PIC X(24) VALUE "OVERDRAWN".
           05 FILLER                     PIC X(24)
                                         VALUE "0.00 - 999.99".
           05 FILLER                     PIC X(24)
                                         VALUE "1000.00 - 9999.99".
           05 FILLER                     PIC X(24)
                                         VALUE "10000.00 - 49999.99".
           05 FILLER                     PIC X(24)
                                         VALUE "50000.00 - 99999.99".
           05 FILLER                     PIC X(24)
                                         VALUE "100000.00 AND OVER".
       01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05 WS-BAND-LABEL              PIC X(24) OCCURS 6 TIMES.
       01 WS-BAND-COUNT                  PIC 9(2) VALUE 6.

       01 WS-AGE-LABEL-VALUES.
           05 FILLER                     PIC X(24)
                                         VALUE "UNDER 1 YEAR".
           05 FILLER                     PIC X(24)
                                         VALUE "1 TO 2 YEARS".
           05 FILLER                     PIC X(24)
                                         VALUE "2 TO 5 YEARS".
           05 FILLER                     PIC X(24)
                                         VALUE "5 YEARS AND OVER".
       01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABEL-VALUES.
           05 WS-AGE-LABEL               PIC X(24) OCCURS 4 TIMES.
       01 WS-AGE-COUNT                   PIC 9(2) VALUE 4.

      *> Portfolio totals per product. Counts and balances cover
      *> open and dormant accounts; closed accounts appear only in
      *> the movement figures.
       01 WS-PORTFOLIO-TABLE.
           05 WS-PRODUCT-TOTALS          OCCURS 4 TIMES.
               10 PT-ACCOUNTS            PIC 9(7).
               10 PT-BALANCE             PIC S9(11)V99.
               10 PT-BAND-ENTRY          OCCURS 6 TIMES.
                   15 PT-BAND-ACCOUNTS   PIC 9(7).
                   15 PT-BAND-BALANCE    PIC S9(11)V99.
               10 PT-AGE-ENTRY           OCCURS 4 TIMES.
                   15 PT-AGE-ACCOUNTS    PIC 9(7).
                   15 PT-AGE-BALANCE     PIC S9(11)V99.
               10 PT-DORMANT-ACCOUNTS    PIC 9(7).
               10 PT-DORMANT-BALANCE     PIC S9(11)V99.
               10 PT-OVERDRAWN-ACCOUNTS  PIC 9(7).
               10 PT-OVERDRAFT-USED      PIC S9(11)V99.
               10 PT-HOLD-ACCOUNTS       PIC 9(7).
               10 PT-HOLD-TOTAL          PIC S9(11)V99.
               10 PT-NEW-ACCOUNTS        PIC 9(7).
               10 PT-NEW-BALANCE         PIC S9(11)V99.
               10 PT-CLOSED-ACCOUNTS     PIC 9(7).
               10 PT-WENT-DORMANT        PIC 9(7).
               10 PT-PRIOR-ACCOUNTS      PIC 9(7).
               10 PT-PRIOR-BALANCE       PIC S9(11)V99.
               10 PT-YEAR-AGO-ACCOUNTS   PIC 9(7).
               10 PT-YEAR-AGO-BALANCE    PIC S9(11)V99.

       01 WS-NET-ACCOUNTS                PIC S9(7).
       01 WS-NET-BALANCE                 PIC S9(11)V99.
       01 WS-COMPARE-ACCOUNTS            PIC 9(7).
       01 WS-COMPARE-BALANCE             PIC S9(11)V99.
       01 WS-COMPARE-RECORDS             PIC 9(7).
       01 WS-COMPARE-MONTH               PIC 9(6).
       01 WS-COMPARE-LABEL               PIC X(12).
       01 WS-PCT-CHANGE                  PIC S9(5)V9.

       01 WS-BAND-LINE.
           05 FILLER                     PIC X(5) VALUE SPACES.
           05 BL-LABEL                   PIC X(24).
           05 BL-ACCOUNTS                PIC -(6)9.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 BL-BALANCE                 PIC -(11)9.99.

       01 WS-BAND-HEADING.
           05 FILLER                     PIC X(28)
               VALUE "     BALANCE BAND".
           05 FILLER                     PIC X(26)
               VALUE "ACCOUNTS           BALANCE".

       01 WS-COMPARE-HEADING.
           05 FILLER                     PIC X(28)
               VALUE "     COMPARISON".
           05 FILLER                     PIC X(26)
               VALUE "ACCOUNTS           BALANCE".
           05 FILLER                     PIC X(10)
               VALUE "  ACCT CHG".
           05 FILLER                     PIC X(18)
               VALUE "    BALANCE CHANGE".
           05 FILLER                     PIC X(10)
               VALUE "       PCT".

       01 WS-COMPARE-LINE.
           05 FILLER                     PIC X(5) VALUE SPACES.
           05 CL-LABEL                   PIC X(24).
           05 CL-ACCOUNTS                PIC Z(6)9.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 CL-BALANCE                 PIC -(11)9.99.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 CL-ACCOUNT-CHANGE          PIC -(6)9.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 CL-BALANCE-CHANGE          PIC -(11)9.99.
           05 FILLER                     PIC X(3) VALUE SPACES.
           05 CL-PCT-CHANGE              PIC -(4)9.9.

      *> One extract row: month, product, section, item, account
      *> count, amount - comma-delimited for the finance team's
      *> spreadsheets, numbers without leading spaces.
       01 WS-EXT-SECTION                 PIC X(10).
       01 WS-EXT-ITEM                    PIC X(24).
       01 WS-EXT-ACCOUNTS                PIC S9(7).
       01 WS-EXT-AMOUNT                  PIC S9(11)V99.
       01 WS-EXT-COUNT-EDITED            PIC -(7)9.
       01 WS-EXT-AMOUNT-EDITED           PIC -(11)9.99.
       01 WS-EXT-COUNT-START             PIC 9(2).
       01 WS-EXT-AMOUNT-START            PIC 9(2).
       01 WS-EXTRACT-ROWS                PIC 9(7) VALUE ZERO.

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
           PERFORM RESOLVE-REPORT-MONTH
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM OPEN-FILES
           INITIALIZE WS-PORTFOLIO-TABLE
           SET COMPARE-PRIOR-MONTH TO TRUE
           MOVE WS-PRIOR-MONTH TO WS-SCAN-MONTH
           PERFORM SCAN-COMPARISON-MONTH
           SET COMPARE-YEAR-AGO TO TRUE
           MOVE WS-YEAR-AGO-MONTH TO WS-SCAN-MONTH
           PERFORM SCAN-COMPARISON-MONTH
           PERFORM SCAN-REPORT-MONTH
           IF WS-SNAPSHOT-RECORDS = ZERO
               DISPLAY "BANKPORT ABEND - no MTHSNAP snapshot for "
                   WS-REPORT-MONTH "; run BANKSNAP first"
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM PRINT-PRODUCT-SECTION
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-PRODUCT-COUNT
           PERFORM CLOSE-FILES
           DISPLAY "BANKPORT - portfolio report for " WS-REPORT-MONTH
               ": " WS-SNAPSHOT-RECORDS " snapshot records, "
               WS-EXTRACT-ROWS " extract rows"
           PERFORM RECORD-RUN-END
           STOP RUN.

      *> The comparison months are the month before and the same
      *> month a year before.
       RESOLVE-REPORT-MONTH.
           MOVE SPACES TO WS-REPORT-MONTH-IN
           ACCEPT WS-REPORT-MONTH-IN
           IF WS-REPORT-MONTH-IN NUMERIC
                   AND WS-REPORT-MONTH-IN NOT = "000000"
               MOVE WS-REPORT-MONTH-IN TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MM = 1
               COMPUTE WS-PRIOR-CCYY = WS-REPORT-CCYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-REPORT-CCYY TO WS-PRIOR-CCYY
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF
           COMPUTE WS-YEAR-AGO-CCYY = WS-REPORT-CCYY - 1
           MOVE WS-REPORT-MM TO WS-YEAR-AGO-MM.

       OPEN-FILES.
           OPEN INPUT MONTH-SNAPSHOT-FILE
           IF MTHSNAP-NOT-EXIST
               DISPLAY "BANKPORT ABEND - MTHSNAP does not exist; "
                   "run BANKSNAP first"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PORTFOLIO-REPORT-FILE
           OPEN OUTPUT PORTFOLIO-EXTRACT-FILE.

       CLOSE-FILES.
           CLOSE MONTH-SNAPSHOT-FILE
           CLOSE PORTFOLIO-REPORT-FILE
           CLOSE PORTFOLIO-EXTRACT-FILE.

       START-SNAPSHOT-SCAN.
           MOVE "N" TO WS-SNAPSHOT-EOF-SWITCH
           MOVE WS-SCAN-MONTH TO SNAP-MONTH
           MOVE ZEROES TO SNAP-ACCT-NUMBER
           START MONTH-SNAPSHOT-FILE
               KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   SET SNAPSHOTS-DONE TO TRUE
           END-START.

       SET-PRODUCT-INDEX.
           EVALUATE TRUE
               WHEN SNAP-IS-SAVINGS
                   MOVE 1 TO WS-PRODUCT-IDX
               WHEN SNAP-IS-CHECKING
                   MOVE 2 TO WS-PRODUCT-IDX
               WHEN SNAP-IS-TERM
                   MOVE 3 TO WS-PRODUCT-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-PRODUCT-IDX
           END-EVALUATE.

       SCAN-COMPARISON-MONTH.
           PERFORM START-SNAPSHOT-SCAN
           PERFORM TALLY-NEXT-COMPARISON UNTIL SNAPSHOTS-DONE.

       TALLY-NEXT-COMPARISON.
           READ MONTH-SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET SNAPSHOTS-DONE TO TRUE
               NOT AT END
                   IF SNAP-MONTH NOT = WS-SCAN-MONTH
                       SET SNAPSHOTS-DONE TO TRUE
                   ELSE
                       PERFORM TALLY-COMPARISON-ACCOUNT
                   END-IF
           END-READ.

       TALLY-COMPARISON-ACCOUNT.
           IF COMPARE-PRIOR-MONTH
               ADD 1 TO WS-PRIOR-RECORDS
           ELSE
               ADD 1 TO WS-YEAR-AGO-RECORDS
           END-IF
           PERFORM SET-PRODUCT-INDEX
           IF WS-PRODUCT-IDX > ZERO AND NOT SNAP-CLOSED
               MOVE WS-PRODUCT-IDX TO WS-TALLY-IDX
               PERFORM ADD-COMPARISON-TOTALS
               MOVE 4 TO WS-TALLY-IDX
               PERFORM ADD-COMPARISON-TOTALS
           END-IF.

       ADD-COMPARISON-TOTALS.
           IF COMPARE-PRIOR-MONTH
               ADD 1 TO PT-PRIOR-ACCOUNTS(WS-TALLY-IDX)
               ADD SNAP-BALANCE TO PT-PRIOR-BALANCE(WS-TALLY-IDX)
           ELSE
               ADD 1 TO PT-YEAR-AGO-ACCOUNTS(WS-TALLY-IDX)
               ADD SNAP-BALANCE TO PT-YEAR-AGO-BALANCE(WS-TALLY-IDX)
           END-IF.

       SCAN-REPORT-MONTH.
           MOVE WS-REPORT-MONTH TO WS-SCAN-MONTH
           PERFORM START-SNAPSHOT-SCAN
           PERFORM TALLY-NEXT-SNAPSHOT UNTIL SNAPSHOTS-DONE.

       TALLY-NEXT-SNAPSHOT.
           READ MONTH-SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET SNAPSHOTS-DONE TO TRUE
               NOT AT END
                   IF SNAP-MONTH NOT = WS-REPORT-MONTH
                       SET SNAPSHOTS-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-SNAPSHOT-RECORDS
                       PERFORM TALLY-REPORT-ACCOUNT
                   END-IF
           END-READ.

      *> The account's position is tallied first; its prior-month
      *> record is then read to see whether it closed or went
      *> dormant during the month, which moves the file, so the
      *> scan STARTs again past the account just tallied.
       TALLY-REPORT-ACCOUNT.
           PERFORM SET-PRODUCT-INDEX
           IF WS-PRODUCT-IDX > ZERO
               MOVE SNAP-ACCT-NUMBER TO WS-CUR-ACCT-NUMBER
               MOVE SNAP-STATUS TO WS-CUR-STATUS
               PERFORM CLASSIFY-REPORT-ACCOUNT
               MOVE WS-PRODUCT-IDX TO WS-TALLY-IDX
               PERFORM ADD-POSITION-TOTALS
               MOVE 4 TO WS-TALLY-IDX
               PERFORM ADD-POSITION-TOTALS
               PERFORM FIND-PRIOR-STATUS
               MOVE WS-PRODUCT-IDX TO WS-TALLY-IDX
               PERFORM ADD-MOVEMENT-TOTALS
               MOVE 4 TO WS-TALLY-IDX
               PERFORM ADD-MOVEMENT-TOTALS
           END-IF.

       CLASSIFY-REPORT-ACCOUNT.
           EVALUATE TRUE
               WHEN SNAP-BALANCE < ZERO
                   MOVE 1 TO WS-BAND-IDX
               WHEN SNAP-BALANCE < 1000
                   MOVE 2 TO WS-BAND-IDX
               WHEN SNAP-BALANCE < 10000
                   MOVE 3 TO WS-BAND-IDX
               WHEN SNAP-BALANCE < 50000
                   MOVE 4 TO WS-BAND-IDX
               WHEN SNAP-BALANCE < 100000
                   MOVE 5 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 6 TO WS-BAND-IDX
           END-EVALUATE
           MOVE "N" TO WS-NEW-SWITCH
           IF SNAP-OPEN-DATE NUMERIC AND SNAP-OPEN-DATE > ZERO
               MOVE SNAP-OPEN-DATE TO WS-OPEN-DATE
               COMPUTE WS-AGE-MONTHS =
                   (WS-REPORT-CCYY * 12 + WS-REPORT-MM)
                   - (WS-OPEN-CCYY * 12 + WS-OPEN-MM)
               IF SNAP-OPEN-DATE(1:6) = WS-REPORT-MONTH
                   SET OPENED-THIS-MONTH TO TRUE
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-MONTHS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-MONTHS < 12
                   MOVE 1 TO WS-AGE-IDX
               WHEN WS-AGE-MONTHS < 24
                   MOVE 2 TO WS-AGE-IDX
               WHEN WS-AGE-MONTHS < 60
                   MOVE 3 TO WS-AGE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-IDX
           END-EVALUATE.

       ADD-POSITION-TOTALS.
           IF NOT SNAP-CLOSED
               ADD 1 TO PT-ACCOUNTS(WS-TALLY-IDX)
               ADD SNAP-BALANCE TO PT-BALANCE(WS-TALLY-IDX)
               ADD 1 TO PT-BAND-ACCOUNTS(WS-TALLY-IDX, WS-BAND-IDX)
               ADD SNAP-BALANCE
                   TO PT-BAND-BALANCE(WS-TALLY-IDX, WS-BAND-IDX)
               ADD 1 TO PT-AGE-ACCOUNTS(WS-TALLY-IDX, WS-AGE-IDX)
               ADD SNAP-BALANCE
                   TO PT-AGE-BALANCE(WS-TALLY-IDX, WS-AGE-IDX)
               IF SNAP-DORMANT
                   ADD 1 TO PT-DORMANT-ACCOUNTS(WS-TALLY-IDX)
                   ADD SNAP-BALANCE
                       TO PT-DORMANT-BALANCE(WS-TALLY-IDX)
               END-IF
               IF SNAP-OVERDRAFT-USED > ZERO
                   ADD 1 TO PT-OVERDRAWN-ACCOUNTS(WS-TALLY-IDX)
                   ADD SNAP-OVERDRAFT-USED
                       TO PT-OVERDRAFT-USED(WS-TALLY-IDX)
               END-IF
               IF SNAP-HOLD-TOTAL > ZERO
                   ADD 1 TO PT-HOLD-ACCOUNTS(WS-TALLY-IDX)
                   ADD SNAP-HOLD-TOTAL TO PT-HOLD-TOTAL(WS-TALLY-IDX)
               END-IF
           END-IF
           IF OPENED-THIS-MONTH
               ADD 1 TO PT-NEW-ACCOUNTS(WS-TALLY-IDX)
               ADD SNAP-BALANCE TO PT-NEW-BALANCE(WS-TALLY-IDX)
           END-IF.

      *> With no prior-month snapshot at all there is nothing to
      *> compare a status against, and only accounts opened and
      *> closed within the month itself count as closures.
       FIND-PRIOR-STATUS.
           SET PRIOR-NONE TO TRUE
           IF WS-PRIOR-RECORDS > ZERO
               MOVE WS-PRIOR-MONTH TO SNAP-MONTH
               MOVE WS-CUR-ACCT-NUMBER TO SNAP-ACCT-NUMBER
               READ MONTH-SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SNAP-STATUS TO WS-PRIOR-STATUS
               END-READ
               PERFORM REPOSITION-SNAPSHOT-SCAN
           END-IF.

       REPOSITION-SNAPSHOT-SCAN.
           MOVE WS-REPORT-MONTH TO SNAP-MONTH
           MOVE WS-CUR-ACCT-NUMBER TO SNAP-ACCT-NUMBER
           START MONTH-SNAPSHOT-FILE
               KEY IS GREATER THAN SNAP-KEY
               INVALID KEY
                   SET SNAPSHOTS-DONE TO TRUE
           END-START.

       ADD-MOVEMENT-TOTALS.
           IF CUR-CLOSED
               IF PRIOR-OPEN OR PRIOR-DORMANT
                       OR (PRIOR-NONE AND OPENED-THIS-MONTH)
                   ADD 1 TO PT-CLOSED-ACCOUNTS(WS-TALLY-IDX)
               END-IF
           END-IF
           IF CUR-DORMANT AND PRIOR-OPEN
               ADD 1 TO PT-WENT-DORMANT(WS-TALLY-IDX)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOSIT PORTFOLIO REPORT - MONTH END "
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Compared with " WS-PRIOR-MONTH
               " (prior month) and " WS-YEAR-AGO-MONTH
               " (year ago)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF WS-PRIOR-RECORDS = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO SNAPSHOT FOR " WS-PRIOR-MONTH
                   " - CLOSURES AND DORMANCY COUNT ONLY ACCOUNTS "
                   "OPENED THIS MONTH"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       PRINT-PRODUCT-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRODUCT: " WS-PRODUCT-NAME(WS-TALLY-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-BAND-HEADING TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "BAND" TO WS-EXT-SECTION
           PERFORM PRINT-BAND-LINE
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "     ACCOUNT AGE" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "AGE" TO WS-EXT-SECTION
           PERFORM PRINT-AGE-LINE
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > WS-AGE-COUNT
           PERFORM PRINT-POSITION-LINES
           PERFORM PRINT-MOVEMENT-LINES
           PERFORM PRINT-COMPARISON-LINES.

       PRINT-BAND-LINE.
           MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-EXT-ITEM
           MOVE PT-BAND-ACCOUNTS(WS-TALLY-IDX, WS-BAND-IDX)
               TO WS-EXT-ACCOUNTS
           MOVE PT-BAND-BALANCE(WS-TALLY-IDX, WS-BAND-IDX)
               TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-AGE-LINE.
           MOVE WS-AGE-LABEL(WS-AGE-IDX) TO WS-EXT-ITEM
           MOVE PT-AGE-ACCOUNTS(WS-TALLY-IDX, WS-AGE-IDX)
               TO WS-EXT-ACCOUNTS
           MOVE PT-AGE-BALANCE(WS-TALLY-IDX, WS-AGE-IDX)
               TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-POSITION-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "     POSITION AT MONTH END" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "POSITION" TO WS-EXT-SECTION
           MOVE "ACCOUNTS IN PORTFOLIO" TO WS-EXT-ITEM
           MOVE PT-ACCOUNTS(WS-TALLY-IDX) TO WS-EXT-ACCOUNTS
           MOVE PT-BALANCE(WS-TALLY-IDX) TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DORMANT" TO WS-EXT-ITEM
           MOVE PT-DORMANT-ACCOUNTS(WS-TALLY-IDX) TO WS-EXT-ACCOUNTS
           MOVE PT-DORMANT-BALANCE(WS-TALLY-IDX) TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "OVERDRAFT IN USE" TO WS-EXT-ITEM
           MOVE PT-OVERDRAWN-ACCOUNTS(WS-TALLY-IDX)
               TO WS-EXT-ACCOUNTS
           MOVE PT-OVERDRAFT-USED(WS-TALLY-IDX) TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "FUNDS ON HOLD" TO WS-EXT-ITEM
           MOVE PT-HOLD-ACCOUNTS(WS-TALLY-IDX) TO WS-EXT-ACCOUNTS
           MOVE PT-HOLD-TOTAL(WS-TALLY-IDX) TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

      *> Net growth is accounts opened less accounts closed, and the
      *> change in portfolio balance since the prior month end.
       PRINT-MOVEMENT-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "     MOVEMENT IN THE MONTH" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "MOVEMENT" TO WS-EXT-SECTION
           MOVE "NEW ACCOUNTS" TO WS-EXT-ITEM
           MOVE PT-NEW-ACCOUNTS(WS-TALLY-IDX) TO WS-EXT-ACCOUNTS
           MOVE PT-NEW-BALANCE(WS-TALLY-IDX) TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "CLOSED ACCOUNTS" TO WS-EXT-ITEM
           MOVE PT-CLOSED-ACCOUNTS(WS-TALLY-IDX) TO WS-EXT-ACCOUNTS
           MOVE ZERO TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "WENT DORMANT" TO WS-EXT-ITEM
           MOVE PT-WENT-DORMANT(WS-TALLY-IDX) TO WS-EXT-ACCOUNTS
           MOVE ZERO TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           COMPUTE WS-NET-ACCOUNTS =
               PT-NEW-ACCOUNTS(WS-TALLY-IDX)
               - PT-CLOSED-ACCOUNTS(WS-TALLY-IDX)
           IF WS-PRIOR-RECORDS > ZERO
               COMPUTE WS-NET-BALANCE =
                   PT-BALANCE(WS-TALLY-IDX)
                   - PT-PRIOR-BALANCE(WS-TALLY-IDX)
           ELSE
               MOVE ZERO TO WS-NET-BALANCE
           END-IF
           MOVE "NET GROWTH" TO WS-EXT-ITEM
           MOVE WS-NET-ACCOUNTS TO WS-EXT-ACCOUNTS
           MOVE WS-NET-BALANCE TO WS-EXT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-COMPARISON-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-COMPARE-HEADING TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO CL-LABEL
           STRING "THIS MONTH " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO CL-LABEL
           MOVE PT-ACCOUNTS(WS-TALLY-IDX) TO CL-ACCOUNTS
           MOVE PT-BALANCE(WS-TALLY-IDX) TO CL-BALANCE
           MOVE ZERO TO CL-ACCOUNT-CHANGE
           MOVE ZERO TO CL-BALANCE-CHANGE
           MOVE ZERO TO CL-PCT-CHANGE
           MOVE WS-COMPARE-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "PRIOR MONTH" TO WS-COMPARE-LABEL
           MOVE WS-PRIOR-MONTH TO WS-COMPARE-MONTH
           MOVE WS-PRIOR-RECORDS TO WS-COMPARE-RECORDS
           MOVE PT-PRIOR-ACCOUNTS(WS-TALLY-IDX) TO WS-COMPARE-ACCOUNTS
           MOVE PT-PRIOR-BALANCE(WS-TALLY-IDX) TO WS-COMPARE-BALANCE
           PERFORM PRINT-COMPARISON-LINE
           MOVE "YEAR AGO" TO WS-COMPARE-LABEL
           MOVE WS-YEAR-AGO-MONTH TO WS-COMPARE-MONTH
           MOVE WS-YEAR-AGO-RECORDS TO WS-COMPARE-RECORDS
           MOVE PT-YEAR-AGO-ACCOUNTS(WS-TALLY-IDX)
               TO WS-COMPARE-ACCOUNTS
           MOVE PT-YEAR-AGO-BALANCE(WS-TALLY-IDX)
               TO WS-COMPARE-BALANCE
           PERFORM PRINT-COMPARISON-LINE.

      *> A comparison month with no snapshot on file is reported as
      *> such and left out of the extract, rather than shown as an
      *> empty portfolio.
       PRINT-COMPARISON-LINE.
           MOVE SPACES TO CL-LABEL
           STRING WS-COMPARE-LABEL DELIMITED BY "  "
               " " WS-COMPARE-MONTH
               DELIMITED BY SIZE INTO CL-LABEL
           IF WS-COMPARE-RECORDS = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "     " CL-LABEL "NO SNAPSHOT ON FILE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               MOVE WS-COMPARE-ACCOUNTS TO CL-ACCOUNTS
               MOVE WS-COMPARE-BALANCE TO CL-BALANCE
               COMPUTE CL-ACCOUNT-CHANGE =
                   PT-ACCOUNTS(WS-TALLY-IDX) - WS-COMPARE-ACCOUNTS
               COMPUTE CL-BALANCE-CHANGE =
                   PT-BALANCE(WS-TALLY-IDX) - WS-COMPARE-BALANCE
               MOVE ZERO TO WS-PCT-CHANGE
               IF WS-COMPARE-BALANCE NOT = ZERO
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       (PT-BALANCE(WS-TALLY-IDX) - WS-COMPARE-BALANCE)
                       * 100 / WS-COMPARE-BALANCE
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PCT-CHANGE
                   END-COMPUTE
               END-IF
               MOVE WS-PCT-CHANGE TO CL-PCT-CHANGE
               MOVE WS-COMPARE-LINE TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE "COMPARE" TO WS-EXT-SECTION
               MOVE CL-LABEL TO WS-EXT-ITEM
               MOVE WS-COMPARE-ACCOUNTS TO WS-EXT-ACCOUNTS
               MOVE WS-COMPARE-BALANCE TO WS-EXT-AMOUNT
               PERFORM WRITE-EXTRACT-ROW
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE WS-EXT-ITEM TO BL-LABEL
           MOVE WS-EXT-ACCOUNTS TO BL-ACCOUNTS
           MOVE WS-EXT-AMOUNT TO BL-BALANCE
           MOVE WS-BAND-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           PERFORM WRITE-EXTRACT-ROW.

       WRITE-EXTRACT-HEADER.
           MOVE "MONTH,PRODUCT,SECTION,ITEM,ACCOUNTS,AMOUNT"
               TO WS-EXTRACT-LINE
           WRITE WS-EXTRACT-LINE.

       WRITE-EXTRACT-ROW.
           MOVE WS-EXT-ACCOUNTS TO WS-EXT-COUNT-EDITED
           MOVE WS-EXT-AMOUNT TO WS-EXT-AMOUNT-EDITED
           MOVE ZERO TO WS-EXT-COUNT-START
           INSPECT WS-EXT-COUNT-EDITED
               TALLYING WS-EXT-COUNT-START FOR LEADING SPACES
           ADD 1 TO WS-EXT-COUNT-START
           MOVE ZERO TO WS-EXT-AMOUNT-START
           INSPECT WS-EXT-AMOUNT-EDITED
               TALLYING WS-EXT-AMOUNT-START FOR LEADING SPACES
           ADD 1 TO WS-EXT-AMOUNT-START
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING WS-REPORT-MONTH "," DELIMITED BY SIZE
               WS-PRODUCT-NAME(WS-TALLY-IDX) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-EXT-SECTION DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-EXT-ITEM DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-EXT-COUNT-EDITED(WS-EXT-COUNT-START:)
               "," DELIMITED BY SIZE
               WS-EXT-AMOUNT-EDITED(WS-EXT-AMOUNT-START:)
               DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           WRITE WS-EXTRACT-LINE
           ADD 1 TO WS-EXTRACT-ROWS.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-EXIST
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       RECORD-RUN-START.
           MOVE "BANKPORT" TO RUNC-PROGRAM
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
           MOVE WS-SNAPSHOT-RECORDS TO RUNC-COUNT-PROCESSED
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
               DISPLAY "BANKPORT ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKPORT ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKPORT ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
