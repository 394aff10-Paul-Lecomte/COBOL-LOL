       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCAL-DATE
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROCDATE-STATUS             PIC XX.
           88 PROCDATE-OK                VALUE "00".
           88 PROCDATE-NOT-EXIST         VALUE "35".

       01 WS-BUSCAL-STATUS               PIC XX.
           88 BUSCAL-OK                  VALUE "00".
           88 BUSCAL-NOT-FOUND           VALUE "23".
           88 BUSCAL-NOT-EXIST           VALUE "35".

       01 WS-RUNCTL-STATUS               PIC XX.
           88 RUNCTL-OK                  VALUE "00".
           88 RUNCTL-NOT-FOUND           VALUE "23".
           88 RUNCTL-NOT-EXIST           VALUE "35".

       01 WS-TODAY-DATE                  PIC 9(8).
       01 WS-NEXT-DATE                   PIC 9(8).
       01 WS-CALENDAR-DATE               PIC 9(8).
       01 WS-BUSINESS-DAY-SWITCH         PIC X VALUE "N".
           88 BUSINESS-DAY-FOUND         VALUE "Y".
       01 WS-DAYS-SKIPPED                PIC 9(3) VALUE ZERO.
       01 WS-DAYS-ROLLED                 PIC 9(7) VALUE ZERO.

      *> A calendar that shuts the bank for longer than this is
      *> taken to be wrongly loaded rather than rolled across.
       01 WS-MAX-DAYS-SKIPPED            PIC 9(3) VALUE 14.

      *> The nightly programs that must have completed for the
      *> business date before it may be rolled. A step that ran but
      *> ended at or above WS-MAX-CYCLE-RC also holds the date.
       01 WS-CYCLE-PROGRAM-VALUES.
           05 FILLER                     PIC X(8) VALUE "BANKIMGC".
           05 FILLER                     PIC X(8) VALUE "BANKPOST".
           05 FILLER                     PIC X(8) VALUE "BANKSORD".
           05 FILLER                     PIC X(8) VALUE "BANKHREL".
           05 FILLER                     PIC X(8) VALUE "BANKLOAN".
           05 FILLER                     PIC X(8) VALUE "BANKMTUR".
       01 WS-CYCLE-PROGRAM-TABLE REDEFINES WS-CYCLE-PROGRAM-VALUES.
           05 WS-CYCLE-PROGRAM           PIC X(8) OCCURS 6 TIMES.
       01 WS-CYCLE-COUNT                 PIC 9(2) VALUE 6.
       01 WS-CYCLE-IDX                   PIC 9(2).
       01 WS-MAX-CYCLE-RC                PIC 9(2) VALUE 8.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PROCESSING-DATE
           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-CYCLE-PROGRAM
               VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
           PERFORM RECORD-RUN-START
           PERFORM OPEN-CALENDAR
           PERFORM FIND-NEXT-BUSINESS-DATE
           PERFORM WRITE-PROCESSING-DATE
           CLOSE BUSINESS-CALENDAR-FILE
           DISPLAY "BANKDROL - business date rolled from "
               WS-TODAY-DATE " to " WS-NEXT-DATE
               " (" WS-DAYS-SKIPPED " non-business days skipped)"
           PERFORM RECORD-RUN-END
           STOP RUN.

      *> The date this run is closing off. Unlike the other batch
      *> programs the control record is read here only to be
      *> replaced once the next business date is known.
       READ-PROCESSING-DATE.
           OPEN INPUT PROCESSING-DATE-FILE
           IF NOT PROCDATE-OK
               DISPLAY "BANKDROL ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKDROL ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKDROL ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.

      *> The date is only rolled once every nightly program has
      *> recorded a completed run for it on RUNCTL, so a cycle that
      *> abended, or has not run yet, is rerun against the same
      *> business date instead of being skipped.
       CHECK-CYCLE-PROGRAM.
           MOVE WS-CYCLE-PROGRAM(WS-CYCLE-IDX) TO RUNC-PROGRAM
           MOVE WS-TODAY-DATE TO RUNC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "BANKDROL ABEND - no "
                       WS-CYCLE-PROGRAM(WS-CYCLE-IDX)
                       " run recorded for business date "
                       WS-TODAY-DATE
                   PERFORM ABEND-DATE-NOT-ROLLED
               NOT INVALID KEY
                   IF NOT RUNC-COMPLETE
                       DISPLAY "BANKDROL ABEND - "
                           WS-CYCLE-PROGRAM(WS-CYCLE-IDX)
                           " run for " WS-TODAY-DATE
                           " has not completed"
                       PERFORM ABEND-DATE-NOT-ROLLED
                   END-IF
                   IF RUNC-RETURN-CODE >= WS-MAX-CYCLE-RC
                       DISPLAY "BANKDROL ABEND - "
                           WS-CYCLE-PROGRAM(WS-CYCLE-IDX)
                           " run for " WS-TODAY-DATE
                           " ended RC=" RUNC-RETURN-CODE
                       PERFORM ABEND-DATE-NOT-ROLLED
                   END-IF
           END-READ.

       ABEND-DATE-NOT-ROLLED.
           DISPLAY "Business date " WS-TODAY-DATE
               " NOT rolled - rerun the nightly cycle first"
           MOVE 16 TO RETURN-CODE
           CLOSE RUN-CONTROL-FILE
           STOP RUN.

       OPEN-CALENDAR.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSCAL-NOT-EXIST
               DISPLAY "BANKDROL ABEND - BUSCAL does not exist; "
                   "operations must load the business calendar"
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.

      *> The next business date is the first day after today with
      *> no weekend or holiday record on the calendar.
       FIND-NEXT-BUSINESS-DATE.
           COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1)
           MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           PERFORM TEST-BUSINESS-DAY UNTIL BUSINESS-DAY-FOUND
           MOVE WS-CALENDAR-DATE TO WS-NEXT-DATE
           COMPUTE WS-DAYS-ROLLED =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

       TEST-BUSINESS-DAY.
           MOVE WS-CALENDAR-DATE TO BCAL-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   SET BUSINESS-DAY-FOUND TO TRUE
               NOT INVALID KEY
                   DISPLAY "BANKDROL - " BCAL-DATE " "
                       BCAL-DAY-TYPE " " BCAL-DESCRIPTION
                       " - bank shut"
                   ADD 1 TO WS-DAYS-SKIPPED
                   IF WS-DAYS-SKIPPED > WS-MAX-DAYS-SKIPPED
                       DISPLAY "BANKDROL ABEND - calendar shuts the "
                           "bank for more than " WS-MAX-DAYS-SKIPPED
                           " days after " WS-TODAY-DATE
                       MOVE 16 TO RETURN-CODE
                       CLOSE BUSINESS-CALENDAR-FILE
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
                   END-IF
                   COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CALENDAR-DATE) + 1)
           END-READ.

      *> The closed-off date becomes the prior business date, which
      *> is how the standing-order run knows which weekend and
      *> holiday due days it must pick up on the new date.
       WRITE-PROCESSING-DATE.
           OPEN OUTPUT PROCESSING-DATE-FILE
           MOVE WS-NEXT-DATE TO PDTE-BUSINESS-DATE
           MOVE WS-TODAY-DATE TO PDTE-PRIOR-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PDTE-ROLLED-TIMESTAMP
           MOVE SPACES TO PDTE-FILLER
           WRITE PROCESSING-DATE-RECORD
           CLOSE PROCESSING-DATE-FILE.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-EXIST
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

      *> Recorded against the date being closed off, so RUNCTL shows
      *> for every business date when it was rolled.
       RECORD-RUN-START.
           MOVE "BANKDROL" TO RUNC-PROGRAM
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
           MOVE WS-DAYS-ROLLED TO RUNC-COUNT-PROCESSED
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           REWRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
