       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRCVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGE-COPY-FILE ASSIGN TO "ACCTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTIMG-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAS-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDFILE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRRPT-STATUS.

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
       FD  IMAGE-COPY-FILE.
           COPY "ACCTIMG.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTMAS.cpy".

       FD  TRANSACTION-LOG-FILE.
           COPY "TRANLOG.cpy".

       FD  ACCOUNT-HOLD-FILE.
           COPY "HOLDFILE.cpy".

       FD  RECOVERY-REPORT-FILE.
       01 WS-REPORT-LINE                 PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  PROCESSING-DATE-FILE.
           COPY "PROCDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTIMG-STATUS              PIC XX.
           88 ACCTIMG-OK                 VALUE "00".
           88 ACCTIMG-EOF                VALUE "10".
           88 ACCTIMG-NOT-EXIST          VALUE "35".

       01 WS-ACCTMAS-STATUS              PIC XX.
           88 ACCTMAS-OK                 VALUE "00".
           88 ACCTMAS-EOF                VALUE "10".
           88 ACCTMAS-NOT-FOUND          VALUE "23".
           88 ACCTMAS-NOT-EXIST          VALUE "35".

       01 WS-TRANLOG-STATUS              PIC XX.
           88 TRANLOG-OK                 VALUE "00".
           88 TRANLOG-EOF                VALUE "10".
           88 TRANLOG-NOT-EXIST          VALUE "35".

       01 WS-HOLDFILE-STATUS             PIC XX.
           88 HOLDFILE-OK                VALUE "00".
           88 HOLDFILE-EOF               VALUE "10".
           88 HOLDFILE-NOT-EXIST         VALUE "35".

       01 WS-RCVRRPT-STATUS              PIC XX.

       01 WS-IMAGE-EOF-SWITCH            PIC X VALUE "N".
           88 IMAGE-DONE                 VALUE "Y".

       01 WS-TRAILER-SWITCH              PIC X VALUE "N".
           88 TRAILER-FOUND              VALUE "Y".

       01 WS-TRANLOG-EOF-SWITCH          PIC X VALUE "N".
           88 JOURNAL-DONE               VALUE "Y".

       01 WS-ACCTMAS-EOF-SWITCH          PIC X VALUE "N".
           88 ACCOUNTS-DONE              VALUE "Y".

       01 WS-HOLDS-EOF-SWITCH            PIC X VALUE "N".
           88 HOLDS-DONE                 VALUE "Y".

       01 WS-TODAY-DATE                  PIC 9(8).

      *> SYSIN: the CCYYMMDDHHMMSS to stop replaying at - usually
      *> the moment just before the failure or the bad run. It is
      *> compared with TLOG-TIMESTAMP as the journal carries it:
      *> batch entries are stamped with the PROCDATE business date
      *> and the clock time, teller entries with the clock. To back
      *> out a batch run, give its RUNCTL run date with the clock
      *> time it started. Zero or blank replays the whole journal.
       01 WS-STOP-PARM-IN                PIC X(14).
       01 WS-STOP-PARM-NUMERIC REDEFINES WS-STOP-PARM-IN
                                         PIC 9(14).
       01 WS-STOP-TIMESTAMP              PIC 9(14)
                                         VALUE 99999999999999.
       01 WS-STOP-SWITCH                 PIC X VALUE "N".
           88 STOP-POINT-GIVEN           VALUE "Y".

       01 WS-COPY-TIMESTAMP              PIC 9(14).
       01 WS-IMAGE-DATE                  PIC 9(8).

      *> How far the journal had got when the copy was taken, and the
      *> last entry it then held.
       01 WS-IMAGE-JOURNAL-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-IMAGE-LAST-ENTRY.
           05 WS-IMAGE-LAST-ACCT-NUMBER  PIC 9(8).
           05 WS-IMAGE-LAST-TIMESTAMP    PIC 9(14).
           05 WS-IMAGE-LAST-TRAN-TYPE    PIC X(4).
       01 WS-POSITION-SWITCH             PIC X VALUE "N".
           88 POSITION-PROVED            VALUE "Y".

      *> Image-copy control totals: what the generation holds, and
      *> what its trailer says it should hold.
       01 WS-IMAGE-COUNT                 PIC 9(7) VALUE ZERO.
       01 WS-IMAGE-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01 WS-IMAGE-BAD-RECORDS           PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-COUNT               PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCOUNTS-RESTORED           PIC 9(7) VALUE ZERO.

      *> Replay counts.
       01 WS-ENTRIES-READ                PIC 9(9) VALUE ZERO.
       01 WS-ENTRIES-BEFORE-IMAGE        PIC 9(7) VALUE ZERO.
       01 WS-ENTRIES-AFTER-STOP          PIC 9(7) VALUE ZERO.
       01 WS-ENTRIES-NO-ACCOUNT          PIC 9(7) VALUE ZERO.
       01 WS-ENTRIES-REPLAYED            PIC 9(7) VALUE ZERO.
       01 WS-ENTRIES-NOT-ON-IMAGE        PIC 9(7) VALUE ZERO.
       01 WS-FREEZE-ENTRIES              PIC 9(7) VALUE ZERO.
       01 WS-BALANCE-MISMATCHES          PIC 9(7) VALUE ZERO.

      *> Replay control totals. The rebuilt master must prove to
      *> image total + credits - debits + resync adjustments.
       01 WS-CREDITS-REPLAYED            PIC S9(11)V99 VALUE ZERO.
       01 WS-DEBITS-REPLAYED             PIC S9(11)V99 VALUE ZERO.
       01 WS-RESYNC-ADJUSTMENTS          PIC S9(11)V99 VALUE ZERO.
       01 WS-EXPECTED-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-MASTER-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01 WS-PROOF-DIFFERENCE            PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCOUNTS-ON-MASTER          PIC 9(7) VALUE ZERO.
       01 WS-HOLD-TOTALS-RESET           PIC 9(7) VALUE ZERO.

       01 WS-REPLAYED-BALANCE            PIC S9(9)V99.
       01 WS-BALANCE-DIFFERENCE          PIC S9(9)V99.
       01 WS-HOLD-SUM                    PIC 9(7)V99.
       01 WS-TOTAL-EDITED                PIC -(11)9.99.

       01 WS-EXCEPTION-LINE.
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 XL-ACCT-NUMBER             PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 XL-TIMESTAMP               PIC 9(14).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 XL-TRAN-TYPE               PIC X(4).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 XL-AMOUNT                  PIC -(7)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 XL-REPLAYED-BALANCE        PIC -(8)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 XL-JOURNAL-BALANCE         PIC -(7)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 XL-DIFFERENCE              PIC -(8)9.99.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 XL-NOTE                    PIC X(13).

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
           PERFORM RESOLVE-STOP-TIMESTAMP
           PERFORM OPEN-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM VERIFY-IMAGE-COPY
           OPEN OUTPUT RECOVERY-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM RESTORE-IMAGE-COPY
           PERFORM REPLAY-JOURNAL
           IF WS-ENTRIES-NOT-ON-IMAGE = ZERO
                   AND WS-BALANCE-MISMATCHES = ZERO
                   AND WS-FREEZE-ENTRIES = ZERO
               MOVE "   NONE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           PERFORM REBUILD-HOLD-TOTALS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE RECOVERY-REPORT-FILE
           DISPLAY "BANKRCVR - ACCTMAS rebuilt from image of "
               WS-IMAGE-DATE " taken " WS-COPY-TIMESTAMP
           DISPLAY "BANKRCVR - restored: " WS-ACCOUNTS-RESTORED
               " replayed: " WS-ENTRIES-REPLAYED
               " mismatches: " WS-BALANCE-MISMATCHES
               " not on image: " WS-ENTRIES-NOT-ON-IMAGE
           IF WS-ENTRIES-NOT-ON-IMAGE > ZERO
                   OR WS-BALANCE-MISMATCHES > ZERO
                   OR WS-FREEZE-ENTRIES > ZERO
                   OR WS-PROOF-DIFFERENCE NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       RESOLVE-STOP-TIMESTAMP.
           MOVE SPACES TO WS-STOP-PARM-IN
           ACCEPT WS-STOP-PARM-IN
           IF WS-STOP-PARM-IN NUMERIC
                   AND WS-STOP-PARM-NUMERIC > ZERO
               MOVE WS-STOP-PARM-NUMERIC TO WS-STOP-TIMESTAMP
               SET STOP-POINT-GIVEN TO TRUE
           END-IF.

      *> The generation is read through once and proved against its
      *> own trailer before ACCTMAS is touched, so a truncated or
      *> damaged copy is refused while the live master still stands.
       VERIFY-IMAGE-COPY.
           OPEN INPUT IMAGE-COPY-FILE
           IF NOT ACCTIMG-OK
               DISPLAY "BANKRCVR ABEND - cannot open ACCTIMG, status "
                   WS-ACCTIMG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ IMAGE-COPY-FILE
               AT END
                   DISPLAY "BANKRCVR ABEND - ACCTIMG is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE IMAGE-COPY-FILE
                   STOP RUN
           END-READ
           IF NOT IMGH-IS-HEADER
               DISPLAY "BANKRCVR ABEND - ACCTIMG has no header; "
                   "not an ACCTMAS image copy"
               MOVE 16 TO RETURN-CODE
               CLOSE IMAGE-COPY-FILE
               STOP RUN
           END-IF
           IF IMGH-JOURNAL-COUNT NOT NUMERIC
               DISPLAY "BANKRCVR ABEND - ACCTIMG header carries no "
                   "journal position; choose a later generation"
               MOVE 16 TO RETURN-CODE
               CLOSE IMAGE-COPY-FILE
               STOP RUN
           END-IF
           MOVE IMGH-COPY-TIMESTAMP TO WS-COPY-TIMESTAMP
           MOVE IMGH-BUSINESS-DATE TO WS-IMAGE-DATE
           MOVE IMGH-JOURNAL-COUNT TO WS-IMAGE-JOURNAL-COUNT
           MOVE IMGH-LAST-ENTRY TO WS-IMAGE-LAST-ENTRY
           MOVE "N" TO WS-IMAGE-EOF-SWITCH
           PERFORM CHECK-NEXT-IMAGE-RECORD UNTIL IMAGE-DONE
           CLOSE IMAGE-COPY-FILE
           IF NOT TRAILER-FOUND
               DISPLAY "BANKRCVR ABEND - ACCTIMG has no trailer; "
                   "the copy did not complete"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-IMAGE-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-IMAGE-TOTAL NOT = WS-TRAILER-TOTAL
                   OR WS-IMAGE-BAD-RECORDS > ZERO
               DISPLAY "BANKRCVR ABEND - ACCTIMG out of balance with "
                   "its trailer; choose another generation"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STOP-TIMESTAMP < WS-COPY-TIMESTAMP
               DISPLAY "BANKRCVR ABEND - stop point " WS-STOP-TIMESTAMP
                   " is before the image copy " WS-COPY-TIMESTAMP
                   "; choose an earlier generation"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFY-JOURNAL-POSITION.

      *> Replay starts at the entry after the journal position the
      *> copy recorded, so the journal must still hold the entries
      *> it held then. Once the month-end archive (BANKARCH) has
      *> rolled entries off, or TRANLOG has been replaced, the
      *> positions no longer line up and a later generation has to
      *> be used. This is proved before ACCTMAS is touched.
       VERIFY-JOURNAL-POSITION.
           IF WS-IMAGE-JOURNAL-COUNT > ZERO
               MOVE "N" TO WS-TRANLOG-EOF-SWITCH
               MOVE ZERO TO WS-ENTRIES-READ
               OPEN INPUT TRANSACTION-LOG-FILE
               IF TRANLOG-NOT-EXIST
                   SET JOURNAL-DONE TO TRUE
               END-IF
               PERFORM FIND-IMAGE-JOURNAL-POSITION
                   UNTIL JOURNAL-DONE
               IF TRANLOG-NOT-EXIST
                   CONTINUE
               ELSE
                   CLOSE TRANSACTION-LOG-FILE
               END-IF
               MOVE ZERO TO WS-ENTRIES-READ
               IF NOT POSITION-PROVED
                   DISPLAY "BANKRCVR ABEND - TRANLOG no longer holds "
                       "entry " WS-IMAGE-JOURNAL-COUNT
                       " as it stood at the image copy; it has been "
                       "archived or replaced since"
                   DISPLAY "BANKRCVR ABEND - choose a later ACCTIMG "
                       "generation"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       FIND-IMAGE-JOURNAL-POSITION.
           READ TRANSACTION-LOG-FILE
               AT END
                   SET JOURNAL-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF WS-ENTRIES-READ = WS-IMAGE-JOURNAL-COUNT
                       SET JOURNAL-DONE TO TRUE
                       IF TLOG-ACCT-NUMBER = WS-IMAGE-LAST-ACCT-NUMBER
                           AND TLOG-TIMESTAMP = WS-IMAGE-LAST-TIMESTAMP
                           AND TLOG-TRAN-TYPE = WS-IMAGE-LAST-TRAN-TYPE
                           SET POSITION-PROVED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       CHECK-NEXT-IMAGE-RECORD.
           READ IMAGE-COPY-FILE
               AT END
                   SET IMAGE-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN IMGD-IS-DETAIL
                           MOVE IMGD-ACCOUNT-DATA TO ACCOUNT-RECORD
                           ADD 1 TO WS-IMAGE-COUNT
                           ADD ACCT-BALANCE TO WS-IMAGE-TOTAL
                       WHEN IMGT-IS-TRAILER
                           SET TRAILER-FOUND TO TRUE
                           MOVE IMGT-RECORD-COUNT TO WS-TRAILER-COUNT
                           MOVE IMGT-BALANCE-TOTAL
                               TO WS-TRAILER-TOTAL
                           SET IMAGE-DONE TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-IMAGE-BAD-RECORDS
                   END-EVALUATE
           END-READ.

      *> OPEN OUTPUT empties the master; it is then reloaded from the
      *> generation and reopened I-O for the journal replay.
       RESTORE-IMAGE-COPY.
           OPEN INPUT IMAGE-COPY-FILE
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           IF NOT ACCTMAS-OK
               DISPLAY "BANKRCVR ABEND - cannot open ACCTMAS for "
                   "rebuild, status " WS-ACCTMAS-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE IMAGE-COPY-FILE
               STOP RUN
           END-IF
           MOVE "N" TO WS-IMAGE-EOF-SWITCH
           PERFORM RESTORE-NEXT-IMAGE-RECORD UNTIL IMAGE-DONE
           CLOSE IMAGE-COPY-FILE
           CLOSE ACCOUNT-MASTER-FILE
           OPEN I-O ACCOUNT-MASTER-FILE.

       RESTORE-NEXT-IMAGE-RECORD.
           READ IMAGE-COPY-FILE
               AT END
                   SET IMAGE-DONE TO TRUE
               NOT AT END
                   IF IMGD-IS-DETAIL
                       MOVE IMGD-ACCOUNT-DATA TO ACCOUNT-RECORD
                       WRITE ACCOUNT-RECORD
                       ADD 1 TO WS-ACCOUNTS-RESTORED
                   END-IF
           END-READ.

       REPLAY-JOURNAL.
           MOVE "N" TO WS-TRANLOG-EOF-SWITCH
           OPEN INPUT TRANSACTION-LOG-FILE
           IF TRANLOG-NOT-EXIST
               SET JOURNAL-DONE TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   TRANLOG DOES NOT EXIST - MASTER RESTORED "
                   "TO THE IMAGE ONLY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           PERFORM REPLAY-NEXT-JOURNAL-ENTRY UNTIL JOURNAL-DONE
           IF TRANLOG-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       REPLAY-NEXT-JOURNAL-ENTRY.
           READ TRANSACTION-LOG-FILE
               AT END
                   SET JOURNAL-DONE TO TRUE
               NOT AT END
                   PERFORM SELECT-JOURNAL-ENTRY
           END-READ.

      *> The entries up to the journal position recorded with the
      *> copy are already in it; every entry after it is replayed,
      *> whatever its stamp, unless it falls after the stop point.
       SELECT-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           EVALUATE TRUE
               WHEN WS-ENTRIES-READ NOT > WS-IMAGE-JOURNAL-COUNT
                   ADD 1 TO WS-ENTRIES-BEFORE-IMAGE
               WHEN TLOG-TIMESTAMP > WS-STOP-TIMESTAMP
                   ADD 1 TO WS-ENTRIES-AFTER-STOP
               WHEN TLOG-ACCT-NUMBER = ZERO
                   ADD 1 TO WS-ENTRIES-NO-ACCOUNT
               WHEN OTHER
                   PERFORM REPLAY-JOURNAL-ENTRY
           END-EVALUATE.

       REPLAY-JOURNAL-ENTRY.
           MOVE TLOG-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ENTRIES-NOT-ON-IMAGE
                   MOVE ZERO TO WS-REPLAYED-BALANCE
                   MOVE ZERO TO WS-BALANCE-DIFFERENCE
                   MOVE "NOT ON IMAGE" TO XL-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM APPLY-JOURNAL-ENTRY
                   REWRITE ACCOUNT-RECORD
           END-READ.

      *> The same credit/debit treatment as the journal
      *> reconciliation (BANKRECN), applied on top of the restored
      *> balance. Each entry's recorded result balance is the check:
      *> where the replay disagrees the account is reported and set
      *> to the journal's figure, so one missing entry is reported
      *> once rather than on every entry that follows it.
       APPLY-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRIES-REPLAYED
           MOVE ACCT-BALANCE TO WS-REPLAYED-BALANCE
           EVALUATE TLOG-TRAN-TYPE
               WHEN "DEP "
               WHEN "XFRC"
               WHEN "INT "
               WHEN "OPEN"
               WHEN "RWD "
               WHEN "LDIS"
                   ADD TLOG-AMOUNT TO WS-REPLAYED-BALANCE
                   ADD TLOG-AMOUNT TO WS-CREDITS-REPLAYED
               WHEN "WD  "
               WHEN "XFRD"
               WHEN "FEE "
               WHEN "RDEP"
               WHEN "LPRN"
                   SUBTRACT TLOG-AMOUNT FROM WS-REPLAYED-BALANCE
                   ADD TLOG-AMOUNT TO WS-DEBITS-REPLAYED
               WHEN "CLOS"
                   SET ACCT-CLOSED TO TRUE
               WHEN "DORM"
                   SET ACCT-DORMANT TO TRUE
               WHEN "REAC"
                   SET ACCT-OPEN TO TRUE
               WHEN "FRZS"
               WHEN "FRZL"
                   PERFORM REPORT-FREEZE-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TLOG-TRAN-TYPE
               WHEN "DEP "
               WHEN "WD  "
               WHEN "XFRD"
               WHEN "XFRC"
                   MOVE TLOG-TIMESTAMP(1:8)
                       TO ACCT-LAST-ACTIVITY-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REPLAYED-BALANCE = TLOG-RESULT-BALANCE
               MOVE WS-REPLAYED-BALANCE TO ACCT-BALANCE
           ELSE
               ADD 1 TO WS-BALANCE-MISMATCHES
               COMPUTE WS-BALANCE-DIFFERENCE =
                   TLOG-RESULT-BALANCE - WS-REPLAYED-BALANCE
               ADD WS-BALANCE-DIFFERENCE TO WS-RESYNC-ADJUSTMENTS
               MOVE "RESYNCED" TO XL-NOTE
               PERFORM WRITE-EXCEPTION-LINE
               MOVE TLOG-RESULT-BALANCE TO ACCT-BALANCE
           END-IF.

      *> The journal records that a freeze was set or lifted and why,
      *> but not which side, so the image's freeze flags are left as
      *> they were and the entry is listed for a supervisor to
      *> re-apply from Account Maintenance.
       REPORT-FREEZE-ENTRY.
           ADD 1 TO WS-FREEZE-ENTRIES
           MOVE ACCT-BALANCE TO WS-REPLAYED-BALANCE
           MOVE ZERO TO WS-BALANCE-DIFFERENCE
           MOVE "FREEZE-VERIFY" TO XL-NOTE
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE TLOG-ACCT-NUMBER TO XL-ACCT-NUMBER
           MOVE TLOG-TIMESTAMP TO XL-TIMESTAMP
           MOVE TLOG-TRAN-TYPE TO XL-TRAN-TYPE
           MOVE TLOG-AMOUNT TO XL-AMOUNT
           MOVE WS-REPLAYED-BALANCE TO XL-REPLAYED-BALANCE
           MOVE TLOG-RESULT-BALANCE TO XL-JOURNAL-BALANCE
           MOVE WS-BALANCE-DIFFERENCE TO XL-DIFFERENCE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *> Holds are journalled as zero-amount entries, so the hold
      *> total cannot be replayed; it is recomputed instead from the
      *> account's active holds on HOLDFILE, which is not restored
      *> and so is still current. The same pass adds up the rebuilt
      *> master for the control-total proof.
       REBUILD-HOLD-TOTALS.
           OPEN INPUT ACCOUNT-HOLD-FILE
           MOVE "N" TO WS-ACCTMAS-EOF-SWITCH
           MOVE ZEROES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET ACCOUNTS-DONE TO TRUE
           END-START
           PERFORM PROVE-NEXT-ACCOUNT UNTIL ACCOUNTS-DONE
           IF HOLDFILE-NOT-EXIST
               CONTINUE
           ELSE
               CLOSE ACCOUNT-HOLD-FILE
           END-IF.

       PROVE-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNTS-DONE TO TRUE
               NOT AT END
                   PERFORM PROVE-ONE-ACCOUNT
           END-READ.

       PROVE-ONE-ACCOUNT.
           IF HOLDFILE-NOT-EXIST
               CONTINUE
           ELSE
               PERFORM SUM-ACCOUNT-HOLDS
               IF WS-HOLD-SUM NOT = ACCT-HOLD-TOTAL
                   MOVE WS-HOLD-SUM TO ACCT-HOLD-TOTAL
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-HOLD-TOTALS-RESET
               END-IF
           END-IF
           ADD 1 TO WS-ACCOUNTS-ON-MASTER
           ADD ACCT-BALANCE TO WS-MASTER-TOTAL.

       SUM-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-HOLD-SUM
           MOVE "N" TO WS-HOLDS-EOF-SWITCH
           MOVE ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE ZEROES TO HOLD-SEQUENCE
           START ACCOUNT-HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLDS-DONE TO TRUE
           END-START
           PERFORM ADD-NEXT-ACCOUNT-HOLD UNTIL HOLDS-DONE.

       ADD-NEXT-ACCOUNT-HOLD.
           READ ACCOUNT-HOLD-FILE NEXT RECORD
               AT END
                   SET HOLDS-DONE TO TRUE
               NOT AT END
                   IF HOLD-ACCT-NUMBER = ACCT-NUMBER
                       IF HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-HOLD-SUM
                       END-IF
                   ELSE
                       SET HOLDS-DONE TO TRUE
                   END-IF
           END-READ.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCTMAS FORWARD RECOVERY REPORT - "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Image copy taken       : " WS-COPY-TIMESTAMP
               " (business date " WS-IMAGE-DATE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Journal replayed from  : entry after "
               WS-IMAGE-JOURNAL-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF STOP-POINT-GIVEN
               STRING "Journal replayed to    : " WS-STOP-TIMESTAMP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "Journal replayed to    : END OF JOURNAL"
                   TO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "REPLAY EXCEPTIONS" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " ACCT NO   TIMESTAMP       TYPE      AMOUNT  "
               "REPLAYED BAL  JOURNAL BAL    DIFFERENCE  NOTE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-EXPECTED-TOTAL =
               WS-IMAGE-TOTAL + WS-CREDITS-REPLAYED
               - WS-DEBITS-REPLAYED + WS-RESYNC-ADJUSTMENTS
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-MASTER-TOTAL - WS-EXPECTED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Accounts restored from image : " WS-ACCOUNTS-RESTORED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-IMAGE-TOTAL TO WS-TOTAL-EDITED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Image balance total          : " WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Journal entries read         : " WS-ENTRIES-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Before the image copy      : "
               WS-ENTRIES-BEFORE-IMAGE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  After the stop point       : "
               WS-ENTRIES-AFTER-STOP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Teller drawer entries      : "
               WS-ENTRIES-NO-ACCOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Not on image (not applied) : "
               WS-ENTRIES-NOT-ON-IMAGE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Replayed                   : " WS-ENTRIES-REPLAYED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Balance mismatches resynced  : "
               WS-BALANCE-MISMATCHES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Freeze entries to re-apply   : " WS-FREEZE-ENTRIES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Hold totals reset            : "
               WS-HOLD-TOTALS-RESET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-CREDITS-REPLAYED TO WS-TOTAL-EDITED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Credits replayed             : " WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-DEBITS-REPLAYED TO WS-TOTAL-EDITED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Debits replayed              : " WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-RESYNC-ADJUSTMENTS TO WS-TOTAL-EDITED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Resync adjustments           : " WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-EXPECTED-TOTAL TO WS-TOTAL-EDITED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Expected master total        : " WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-MASTER-TOTAL TO WS-TOTAL-EDITED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Rebuilt master total         : " WS-TOTAL-EDITED
               " (" WS-ACCOUNTS-ON-MASTER " accounts)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF WS-PROOF-DIFFERENCE = ZERO
               MOVE "CONTROL TOTALS AGREE" TO WS-REPORT-LINE
           ELSE
               MOVE WS-PROOF-DIFFERENCE TO WS-TOTAL-EDITED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** CONTROL TOTALS OUT OF BALANCE BY "
                   WS-TOTAL-EDITED " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-EXIST
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       RECORD-RUN-START.
           MOVE "BANKRCVR" TO RUNC-PROGRAM
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

      *> The completed BANKRCVR record is the signal to the jobs that
      *> follow that the master was rebuilt, and from which copy.
       RECORD-RUN-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-END-TIMESTAMP
           SET RUNC-COMPLETE TO TRUE
           MOVE WS-ENTRIES-REPLAYED TO RUNC-COUNT-PROCESSED
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           MOVE WS-IMAGE-DATE TO RUNC-IMAGE-DATE
           REWRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> The business date comes from the processing-date control
      *> record, not the system clock, so a run that slips past
      *> midnight or catches up after an outage still works - and
      *> stamps its output with - the date it was scheduled for.
       READ-PROCESSING-DATE.
           OPEN INPUT PROCESSING-DATE-FILE
           IF NOT PROCDATE-OK
               DISPLAY "BANKRCVR ABEND - PROCDATE does not exist; "
                   "operations must set the processing date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROCESSING-DATE-FILE
               AT END
                   DISPLAY "BANKRCVR ABEND - PROCDATE is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PROCESSING-DATE-FILE
                   STOP RUN
           END-READ
           IF PDTE-BUSINESS-DATE NOT NUMERIC
                   OR PDTE-BUSINESS-DATE = ZERO
               DISPLAY "BANKRCVR ABEND - bad PROCDATE record"
               MOVE 16 TO RETURN-CODE
               CLOSE PROCESSING-DATE-FILE
               STOP RUN
           END-IF
           MOVE PDTE-BUSINESS-DATE TO WS-TODAY-DATE
           CLOSE PROCESSING-DATE-FILE.
