      *> dependency checks read it: BANKTBAL refuses a business date
      *> whose posting run has not completed, and BANKINT refuses a
      *> second run in the same month. The file doubles as the run-
      *> history audit trail. A BANKRCVR record for a business date
      *> means ACCTMAS was rebuilt from an image copy that day, and
      *> BANKRECN says so on its report.
      *>--------------------------------------------------------------
       01 RUN-CONTROL-RECORD.
           05 RUNC-KEY.
           05 RUNC-COUNT-PROCESSED     PIC 9(7).
           05 RUNC-RETURN-CODE         PIC 9(2).
           05 RUNC-FILLER              PIC X(10).
           05 RUNC-RECOVERY-INFO       REDEFINES RUNC-FILLER.
      *>         On the BANKRCVR record only.
               10 RUNC-IMAGE-DATE      PIC 9(8).
      *>             Business date of the image-copy generation the
      *>             master was restored from.
               10 FILLER               PIC X(2).
