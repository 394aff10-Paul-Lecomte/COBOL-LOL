      *>--------------------------------------------------------------
      *> PROCDATE.cpy - Processing-date control record
      *> Sequential (LINE SEQUENTIAL) file maintained by operations;
      *> a single record. Every batch program takes its business
      *> date from here instead of the system clock, so a nightly
      *> window that slips past midnight, or a catch-up run after an
      *> outage, still stamps TRANLOG, RUNCTL and every date it sets
      *> with the business date being processed. Only the date-roll
      *> step (BANKDROL) rewrites it, once the nightly cycle for the
      *> business date has completed.
      *>--------------------------------------------------------------
       01 PROCESSING-DATE-RECORD.
           05 PDTE-BUSINESS-DATE       PIC 9(8).
      *>         Business date CCYYMMDD the nightly cycle is working.
           05 PDTE-PRIOR-BUSINESS-DATE PIC 9(8).
      *>         The business date before it. Days in between are
      *>         weekends or holidays; anything scheduled on them
      *>         (standing orders) falls due on PDTE-BUSINESS-DATE.
           05 PDTE-ROLLED-TIMESTAMP    PIC 9(14).
      *>         Clock time CCYYMMDDHHMMSS of the last date roll.
           05 PDTE-FILLER              PIC X(10).
