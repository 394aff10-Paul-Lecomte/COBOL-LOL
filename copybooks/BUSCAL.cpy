      *>--------------------------------------------------------------
      *> BUSCAL.cpy - Bank business-date calendar record
      *> Keyed (INDEXED) file, RECORD KEY IS BCAL-DATE.
      *> One record per day the bank is shut - every weekend day and
      *> every public holiday - loaded by operations a year ahead. A
      *> date with no record here is a business day. The date roll
      *> (BANKDROL) steps over these days, and hold release dates and
      *> maturity dates that land on one move to the next business
      *> day.
      *>--------------------------------------------------------------
       01 BUSINESS-CALENDAR-RECORD.
           05 BCAL-DATE                PIC 9(8).
           05 BCAL-DAY-TYPE            PIC X(1).
               88 BCAL-WEEKEND         VALUE "W".
               88 BCAL-HOLIDAY         VALUE "H".
           05 BCAL-DESCRIPTION         PIC X(30).
           05 BCAL-FILLER              PIC X(10).
