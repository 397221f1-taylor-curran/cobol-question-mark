      *> Business-holiday calendar record for data/CONTACTS_HOLIDAYS.DAT,
      *> one line per non-working weekday: the date (YYYYMMDD) and
      *> what it is. Saturdays and Sundays are never working days and
      *> need no line. CONTAGE ages SLAs against it, CONTMRPT counts
      *> resolution time in business days by it, CONTACKL dates its
      *> "expected reply by" promise from it, and CONTNITE marks each
      *> night's ledger entries working or non-working by it. Keep
      *> next year's holidays in before the year turns; lines are
      *> added as a year's dates are announced, never rewritten, and
      *> the order does not matter.
       01  HOLIDAY-REC.
           05  HOL-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  HOL-DESCRIPTION     PIC X(30).
