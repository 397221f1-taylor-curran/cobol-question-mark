      *> Transfer log record for data/CONTACTS_TRANSFERS.LOG, one line
      *> per contact CONTWORK moves from one department to another.
      *> The audit trail records each move as a TRANSFER entry, but
      *> its fixed 61-byte line has no room for department codes, so
      *> the two departments (and the untouched DATE-RECEIVED) are
      *> kept here, written right after the audit entry, with the
      *> same operator. CONTXFER reports from this file.
       01  XFER-REC.
           05  XFER-TIMESTAMP      PIC X(21).
           05  FILLER              PIC X(01).
           05  XFER-OPERATOR       PIC X(20).
           05  FILLER              PIC X(01).
           05  XFER-CONTACT-ID     PIC 9(06).
           05  FILLER              PIC X(01).
           05  XFER-FROM-DEPT      PIC X(10).
           05  FILLER              PIC X(01).
           05  XFER-TO-DEPT        PIC X(10).
           05  FILLER              PIC X(01).
           05  XFER-DATE-RECEIVED  PIC 9(08).
