      *> Forward-recovery journal record for data/CONTACTS_JOURNAL.DAT,
      *> one line per change made to data/CONTACTS.DAT. Every program
      *> that writes, rewrites or deletes a contact appends the whole
      *> record image here right after the change succeeds, so
      *> CONTRCVR can take the last CONTBKUP image and roll it forward
      *> to any point in time. Operations:
      *>   A - a new contact written (intake, archive restore);
      *>   R - an existing contact rewritten (the after-image);
      *>   D - a contact deleted (maintenance delete, archive); the
      *>       image is the record as it stood, only its key matters.
      *> Like the audit trail, the journal is shared append-only and
      *> every entry is an open-append-close.
       01  JRN-REC.
           05  JRN-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01).
           05  JRN-OPERATION       PIC X(01).
               88  JRN-OP-ADD            VALUE "A".
               88  JRN-OP-REWRITE        VALUE "R".
               88  JRN-OP-DELETE         VALUE "D".
           05  FILLER              PIC X(01).
           05  JRN-OPERATOR        PIC X(20).
           05  FILLER              PIC X(01).
           05  JRN-CONTACT-IMAGE   PIC X(456).
