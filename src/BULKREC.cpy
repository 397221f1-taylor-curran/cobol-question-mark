      *> Bulk-disposition run record for data/CONTACTS_BULK.CTL, the
      *> file that makes a CONTBULK run restartable. Each approved run
      *> appends, in order:
      *>   H - the header: run id (the approval timestamp), approving
      *>       supervisor, disposition (R resolve / C close), the canned
      *>       WORK-NOTE, and the selection criteria for the record;
      *>   S - one line per contact the supervisor approved;
      *>   D - one line per contact once its rewrite, journal and
      *>       audit entries are all written;
      *>   E - the run finished; A - the run was abandoned.
      *> A header with no E or A line after it is an unfinished run,
      *> which CONTBULK offers to resume - against the approved list,
      *> never a fresh selection - before anything else. Lines are
      *> only ever appended, each one an open-append-close, so the
      *> file survives whatever stopped the run.
       01  BULK-REC.
           05  BLK-TYPE            PIC X(01).
               88  BLK-HEADER            VALUE "H".
               88  BLK-SELECTED          VALUE "S".
               88  BLK-DISPOSED          VALUE "D".
               88  BLK-ENDED             VALUES "E", "A".
           05  FILLER              PIC X(01).
           05  BLK-RUN-ID          PIC X(14).
           05  FILLER              PIC X(01).
           05  BLK-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  BLK-OPERATOR        PIC X(20).
           05  FILLER              PIC X(01).
           05  BLK-DISPOSITION     PIC X(01).
           05  FILLER              PIC X(01).
           05  BLK-WORK-NOTE       PIC X(100).
           05  FILLER              PIC X(01).
      *> Criteria as entered (header line only): department, state
      *> (N, I or blank for any open), priority (blank for any),
      *> DATE-RECEIVED range and keyword.
           05  BLK-CRIT-DEPT       PIC X(10).
           05  FILLER              PIC X(01).
           05  BLK-CRIT-STATE      PIC X(01).
           05  FILLER              PIC X(01).
           05  BLK-CRIT-PRIORITY   PIC X(01).
           05  FILLER              PIC X(01).
           05  BLK-CRIT-FROM-DATE  PIC 9(08).
           05  FILLER              PIC X(01).
           05  BLK-CRIT-TO-DATE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  BLK-CRIT-KEYWORD    PIC X(40).
