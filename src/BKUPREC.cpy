      *> Backup catalog record for data/CONTACTS_BKUP.CTL, one line
      *> per CONTBKUP run. The catalog is what CONTRCVR starts from:
      *> it names the dated image, the moment the image was started
      *> (journal entries from that moment on are replayed on top of
      *> it), how many contacts it holds and the CONTACT-ID high-water
      *> mark saved with it. Only an entry marked COMPLETE is a good
      *> backup; a run that failed part way is catalogued as FAILED so
      *> the next morning can see it, and recovery passes it over.
      *> A same-date rerun catalogues the same image name again, and
      *> only the last line for a name describes the image on disk;
      *> a FAILED run names the work file it abandoned, so it never
      *> supersedes a good image.
       01  BKC-REC.
           05  BKC-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  BKC-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  BKC-RECORD-COUNT    PIC 9(07).
           05  FILLER              PIC X(01).
           05  BKC-NEXT-ID         PIC 9(06).
           05  FILLER              PIC X(01).
           05  BKC-RESULT          PIC X(08).
           05  FILLER              PIC X(01).
           05  BKC-FILE-NAME       PIC X(30).
