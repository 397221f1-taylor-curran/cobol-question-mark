      *> Bounce history record for data/CONTACTS_BOUNCE_HIST.DAT, one
      *> line per bounce the mail gateway reported, appended by
      *> CONTBNCE whatever became of it. The file is the memory the
      *> gateway's nightly drop does not have: CONTBNCE counts an
      *> address's earlier bounces from it to find repeat bouncers
      *> and to turn a run of soft bounces into a hard one, and a
      *> rerun of the same night's drop is recognised from it and not
      *> counted twice. BNC-SEVERITY is the gateway's H(ard) or
      *> S(oft); BNC-OUTCOME is what CONTBNCE did with the bounce.
       01  BNC-REC.
           05  BNC-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  BNC-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  BNC-EMAIL           PIC X(50).
           05  FILLER              PIC X(01).
           05  BNC-DEPT            PIC X(10).
           05  FILLER              PIC X(01).
           05  BNC-SEVERITY        PIC X(01).
               88  BNC-HARD            VALUE "H".
               88  BNC-SOFT            VALUE "S".
           05  FILLER              PIC X(01).
           05  BNC-OUTCOME         PIC X(10).
           05  FILLER              PIC X(01).
           05  BNC-REASON          PIC X(30).
