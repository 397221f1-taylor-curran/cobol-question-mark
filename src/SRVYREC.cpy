      *> Survey control record for data/CONTACTS_SURVEY.CTL, one line
      *> per satisfaction survey invitation CONTSRVY has spooled. The
      *> file is the once-only guard (a contact is surveyed once in
      *> its life, rerun or not), and it keeps the department and
      *> HANDLED-BY operator as they stood when the invitation went
      *> out, so CONTSRSP can stamp them on the response and CONTCSAT
      *> can count response rates against the invitations sent, even
      *> after the contact is reopened, transferred or archived.
       01  SVY-REC.
           05  SVY-SENT-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  SVY-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  SVY-DEPT            PIC X(10).
           05  FILLER              PIC X(01).
           05  SVY-HANDLED-BY      PIC X(20).
           05  FILLER              PIC X(01).
           05  SVY-RESOLUTION-DATE PIC 9(08).
