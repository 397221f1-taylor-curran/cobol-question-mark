      *> Undeliverable-address record for data/CONTACTS_UNDELIV.DAT,
      *> one line per contact whose email the mail gateway has hard
      *> bounced, appended by CONTBNCE. This is the undeliverable
      *> marker: CONTACT-REC has no spare byte to carry one, so the
      *> marker lives here, keyed by the address as it stood on the
      *> contact. CONTACKL, CONTRESL and CONTSRVY withhold any letter
      *> or survey whose contact's email (compared case-blind) is on
      *> this list, and CONTACTS maintenance warns the operator when
      *> the contact is brought up. Correcting the email through
      *> CONTACTS maintenance lifts the suppression by itself - the
      *> new address is not on the list - and the withheld letter
      *> goes out on the next night's run.
       01  UND-REC.
           05  UND-EMAIL           PIC X(50).
           05  FILLER              PIC X(01).
           05  UND-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  UND-DEPT            PIC X(10).
           05  FILLER              PIC X(01).
           05  UND-MARKED-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  UND-REASON          PIC X(30).
