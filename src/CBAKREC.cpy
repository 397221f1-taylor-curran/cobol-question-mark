      *> Callback worklist record for data/CONTACTS_CALLBACK.DAT, one
      *> line per contact CONTBNCE has marked undeliverable. The
      *> owning department (CONTACT-TYPE at the time of the bounce)
      *> phones the customer for a working address and corrects it
      *> through CONTACTS maintenance. A contact is added once per
      *> bounced address, however many more bounces follow.
       01  CBK-REC.
           05  CBK-ADDED-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  CBK-DEPT            PIC X(10).
           05  FILLER              PIC X(01).
           05  CBK-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  CBK-NAME            PIC X(30).
           05  FILLER              PIC X(01).
           05  CBK-EMAIL           PIC X(50).
           05  FILLER              PIC X(01).
           05  CBK-REASON          PIC X(30).
