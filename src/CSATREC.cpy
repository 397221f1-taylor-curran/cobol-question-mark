      *> Survey results record for data/CONTACTS_SURVEY_RESULTS.DAT,
      *> one line per survey response CONTSRSP accepts from the
      *> vendor's file. The invitation's date, department and
      *> HANDLED-BY operator are copied from the survey control file
      *> (SRVYREC) so CONTCSAT reports each response against the
      *> invitation it answers. The comment is the customer's own
      *> words and is redacted by CONTERAS with the rest of a data
      *> subject's details.
       01  CSR-REC.
           05  CSR-IMPORT-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  CSR-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  CSR-SCORE           PIC 9(01).
           05  FILLER              PIC X(01).
           05  CSR-SENT-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  CSR-DEPT            PIC X(10).
           05  FILLER              PIC X(01).
           05  CSR-HANDLED-BY      PIC X(20).
           05  FILLER              PIC X(01).
           05  CSR-COMMENT         PIC X(250).
