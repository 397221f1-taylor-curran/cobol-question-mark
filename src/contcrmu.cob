               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

      *> Forward-recovery journal: the image of every contact this
      *> program changes (see JRNLREC).
           SELECT JOURNAL-FILE ASSIGN TO "data/CONTACTS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTCRMU.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       FD  UPDATE-FILE.
       01  UPDATE-LINE             PIC X(60).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-OPERATOR     PIC X(20).
       77  CONTACT-STATUS          PIC 99.
       77  UPDATE-STATUS           PIC 99.
       77  AUDIT-STATUS            PIC 99.
       77  JOURNAL-STATUS          PIC 99.
       77  JOURNAL-OP              PIC X(01).
       77  REPORT-STATUS           PIC 99.
       77  OPERATOR-ID             PIC X(20).
       77  AUDIT-ACTION-IN         PIC X(08).
           ELSE
               IF CONTACT-STATUS = 00
                   ADD 1 TO APPLIED-COUNT
                   MOVE "R" TO JOURNAL-OP
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
               MOVE "CRMUPDT" TO AUDIT-ACTION-IN
               PERFORM WRITE-AUDIT-ENTRY
           MOVE PROBLEM-COUNT TO TOT-PROBLEM
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

      *> The journal line follows the same open-append-close rule as
      *> the audit entry; JOURNAL-OP says whether this was an add, a
      *> rewrite or a delete.
       WRITE-JOURNAL-ENTRY.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = 35
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS NOT = 00
               DISPLAY "JOURNAL-FILE open error, status " JOURNAL-STATUS
           ELSE
               MOVE SPACES TO JRN-REC
               MOVE FUNCTION CURRENT-DATE   TO JRN-TIMESTAMP
               MOVE "CONTCRMU"              TO JRN-PROGRAM
               MOVE JOURNAL-OP              TO JRN-OPERATION
               MOVE OPERATOR-ID             TO JRN-OPERATOR
               MOVE CONTACT-REC             TO JRN-CONTACT-IMAGE
               WRITE JRN-REC
               IF JOURNAL-STATUS NOT = 00
                   DISPLAY "Journal write error, status " JOURNAL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      *> The record is blanked first: VALUE clauses on FILLER items in
      *> the FILE SECTION do not initialize the record buffer, and a
      *> line-sequential WRITE rejects control characters (status 71).
