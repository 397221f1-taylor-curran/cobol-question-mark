               SHARING WITH ALL OTHER
               FILE STATUS IS MANIFEST-STATUS.

      *> Operator master: a restore needs a supervisor or compliance
      *> operator; the nightly archive pass needs no clearance.
           SELECT OPER-FILE ASSIGN TO "data/CONTACTS_OPERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS OPER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/CONTACTS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

      *> Forward-recovery journal: the image of every contact this
      *> program changes (see JRNLREC).
           SELECT JOURNAL-FILE ASSIGN TO "data/CONTACTS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE           PIC X(100).

       FD  OPER-FILE.
           COPY OPERREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-OPERATOR     PIC X(20).
       77  ARCHIVE-STATUS     PIC 99.
       77  MANIFEST-STATUS    PIC 99.
       77  AUDIT-STATUS       PIC 99.
       77  JOURNAL-STATUS     PIC 99.
       77  JOURNAL-OP         PIC X(01).
       77  OPERATOR-ID        PIC X(20).
       77  AUDIT-ACTION-IN    PIC X(08).
       77  ARCH-FILE-NAME     PIC X(30).
       77  MODE-SELECT        PIC X.
       77  EOF-FLAG           PIC X VALUE "N".
       77  TODAY-DATE         PIC 9(08).
       77  OPER-STATUS        PIC 99.
       77  OPER-EOF-FLAG      PIC X VALUE "N".
       77  OPERATOR-ROLE      PIC X(10) VALUE SPACES.

      *> Retention window: contacts received more than this many
      *> months ago are moved to the archive.
           PERFORM OPEN-FILES
           PERFORM ASK-MODE
           IF MODE-SELECT = "R"
               PERFORM CHECK-RESTORE-CLEARANCE
               PERFORM RESTORE-MODE
           ELSE
               PERFORM ARCHIVE-MODE
           ACCEPT MODE-SELECT
           MOVE FUNCTION UPPER-CASE(MODE-SELECT(1:1)) TO MODE-SELECT.

      *> A restore puts a contact back in front of the departments,
      *> so it needs an active supervisor or compliance operator on
      *> the operator master. Anyone else is refused and logged, with
      *> the restore code (07, see OPERREC) in the status column.
       CHECK-RESTORE-CLEARANCE.
           MOVE SPACES TO OPERATOR-ROLE
           OPEN INPUT OPER-FILE
           IF OPER-STATUS NOT = 00
               DISPLAY "OPER-FILE open error, status " OPER-STATUS
               DISPLAY "data/CONTACTS_OPERS.DAT is required; one line "
                   "per operator (see the OPERREC layout)."
           ELSE
               PERFORM READ-OPER-RECORD
               PERFORM UNTIL OPER-EOF-FLAG = "Y"
                   IF FUNCTION UPPER-CASE(OPER-ID)
                           = FUNCTION UPPER-CASE(OPERATOR-ID)
                       IF OPER-ACTIVE-FLAG = "Y"
                           MOVE FUNCTION UPPER-CASE(OPER-ROLE)
                               TO OPERATOR-ROLE
                       END-IF
                       MOVE "Y" TO OPER-EOF-FLAG
                   ELSE
                       PERFORM READ-OPER-RECORD
                   END-IF
               END-PERFORM
               CLOSE OPER-FILE
           END-IF
           IF OPERATOR-ROLE NOT = "SUPERVISOR"
                   AND OPERATOR-ROLE NOT = "COMPLIANCE"
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is not cleared to restore; the attempt is logged."
               MOVE "DENIED" TO AUDIT-ACTION-IN
               MOVE ZERO TO CONTACT-ID OF CONTACT-REC
               MOVE 07 TO CONTACT-STATUS
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM CLEANUP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO OPER-EOF-FLAG
           END-READ.

      *> Pass 1 collects eligible IDs so the delete never runs under
      *> the sequential read; pass 2 moves them one at a time. If more
      *> contacts are eligible than the table holds, this run archives
                   END-IF
                   IF CONTACT-STATUS = 00
                       ADD 1 TO ARCHIVED-COUNT
                       MOVE "D" TO JOURNAL-OP
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE "ARCHIVE" TO MFT-ACTION
                       PERFORM WRITE-MANIFEST-LINE
                       MOVE "ARCHIVE" TO AUDIT-ACTION-IN
           END-WRITE
           IF CONTACT-STATUS = 00
               DISPLAY "Contact " RESTORE-ID " restored to the live file."
               MOVE "A" TO JOURNAL-OP
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE "RESTORE" TO MFT-ACTION
               PERFORM WRITE-MANIFEST-LINE
               MOVE "RESTORE" TO AUDIT-ACTION-IN
               DISPLAY "Manifest write error, status " MANIFEST-STATUS
           END-IF.

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
               MOVE "CONTARCH"              TO JRN-PROGRAM
               MOVE JOURNAL-OP              TO JRN-OPERATION
               MOVE OPERATOR-ID             TO JRN-OPERATOR
               MOVE CONTACT-REC             TO JRN-CONTACT-IMAGE
               WRITE JRN-REC
               IF JOURNAL-STATUS NOT = 00
                   DISPLAY "Journal write error, status " JOURNAL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      *> The log is shared with the CONTACTS sessions running at the
      *> same time, so each entry is an open-append-close.
       WRITE-AUDIT-ENTRY.
