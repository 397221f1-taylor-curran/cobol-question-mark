       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRCVR.

      *> Forward recovery for data/CONTACTS.DAT. When the live file
      *> is lost, or damaged past what CONTCHEK can salvage, or has to
      *> be wound back to a moment before a bad run, this rebuilds it
      *> from the nightly CONTBKUP image and the forward-recovery
      *> journal every writing program keeps (see JRNLREC):
      *>   - the operator names the point to recover to (a timestamp,
      *>     or blank for everything the journal holds);
      *>   - the latest COMPLETE backup in data/CONTACTS_BKUP.CTL
      *>     taken at or before that point is loaded into a fresh
      *>     indexed file, data/CONTACTS_NEW.DAT (only the last
      *>     catalog line for an image counts: a same-date rerun
      *>     replaced the image the earlier line described);
      *>   - every journal entry from the moment that image was
      *>     started up to the recovery point is replayed on top, in
      *>     journal order: an add or rewrite puts the after-image in
      *>     place, a delete removes the contact. Replay is safe to
      *>     overlap - an image already in the backup is simply put
      *>     back as it was - so an entry written while the backup
      *>     was running is never lost;
      *>   - the CONTACT-ID high-water mark is proposed in
      *>     data/CONTACTS_NEXTID_NEW.CTL, never lower than any ID the
      *>     journal shows was ever issued, so IDs handed out after
      *>     the recovery point are not handed out again.
      *> data/CONTRCVR.OUT reports the backup used, the contact count
      *> before and after the replay and what was applied, so the
      *> result can be checked before it goes live. As with the
      *> CONTCHEK rebuild the live file is never touched: rename
      *> CONTACTS_NEW.DAT over CONTACTS.DAT (and the proposed mark
      *> over CONTACTS_NEXTID.CTL) while nothing else is running, then
      *> take a fresh CONTBKUP so the next recovery starts from the
      *> recovered file. Recovery needs an active supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-CONTACT-FILE ASSIGN TO "data/CONTACTS_NEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-CONTACT-ID
               ALTERNATE RECORD KEY IS NEW-EMAIL-FIELD
                   WITH DUPLICATES
               FILE STATUS IS NEW-CONTACT-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "data/CONTACTS_BKUP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS CATALOG-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "data/CONTACTS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS JOURNAL-STATUS.

           SELECT NEXT-ID-FILE ASSIGN TO "data/CONTACTS_NEXTID.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS NEXT-ID-STATUS.

           SELECT NEW-NEXT-ID-FILE ASSIGN TO "data/CONTACTS_NEXTID_NEW.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-NEXT-ID-STATUS.

      *> Operator master: recovery needs a supervisor.
           SELECT OPER-FILE ASSIGN TO "data/CONTACTS_OPERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS OPER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/CONTACTS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTRCVR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-CONTACT-FILE.
           COPY CONTACTREC REPLACING ==CONTACT-ID== BY
               ==NEW-CONTACT-ID==
               ==EMAIL-FIELD== BY ==NEW-EMAIL-FIELD==
               ==CONTACT-REC== BY ==NEW-CONTACT-REC==.

       FD  CATALOG-FILE.
           COPY BKUPREC.

       FD  BACKUP-FILE.
       01  BACKUP-REC              PIC X(456).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  NEXT-ID-FILE.
       01  NEXT-ID-REC             PIC 9(06).

       FD  NEW-NEXT-ID-FILE.
       01  NEW-NEXT-ID-REC         PIC 9(06).

       FD  OPER-FILE.
           COPY OPERREC.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-OPERATOR     PIC X(20).
           05  FILLER             PIC X(01).
           05  AUDIT-TIMESTAMP    PIC X(21).
           05  FILLER             PIC X(01).
           05  AUDIT-ACTION       PIC X(08).
           05  FILLER             PIC X(01).
           05  AUDIT-CONTACT-ID   PIC 9(06).
           05  FILLER             PIC X(01).
           05  AUDIT-STATUS-CODE  PIC 99.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       77  NEW-CONTACT-STATUS     PIC 99.
       77  CATALOG-STATUS         PIC 99.
       77  BACKUP-STATUS          PIC 99.
       77  JOURNAL-STATUS         PIC 99.
       77  NEXT-ID-STATUS         PIC 99.
       77  NEW-NEXT-ID-STATUS     PIC 99.
       77  OPER-STATUS            PIC 99.
       77  AUDIT-STATUS           PIC 99.
       77  REPORT-STATUS          PIC 99.
       77  OPERATOR-ID            PIC X(20).
       77  OPERATOR-ROLE          PIC X(10) VALUE SPACES.
       77  OPER-EOF-FLAG          PIC X VALUE "N".
       77  CATALOG-EOF-FLAG       PIC X VALUE "N".
       77  BACKUP-EOF-FLAG        PIC X VALUE "N".
       77  JOURNAL-EOF-FLAG       PIC X VALUE "N".
       77  WALK-EOF-FLAG          PIC X VALUE "N".
       77  BACKUP-FOUND-FLAG      PIC X VALUE "N".
       77  SUPERSEDED-FLAG        PIC X VALUE "N".
       77  SEARCH-DONE-FLAG       PIC X VALUE "N".
       77  CATALOG-LINE-NO        PIC 9(07) VALUE ZERO.
       77  CHOSEN-LINE-NO         PIC 9(07) VALUE ZERO.
       77  SEARCH-LIMIT-LINE      PIC 9(07) VALUE ZERO.
       77  RECOVER-TO-IN          PIC X(14).
       77  RECOVER-TO             PIC X(14).
       77  BACKUP-FILE-NAME       PIC X(30).

      *> The catalog entry chosen as the starting point.
       77  CHOSEN-BUS-DATE        PIC 9(08).
       77  CHOSEN-TIMESTAMP       PIC X(21).
       77  CHOSEN-COUNT           PIC 9(07).
       77  CHOSEN-NEXT-ID         PIC 9(06).

       77  BACKUP-COUNT           PIC 9(07) VALUE ZERO.
       77  BACKUP-DUP-COUNT       PIC 9(07) VALUE ZERO.
       77  JOURNAL-READ-COUNT     PIC 9(07) VALUE ZERO.
       77  BEFORE-BACKUP-COUNT    PIC 9(07) VALUE ZERO.
       77  AFTER-POINT-COUNT      PIC 9(07) VALUE ZERO.
       77  ADDS-APPLIED           PIC 9(07) VALUE ZERO.
       77  REWRITES-APPLIED       PIC 9(07) VALUE ZERO.
       77  DELETES-APPLIED        PIC 9(07) VALUE ZERO.
       77  DELETES-NOT-FOUND      PIC 9(07) VALUE ZERO.
       77  REPLAY-ERROR-COUNT     PIC 9(07) VALUE ZERO.
       77  AFTER-COUNT            PIC 9(07) VALUE ZERO.
       77  MAX-SEEN-ID            PIC 9(06) VALUE ZERO.
       77  PROPOSED-NEXT-ID       PIC 9(06) VALUE ZERO.
       77  IMAGE-ID               PIC 9(06).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(36) VALUE
               "CONTACT FILE FORWARD RECOVERY".
           05  FILLER              PIC X(06) VALUE "AS OF ".
           05  HDG-TODAY           PIC 9(08).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(20) VALUE "RECOVERED TO:".
           05  HDG-RECOVER-TO      PIC X(30).

       01  HEADING-LINE-3.
           05  FILLER              PIC X(20) VALUE "BACKUP USED:".
           05  HDG-BACKUP-FILE     PIC X(30).
           05  FILLER              PIC X(09) VALUE " STARTED ".
           05  HDG-BACKUP-TS       PIC X(14).

       01  COUNT-LINE.
           05  CNT-LABEL           PIC X(44).
           05  CNT-VALUE           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "*** Contact File Forward Recovery ***".
           PERFORM CHECK-RECOVERY-CLEARANCE
           PERFORM GET-RECOVERY-POINT
           PERFORM FIND-STARTING-BACKUP
           IF BACKUP-FOUND-FLAG = "N"
               DISPLAY "No complete backup in data/CONTACTS_BKUP.CTL "
                   "was taken at or before the recovery point; "
                   "nothing recovered."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-BACKUP-IMAGE
           PERFORM REPLAY-JOURNAL
           PERFORM COUNT-RECOVERED-FILE
           PERFORM SAVE-PROPOSED-NEXT-ID
           PERFORM WRITE-RECOVERY-REPORT
           DISPLAY "Recovered " AFTER-COUNT " contact(s) into "
               "data/CONTACTS_NEW.DAT (backup held " BACKUP-COUNT
               "); check data/CONTRCVR.OUT, then rename it over "
               "data/CONTACTS.DAT and CONTACTS_NEXTID_NEW.CTL over "
               "CONTACTS_NEXTID.CTL while nothing else is running, "
               "and take a fresh CONTBKUP."
           IF REPLAY-ERROR-COUNT > ZERO OR BACKUP-DUP-COUNT > ZERO
               DISPLAY "*** " REPLAY-ERROR-COUNT " REPLAY ERROR(S), "
                   BACKUP-DUP-COUNT " DUPLICATE(S) IN THE BACKUP - "
                   "SEE data/CONTRCVR.OUT ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The recovered file is renamed over the live one, so, like the
      *> CONTCHEK rebuild, it needs an active supervisor on the
      *> operator master. Anyone else is refused before a file is
      *> opened, and the refusal is logged with the recovery code
      *> (09, see OPERREC) in the status column.
       CHECK-RECOVERY-CLEARANCE.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER"
           IF FUNCTION LENGTH(FUNCTION TRIM(OPERATOR-ID)) = 0
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
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
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is not cleared to recover; the attempt is logged."
               PERFORM WRITE-DENIAL-ENTRY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO OPER-EOF-FLAG
           END-READ.

      *> The record is blanked first: the FILLER items in this FD
      *> carry no VALUE, and a line-sequential WRITE rejects control
      *> characters. The log is shared, so this is an
      *> open-append-close like every other program's audit entry.
       WRITE-DENIAL-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = 35
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = 00
               DISPLAY "AUDIT-FILE open error, status " AUDIT-STATUS
           ELSE
               MOVE SPACES TO AUDIT-REC
               MOVE OPERATOR-ID             TO AUDIT-OPERATOR
               MOVE FUNCTION CURRENT-DATE   TO AUDIT-TIMESTAMP
               MOVE "DENIED"                TO AUDIT-ACTION
               MOVE ZERO                    TO AUDIT-CONTACT-ID
               MOVE 09                      TO AUDIT-STATUS-CODE
               WRITE AUDIT-REC
               IF AUDIT-STATUS NOT = 00
                   DISPLAY "Audit write error, status " AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

      *> The point is a local timestamp to the second, compared with
      *> the first 14 characters of each journal entry's
      *> CURRENT-DATE stamp. Blank recovers everything journaled.
       GET-RECOVERY-POINT.
           MOVE SPACES TO RECOVER-TO-IN
           DISPLAY "Recover to YYYYMMDDHHMMSS (blank = end of "
               "journal): " WITH NO ADVANCING
           ACCEPT RECOVER-TO-IN
           PERFORM UNTIL RECOVER-TO-IN = SPACES
                   OR RECOVER-TO-IN IS NUMERIC
               DISPLAY "Enter 14 digits, or blank: " WITH NO ADVANCING
               ACCEPT RECOVER-TO-IN
           END-PERFORM
           IF RECOVER-TO-IN = SPACES
               MOVE ALL "9" TO RECOVER-TO
               MOVE "END OF JOURNAL" TO HDG-RECOVER-TO
           ELSE
               MOVE RECOVER-TO-IN TO RECOVER-TO
               MOVE RECOVER-TO-IN TO HDG-RECOVER-TO
           END-IF.

      *> The catalog is in run order, so the last qualifying line
      *> wins: the newest complete image not taken after the point.
      *> A line is only good while no later line names the same
      *> image - a rerun on the same date replaced the file - so a
      *> superseded choice is dropped and the search repeats over the
      *> lines before it.
       FIND-STARTING-BACKUP.
           MOVE 9999999 TO SEARCH-LIMIT-LINE
           MOVE "N" TO SEARCH-DONE-FLAG
           PERFORM UNTIL SEARCH-DONE-FLAG = "Y"
               PERFORM SCAN-CATALOG-FOR-BACKUP
               IF BACKUP-FOUND-FLAG = "Y"
                   PERFORM CHECK-BACKUP-SUPERSEDED
               END-IF
               IF BACKUP-FOUND-FLAG = "Y" AND SUPERSEDED-FLAG = "Y"
                   DISPLAY "Catalog line for "
                       FUNCTION TRIM(BACKUP-FILE-NAME) " started "
                       CHOSEN-TIMESTAMP(1:14) " is superseded by a "
                       "later run of the same image; passed over."
                   MOVE "N" TO BACKUP-FOUND-FLAG
                   MOVE CHOSEN-LINE-NO TO SEARCH-LIMIT-LINE
               ELSE
                   MOVE "Y" TO SEARCH-DONE-FLAG
               END-IF
           END-PERFORM.

       SCAN-CATALOG-FOR-BACKUP.
           MOVE ZERO TO CATALOG-LINE-NO
           MOVE "N" TO CATALOG-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = 00
               IF CATALOG-STATUS NOT = 35
                   DISPLAY "CATALOG-FILE open error, status "
                       CATALOG-STATUS
               END-IF
           ELSE
               PERFORM READ-CATALOG-ENTRY
               PERFORM UNTIL CATALOG-EOF-FLAG = "Y"
                       OR CATALOG-LINE-NO >= SEARCH-LIMIT-LINE
                   IF BKC-RESULT = "COMPLETE"
                           AND BKC-TIMESTAMP(1:14) <= RECOVER-TO
                       MOVE "Y" TO BACKUP-FOUND-FLAG
                       MOVE CATALOG-LINE-NO  TO CHOSEN-LINE-NO
                       MOVE BKC-BUS-DATE     TO CHOSEN-BUS-DATE
                       MOVE BKC-TIMESTAMP    TO CHOSEN-TIMESTAMP
                       MOVE BKC-RECORD-COUNT TO CHOSEN-COUNT
                       MOVE BKC-NEXT-ID      TO CHOSEN-NEXT-ID
                       MOVE BKC-FILE-NAME    TO BACKUP-FILE-NAME
                   END-IF
                   PERFORM READ-CATALOG-ENTRY
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      *> Any line after the chosen one naming the same image, good or
      *> failed, means the file on disk is no longer the one chosen.
       CHECK-BACKUP-SUPERSEDED.
           MOVE "N" TO SUPERSEDED-FLAG
           MOVE ZERO TO CATALOG-LINE-NO
           MOVE "N" TO CATALOG-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = 00
               DISPLAY "CATALOG-FILE reopen error, status "
                   CATALOG-STATUS
               MOVE "N" TO BACKUP-FOUND-FLAG
           ELSE
               PERFORM READ-CATALOG-ENTRY
               PERFORM UNTIL CATALOG-EOF-FLAG = "Y"
                       OR SUPERSEDED-FLAG = "Y"
                   IF CATALOG-LINE-NO > CHOSEN-LINE-NO
                           AND BKC-FILE-NAME = BACKUP-FILE-NAME
                       MOVE "Y" TO SUPERSEDED-FLAG
                   END-IF
                   PERFORM READ-CATALOG-ENTRY
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       READ-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO CATALOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO CATALOG-LINE-NO
           END-READ.

      *> A duplicate ID inside the image (status 22) should never
      *> happen - the image was written in primary-key order - so it
      *> is counted and reported, and the first copy kept.
       LOAD-BACKUP-IMAGE.
           OPEN INPUT BACKUP-FILE
           IF BACKUP-STATUS NOT = 00
               DISPLAY "BACKUP-FILE open error, status " BACKUP-STATUS
                   " for " FUNCTION TRIM(BACKUP-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CONTACT-FILE
           IF NEW-CONTACT-STATUS NOT = 00
               DISPLAY "CONTACTS_NEW.DAT open error, status "
                   NEW-CONTACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BACKUP-RECORD
           PERFORM UNTIL BACKUP-EOF-FLAG = "Y"
               MOVE BACKUP-REC TO NEW-CONTACT-REC
               WRITE NEW-CONTACT-REC
                   INVALID KEY
                       ADD 1 TO BACKUP-DUP-COUNT
                       DISPLAY "Duplicate contact " NEW-CONTACT-ID
                           " in the backup image, first copy kept"
                   NOT INVALID KEY
                       ADD 1 TO BACKUP-COUNT
                       IF NEW-CONTACT-ID > MAX-SEEN-ID
                           MOVE NEW-CONTACT-ID TO MAX-SEEN-ID
                       END-IF
               END-WRITE
               PERFORM READ-BACKUP-RECORD
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE NEW-CONTACT-FILE.

       READ-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO BACKUP-EOF-FLAG
           END-READ.

      *> Entries stamped before the image was started are already in
      *> it; entries after the recovery point are counted, not
      *> applied. Every add in the journal, applied or not, still
      *> raises the ID mark.
       REPLAY-JOURNAL.
           OPEN I-O NEW-CONTACT-FILE
           IF NEW-CONTACT-STATUS NOT = 00
               DISPLAY "CONTACTS_NEW.DAT reopen error, status "
                   NEW-CONTACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = 00
               IF JOURNAL-STATUS NOT = 35
                   DISPLAY "JOURNAL-FILE open error, status "
                       JOURNAL-STATUS
                   ADD 1 TO REPLAY-ERROR-COUNT
               END-IF
           ELSE
               PERFORM READ-JOURNAL-ENTRY
               PERFORM UNTIL JOURNAL-EOF-FLAG = "Y"
                   ADD 1 TO JOURNAL-READ-COUNT
                   MOVE JRN-CONTACT-IMAGE(1:6) TO IMAGE-ID
                   IF JRN-OP-ADD AND IMAGE-ID > MAX-SEEN-ID
                       MOVE IMAGE-ID TO MAX-SEEN-ID
                   END-IF
                   EVALUATE TRUE
                       WHEN JRN-TIMESTAMP(1:16) < CHOSEN-TIMESTAMP(1:16)
                           ADD 1 TO BEFORE-BACKUP-COUNT
                       WHEN JRN-TIMESTAMP(1:14) > RECOVER-TO
                           ADD 1 TO AFTER-POINT-COUNT
                       WHEN OTHER
                           PERFORM APPLY-JOURNAL-ENTRY
                   END-EVALUATE
                   PERFORM READ-JOURNAL-ENTRY
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE NEW-CONTACT-FILE.

       READ-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO JOURNAL-EOF-FLAG
           END-READ.

      *> An add finding the contact already there (the overlap with
      *> the image) becomes a rewrite, and a rewrite finding it gone
      *> becomes a write; either way the after-image ends up in place.
      *> Status 02 (another contact shares the email) is a success.
       APPLY-JOURNAL-ENTRY.
           MOVE JRN-CONTACT-IMAGE TO NEW-CONTACT-REC
           EVALUATE TRUE
               WHEN JRN-OP-ADD
               WHEN JRN-OP-REWRITE
                   WRITE NEW-CONTACT-REC
                       INVALID KEY
                           REWRITE NEW-CONTACT-REC
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-WRITE
                   IF NEW-CONTACT-STATUS < 10
                       IF JRN-OP-ADD
                           ADD 1 TO ADDS-APPLIED
                       ELSE
                           ADD 1 TO REWRITES-APPLIED
                       END-IF
                   ELSE
                       ADD 1 TO REPLAY-ERROR-COUNT
                       DISPLAY "Replay error, status " NEW-CONTACT-STATUS
                           " for contact " NEW-CONTACT-ID
                   END-IF
               WHEN JRN-OP-DELETE
                   DELETE NEW-CONTACT-FILE
                       INVALID KEY
                           ADD 1 TO DELETES-NOT-FOUND
                       NOT INVALID KEY
                           ADD 1 TO DELETES-APPLIED
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO REPLAY-ERROR-COUNT
                   DISPLAY "Journal entry with unknown operation '"
                       JRN-OPERATION "' for contact " IMAGE-ID
                       " skipped"
           END-EVALUATE.

       COUNT-RECOVERED-FILE.
           OPEN INPUT NEW-CONTACT-FILE
           IF NEW-CONTACT-STATUS NOT = 00
               DISPLAY "CONTACTS_NEW.DAT count error, status "
                   NEW-CONTACT-STATUS
               ADD 1 TO REPLAY-ERROR-COUNT
           ELSE
               MOVE ZERO TO NEW-CONTACT-ID
               START NEW-CONTACT-FILE KEY IS NOT LESS THAN NEW-CONTACT-ID
                   INVALID KEY
                       MOVE "Y" TO WALK-EOF-FLAG
               END-START
               PERFORM UNTIL WALK-EOF-FLAG = "Y"
                   READ NEW-CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WALK-EOF-FLAG
                       NOT AT END
                           ADD 1 TO AFTER-COUNT
                   END-READ
               END-PERFORM
               CLOSE NEW-CONTACT-FILE
           END-IF.

      *> The proposal is the highest of the backup's saved mark, the
      *> live control file's mark (if it survived) and every ID the
      *> image or journal shows, so no ID is ever issued twice.
       SAVE-PROPOSED-NEXT-ID.
           MOVE CHOSEN-NEXT-ID TO PROPOSED-NEXT-ID
           IF MAX-SEEN-ID > PROPOSED-NEXT-ID
               MOVE MAX-SEEN-ID TO PROPOSED-NEXT-ID
           END-IF
           OPEN INPUT NEXT-ID-FILE
           IF NEXT-ID-STATUS = 00
               MOVE ZERO TO NEXT-ID-REC
               READ NEXT-ID-FILE
                   AT END
                       MOVE ZERO TO NEXT-ID-REC
               END-READ
               IF NEXT-ID-REC IS NUMERIC
                   IF NEXT-ID-REC > PROPOSED-NEXT-ID
                       MOVE NEXT-ID-REC TO PROPOSED-NEXT-ID
                   END-IF
               END-IF
               CLOSE NEXT-ID-FILE
           END-IF
           OPEN OUTPUT NEW-NEXT-ID-FILE
           IF NEW-NEXT-ID-STATUS NOT = 00
               DISPLAY "CONTACTS_NEXTID_NEW.CTL open error, status "
                   NEW-NEXT-ID-STATUS
               ADD 1 TO REPLAY-ERROR-COUNT
           ELSE
               MOVE PROPOSED-NEXT-ID TO NEW-NEXT-ID-REC
               WRITE NEW-NEXT-ID-REC
               CLOSE NEW-NEXT-ID-FILE
           END-IF.

       WRITE-RECOVERY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDG-TODAY
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADING-LINE-2
           MOVE BACKUP-FILE-NAME TO HDG-BACKUP-FILE
           MOVE CHOSEN-TIMESTAMP(1:14) TO HDG-BACKUP-TS
           WRITE REPORT-LINE FROM HEADING-LINE-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTACTS CATALOGUED WITH THE BACKUP" TO CNT-LABEL
           MOVE CHOSEN-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "CONTACTS LOADED FROM THE BACKUP (BEFORE)" TO CNT-LABEL
           MOVE BACKUP-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "DUPLICATES IN THE BACKUP, NOT LOADED" TO CNT-LABEL
           MOVE BACKUP-DUP-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "JOURNAL ENTRIES READ" TO CNT-LABEL
           MOVE JOURNAL-READ-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "  ALREADY IN THE BACKUP, SKIPPED" TO CNT-LABEL
           MOVE BEFORE-BACKUP-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "  AFTER THE RECOVERY POINT, NOT APPLIED" TO CNT-LABEL
           MOVE AFTER-POINT-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "  ADDS APPLIED" TO CNT-LABEL
           MOVE ADDS-APPLIED TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "  REWRITES APPLIED" TO CNT-LABEL
           MOVE REWRITES-APPLIED TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "  DELETES APPLIED" TO CNT-LABEL
           MOVE DELETES-APPLIED TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "  DELETES OF CONTACTS ALREADY GONE" TO CNT-LABEL
           MOVE DELETES-NOT-FOUND TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "  REPLAY ERRORS" TO CNT-LABEL
           MOVE REPLAY-ERROR-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "CONTACTS IN THE RECOVERED FILE (AFTER)" TO CNT-LABEL
           MOVE AFTER-COUNT TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "PROPOSED NEXT-ID HIGH-WATER MARK" TO CNT-LABEL
           MOVE PROPOSED-NEXT-ID TO CNT-VALUE
           WRITE REPORT-LINE FROM COUNT-LINE
           CLOSE REPORT-FILE.
