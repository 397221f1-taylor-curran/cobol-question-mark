       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTBKUP.

      *> Nightly backup of data/CONTACTS.DAT, run by CONTNITE as the
      *> stream's first step so the image is taken before the night's
      *> batch touches a contact. Until now the only recovery from a
      *> lost or damaged file was whatever CONTCHEK could salvage;
      *> this takes a dated image to fall back on:
      *>   - every contact, by primary key, into a line-sequential
      *>     image data/CONTACTS_BK_yyyymmdd.DAT (the CONTACTREC
      *>     layout, the same shape as the archive files);
      *>   - the CONTACT-ID high-water mark saved alongside it as
      *>     data/CONTACTS_NEXTID_yyyymmdd.CTL, so a recovered file
      *>     can never reissue an ID;
      *>   - one line in the backup catalog, data/CONTACTS_BKUP.CTL
      *>     (see BKUPREC), saying when the image was started, how
      *>     many contacts it holds and whether it completed.
      *> The date is the business date CONTNITE exports, or today
      *> when run by hand. The copy is written to a work file,
      *> data/CONTACTS_BK_yyyymmdd.TMP, read back to check its count,
      *> and only then renamed over the dated image, with the catalog
      *> line written last - so the dated image is always a whole
      *> one and a catalog line never describes an image it did not
      *> produce. A rerun on the same date replaces that date's image
      *> and adds a later catalog line, which supersedes the earlier
      *> one (CONTRCVR trusts only the last line for an image). A
      *> failed run removes its work file and is catalogued under the
      *> work file's name, leaving any earlier image of the same date
      *> and its catalog line standing. Every change made after the
      *> image was started is in the forward-recovery journal (see
      *> JRNLREC), which CONTRCVR replays on top of it.
      *> A failure ends with RETURN-CODE 8 so the stream stops
      *> before the batch runs without a backup behind it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "data/CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTACT-ID
               ALTERNATE RECORD KEY IS EMAIL-FIELD WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS CONTACT-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT NEXT-ID-FILE ASSIGN TO "data/CONTACTS_NEXTID.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS NEXT-ID-STATUS.

           SELECT NEXT-ID-COPY-FILE ASSIGN TO DYNAMIC NEXT-ID-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEXT-ID-COPY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "data/CONTACTS_BKUP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTACTREC.

       FD  BACKUP-FILE.
       01  BACKUP-REC              PIC X(456).

       FD  NEXT-ID-FILE.
       01  NEXT-ID-REC             PIC 9(06).

       FD  NEXT-ID-COPY-FILE.
       01  NEXT-ID-COPY-REC        PIC 9(06).

       FD  CATALOG-FILE.
           COPY BKUPREC.

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS         PIC 99.
       77  BACKUP-STATUS          PIC 99.
       77  NEXT-ID-STATUS         PIC 99.
       77  NEXT-ID-COPY-STATUS    PIC 99.
       77  CATALOG-STATUS         PIC 99.
       77  EOF-FLAG               PIC X VALUE "N".
       77  BACKUP-FAILED-FLAG     PIC X VALUE "N".
       77  BUS-DATE-IN            PIC X(08).
       77  BUS-DATE               PIC 9(08).
       77  BACKUP-STARTED         PIC X(21).
       77  BACKUP-FILE-NAME       PIC X(30).
       77  BACKUP-IMAGE-NAME      PIC X(30).
       77  VERIFY-COUNT           PIC 9(07) VALUE ZERO.
       77  RENAME-RESULT          PIC S9(09) BINARY VALUE ZERO.
       77  NEXT-ID-COPY-NAME      PIC X(40).
       77  BACKUP-COUNT           PIC 9(07) VALUE ZERO.
       77  MAX-SEEN-ID            PIC 9(06) VALUE ZERO.
       77  SAVED-NEXT-ID          PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "*** Nightly Contact File Backup ***".
           PERFORM GET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO BACKUP-STARTED
           PERFORM COPY-CONTACT-FILE
           IF BACKUP-FAILED-FLAG = "N"
               PERFORM VERIFY-BACKUP-COPY
           END-IF
           IF BACKUP-FAILED-FLAG = "N"
               PERFORM SAVE-NEXT-ID-COPY
           END-IF
           IF BACKUP-FAILED-FLAG = "N"
               PERFORM INSTALL-BACKUP-IMAGE
           END-IF
           IF BACKUP-FAILED-FLAG = "Y"
               PERFORM DISCARD-BACKUP-COPY
           END-IF
           PERFORM WRITE-CATALOG-ENTRY
           IF BACKUP-FAILED-FLAG = "Y"
               DISPLAY "*** BACKUP FOR " BUS-DATE " FAILED - THE "
                   "CATALOG ENTRY IS MARKED FAILED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Backup complete: " BACKUP-COUNT " contact(s) in "
                   FUNCTION TRIM(BACKUP-IMAGE-NAME) ", next ID mark "
                   SAVED-NEXT-ID "."
           END-IF
           STOP RUN.

      *> The image is named for the business date CONTNITE exports,
      *> so a stream restarted after midnight still files its backup
      *> under the night it belongs to.
       GET-BUSINESS-DATE.
           MOVE SPACES TO BUS-DATE-IN
           ACCEPT BUS-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF BUS-DATE-IN(1:8) IS NUMERIC
               MOVE BUS-DATE-IN(1:8) TO BUS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-IF
           MOVE SPACES TO BACKUP-IMAGE-NAME
           STRING "data/CONTACTS_BK_" BUS-DATE ".DAT"
               DELIMITED BY SIZE INTO BACKUP-IMAGE-NAME
           END-STRING
           MOVE SPACES TO BACKUP-FILE-NAME
           STRING "data/CONTACTS_BK_" BUS-DATE ".TMP"
               DELIMITED BY SIZE INTO BACKUP-FILE-NAME
           END-STRING
           MOVE SPACES TO NEXT-ID-COPY-NAME
           STRING "data/CONTACTS_NEXTID_" BUS-DATE ".CTL"
               DELIMITED BY SIZE INTO NEXT-ID-COPY-NAME
           END-STRING.

      *> Primary-key order, every record as it stands. A record held
      *> by a late operator session stops the copy: an image with a
      *> hole in it is no backup, so the run fails and the stream's
      *> rerun takes the image again once the session is gone.
       COPY-CONTACT-FILE.
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = 00
               DISPLAY "CONTACT-FILE open error, status " CONTACT-STATUS
               MOVE "Y" TO BACKUP-FAILED-FLAG
           ELSE
               OPEN OUTPUT BACKUP-FILE
               IF BACKUP-STATUS NOT = 00
                   DISPLAY "BACKUP-FILE open error, status "
                       BACKUP-STATUS " for "
                       FUNCTION TRIM(BACKUP-FILE-NAME)
                   MOVE "Y" TO BACKUP-FAILED-FLAG
               ELSE
                   PERFORM READ-CONTACT-RECORD
                   PERFORM UNTIL EOF-FLAG = "Y"
                       WRITE BACKUP-REC FROM CONTACT-REC
                       IF BACKUP-STATUS NOT = 00
                           DISPLAY "Backup write error, status "
                               BACKUP-STATUS " at contact " CONTACT-ID
                           MOVE "Y" TO BACKUP-FAILED-FLAG
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO BACKUP-COUNT
                           IF CONTACT-ID > MAX-SEEN-ID
                               MOVE CONTACT-ID TO MAX-SEEN-ID
                           END-IF
                           PERFORM READ-CONTACT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE BACKUP-FILE
               END-IF
               CLOSE CONTACT-FILE
           END-IF.

       READ-CONTACT-RECORD.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ
           IF CONTACT-STATUS = 51
               DISPLAY "A record is in use by another operator; "
                   "backup incomplete, rerun later."
               MOVE "Y" TO BACKUP-FAILED-FLAG
               MOVE "Y" TO EOF-FLAG
           END-IF
           IF CONTACT-STATUS NOT = 00 AND CONTACT-STATUS NOT = 10
                   AND CONTACT-STATUS NOT = 51
               DISPLAY "CONTACT-FILE read error, status " CONTACT-STATUS
               MOVE "Y" TO BACKUP-FAILED-FLAG
               MOVE "Y" TO EOF-FLAG
           END-IF.

      *> The work file is read back and must hold exactly the
      *> contacts the copy counted; anything short (a full disk that
      *> did not fail the WRITE, say) fails the backup.
       VERIFY-BACKUP-COPY.
           MOVE ZERO TO VERIFY-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BACKUP-FILE
           IF BACKUP-STATUS NOT = 00
               DISPLAY "BACKUP-FILE reopen error, status "
                   BACKUP-STATUS " for "
                   FUNCTION TRIM(BACKUP-FILE-NAME)
               MOVE "Y" TO BACKUP-FAILED-FLAG
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BACKUP-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               IF VERIFY-COUNT NOT = BACKUP-COUNT
                   DISPLAY "Backup check failed: " VERIFY-COUNT
                       " record(s) read back, " BACKUP-COUNT
                       " copied."
                   MOVE "Y" TO BACKUP-FAILED-FLAG
               END-IF
           END-IF.

      *> The rename replaces the dated image in one step, so the
      *> image on disk is either the last good one or this one, never
      *> a part-written copy. Should the catalog line then fail, the
      *> earlier line for the same image is still the last one; its
      *> older start point replays more of the journal than needed,
      *> which recovery tolerates, and never less.
       INSTALL-BACKUP-IMAGE.
           CALL "CBL_RENAME_FILE" USING BACKUP-FILE-NAME
                                        BACKUP-IMAGE-NAME
               RETURNING RENAME-RESULT
           END-CALL
           IF RENAME-RESULT NOT = ZERO
               DISPLAY "Rename of " FUNCTION TRIM(BACKUP-FILE-NAME)
                   " to " FUNCTION TRIM(BACKUP-IMAGE-NAME)
                   " failed, code " RENAME-RESULT
               MOVE "Y" TO BACKUP-FAILED-FLAG
           END-IF.

      *> A part-written work file holds contacts nobody will erase,
      *> so it does not outlive a failed run.
       DISCARD-BACKUP-COPY.
           CALL "CBL_DELETE_FILE" USING BACKUP-FILE-NAME
               RETURNING RENAME-RESULT
           END-CALL.

      *> The saved mark is the control file's high-water mark or the
      *> highest ID in the image, whichever is higher - the same rule
      *> CONTACTS applies when it allocates an ID.
       SAVE-NEXT-ID-COPY.
           MOVE ZERO TO NEXT-ID-REC
           OPEN INPUT NEXT-ID-FILE
           IF NEXT-ID-STATUS = 00
               READ NEXT-ID-FILE
                   AT END
                       MOVE ZERO TO NEXT-ID-REC
               END-READ
               CLOSE NEXT-ID-FILE
           ELSE
               IF NEXT-ID-STATUS NOT = 35
                   DISPLAY "NEXT-ID-FILE open error, status "
                       NEXT-ID-STATUS
               END-IF
           END-IF
           IF NEXT-ID-REC IS NUMERIC
               MOVE NEXT-ID-REC TO SAVED-NEXT-ID
           END-IF
           IF MAX-SEEN-ID > SAVED-NEXT-ID
               MOVE MAX-SEEN-ID TO SAVED-NEXT-ID
           END-IF
           OPEN OUTPUT NEXT-ID-COPY-FILE
           IF NEXT-ID-COPY-STATUS NOT = 00
               DISPLAY "NEXT-ID copy open error, status "
                   NEXT-ID-COPY-STATUS " for "
                   FUNCTION TRIM(NEXT-ID-COPY-NAME)
               MOVE "Y" TO BACKUP-FAILED-FLAG
           ELSE
               MOVE SAVED-NEXT-ID TO NEXT-ID-COPY-REC
               WRITE NEXT-ID-COPY-REC
               IF NEXT-ID-COPY-STATUS NOT = 00
                   DISPLAY "NEXT-ID copy write error, status "
                       NEXT-ID-COPY-STATUS
                   MOVE "Y" TO BACKUP-FAILED-FLAG
               END-IF
               CLOSE NEXT-ID-COPY-FILE
           END-IF.

      *> The catalog is shared with CONTRCVR and CONTERAS, so the
      *> entry is an open-append-close. A failed run is catalogued
      *> too, so the gap is on record rather than silent - under the
      *> work file's name, since the dated image was not replaced.
       WRITE-CATALOG-ENTRY.
           OPEN EXTEND CATALOG-FILE
           IF CATALOG-STATUS = 35
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF CATALOG-STATUS NOT = 00
               DISPLAY "CATALOG-FILE open error, status " CATALOG-STATUS
               MOVE "Y" TO BACKUP-FAILED-FLAG
           ELSE
               MOVE SPACES TO BKC-REC
               MOVE BUS-DATE          TO BKC-BUS-DATE
               MOVE BACKUP-STARTED    TO BKC-TIMESTAMP
               MOVE BACKUP-COUNT      TO BKC-RECORD-COUNT
               MOVE SAVED-NEXT-ID     TO BKC-NEXT-ID
               IF BACKUP-FAILED-FLAG = "Y"
                   MOVE "FAILED"      TO BKC-RESULT
               ELSE
                   MOVE "COMPLETE"    TO BKC-RESULT
               END-IF
               IF BACKUP-FAILED-FLAG = "Y"
                   MOVE BACKUP-FILE-NAME  TO BKC-FILE-NAME
               ELSE
                   MOVE BACKUP-IMAGE-NAME TO BKC-FILE-NAME
               END-IF
               WRITE BKC-REC
               IF CATALOG-STATUS NOT = 00
                   DISPLAY "Catalog write error, status " CATALOG-STATUS
                   MOVE "Y" TO BACKUP-FAILED-FLAG
               END-IF
               CLOSE CATALOG-FILE
           END-IF.
