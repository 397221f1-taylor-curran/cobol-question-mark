      *>   - every department queue on the department master (the
      *>     queues are append-only, so the whole file is streamed
      *>     through a temp copy and written back);
      *>   - every nightly CONTBKUP image named in the backup
      *>     catalog, and the forward-recovery journal
      *>     CONTACTS_JOURNAL.DAT (by email and by the erased
      *>     CONTACT-IDs), so a recovery can never bring the
      *>     subject back;
      *>   - data/CONTACTS_RATELOG.DAT, CONTACTS_QUARANTINE.DAT,
      *>     the CONTACTS_CRM.CSV export, and the message overflow
      *>     companion CONTACTS_MSGOVF.DAT (by the erased
      *>     CONTACT-IDs);
      *>   - the customer's comments in the satisfaction survey
      *>     results CONTACTS_SURVEY_RESULTS.DAT and in the survey
      *>     vendor's response file CONTACTS_SURVEY_RESP.DAT (by the
      *>     erased CONTACT-IDs; the scores stay for the CSAT
      *>     figures);
      *>   - the mail bounce files: the undeliverable list, the
      *>     bounce history, the callback worklist and the gateway's
      *>     bounce drop CONTACTS_BOUNCES.DAT (by the erased
      *>     CONTACT-IDs, or the address itself compared case-blind,
      *>     since a bounce may name an address no contact carries);
      *>   - the mail gateway's inbound reply drop
      *>     data/CONTACTS_REPLIES.DAT (the sender, subject and reply
      *>     text, found by the address or by an erased CONTACT-ID
      *>     quoted as the reference, as CONTRPLY finds it).
      *> Every erased contact gets an ERASE entry in the audit
      *> trail, and data/CONTERAS.OUT is the certificate: every file
      *> touched, with the number of records redacted in each, so
               SHARING WITH ALL OTHER
               FILE STATUS IS DEPT-STATUS.

      *> Operator master: an erasure is run by compliance only.
           SELECT OPER-FILE ASSIGN TO "data/CONTACTS_OPERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS OPER-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "data/CONTARCH_MANIFEST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               SHARING WITH ALL OTHER
               FILE STATUS IS MSGOVF-STATUS.

      *> Satisfaction survey results and the vendor's response drop.
           SELECT RESULTS-FILE
               ASSIGN TO "data/CONTACTS_SURVEY_RESULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS RESULTS-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO "data/CONTACTS_SURVEY_RESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS RESPONSE-STATUS.

      *> Mail bounce handling: the undeliverable list, the bounce
      *> history, the callback worklist and the gateway's drop file.
           SELECT UNDELIV-FILE ASSIGN TO "data/CONTACTS_UNDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS UNDELIV-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "data/CONTACTS_BOUNCE_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS HISTORY-STATUS.

           SELECT CALLBACK-FILE ASSIGN TO "data/CONTACTS_CALLBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS CALLBACK-STATUS.

           SELECT BOUNCE-FILE ASSIGN TO "data/CONTACTS_BOUNCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS BOUNCE-STATUS.

      *> The gateway's inbound reply drop, read by CONTRPLY.
           SELECT REPLY-FILE ASSIGN TO "data/CONTACTS_REPLIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS REPLY-STATUS.

      *> Backup catalog: names every CONTBKUP image on disk.
           SELECT CATALOG-FILE ASSIGN TO "data/CONTACTS_BKUP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS CATALOG-STATUS.

           SELECT TEMP-FILE ASSIGN TO "data/CONTERAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-STATUS.
               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

      *> Forward-recovery journal: the image of every contact this
      *> program changes (see JRNLREC).
           SELECT JOURNAL-FILE ASSIGN TO "data/CONTACTS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTERAS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  MANIFEST-FILE.
       01  MANIFEST-REC.
           05  MFT-RUN-DATE        PIC 9(08).
       FD  MSGOVF-FILE.
           COPY MSGOVFREC.

       FD  RESULTS-FILE.
           COPY CSATREC.

       FD  RESPONSE-FILE.
       01  RESPONSE-LINE           PIC X(300).

       FD  UNDELIV-FILE.
           COPY UNDLREC.

       FD  HISTORY-FILE.
           COPY BNCEREC.

       FD  CALLBACK-FILE.
           COPY CBAKREC.

       FD  BOUNCE-FILE.
       01  BOUNCE-LINE             PIC X(120).

       FD  REPLY-FILE.
       01  REPLY-LINE              PIC X(1000).

       FD  CATALOG-FILE.
           COPY BKUPREC.

       FD  TEMP-FILE.
       01  TEMP-REC                PIC X(4300).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-OPERATOR     PIC X(20).
       77  MSGOVF-STATUS      PIC 99.
       77  TEMP-STATUS        PIC 99.
       77  AUDIT-STATUS       PIC 99.
       77  JOURNAL-STATUS     PIC 99.
       77  JOURNAL-OP         PIC X(01).
       77  CATALOG-STATUS     PIC 99.
       77  RESULTS-STATUS     PIC 99.
       77  RESPONSE-STATUS    PIC 99.
       77  RSP-ID-TEXT        PIC X(10).
       77  RSP-SCORE-TEXT     PIC X(10).
       77  RSP-POINTER        PIC 9(03).
       77  UNDELIV-STATUS     PIC 99.
       77  HISTORY-STATUS     PIC 99.
       77  CALLBACK-STATUS    PIC 99.
       77  BOUNCE-STATUS      PIC 99.
       77  TARGET-EMAIL-KEY   PIC X(50).
       77  BNC-ID-TEXT        PIC X(10).
       77  BNC-EMAIL-TEXT     PIC X(50).
       77  BNC-POINTER        PIC 9(03).
       77  BNC-REST-TEXT      PIC X(120).
       77  CATALOG-EOF-FLAG   PIC X VALUE "N".
       77  LAST-BKUP-NAME     PIC X(30) VALUE SPACES.

      *> The reply line, split as CONTRPLY splits it, and its
      *> reference search (the same keyword and bare-number rules).
       77  REPLY-STATUS       PIC 99.
       77  RPL-DATE-TEXT      PIC X(10).
       77  RPL-TIME-TEXT      PIC X(10).
       77  RPL-EMAIL          PIC X(50).
       77  RPL-SUBJECT        PIC X(100).
       77  RPL-BODY           PIC X(1000).
       77  RPL-PTR            PIC 9(04).
       77  SCAN-TEXT          PIC X(1010).
       77  SCAN-LIMIT         PIC 9(04).
       77  SCAN-POS           PIC 9(04).
       77  DIGIT-POS          PIC 9(04).
       77  DIGIT-COUNT        PIC 9(02).
       77  SKIP-COUNT         PIC 9(02).
       77  KEYWORD-LEN        PIC 9(02).
       77  REF-FOUND-FLAG     PIC X.
       77  REF-ID             PIC 9(06).
       77  REF-DIGIT          PIC 9(01).

       77  REPORT-STATUS      PIC 99.
       77  OPERATOR-ID        PIC X(20).
       77  AUDIT-ACTION-IN    PIC X(08).
           05  DEPT-ENTRY OCCURS 10 TIMES.
               10  TBL-DEPT-QUEUE      PIC X(30).

      *> This operator's role from the operator master; blank means
      *> not on the master (or retired).
       77  OPER-STATUS        PIC 99.
       77  OPER-EOF-FLAG      PIC X VALUE "N".
       77  OPERATOR-ROLE      PIC X(10) VALUE SPACES.

      *> CSV scrubbing work areas; fields as CONTEXPT writes them.
       77  CSV-FIELD-1        PIC X(10).
       77  CSV-FIELD-2        PIC X(10).
       77  CSV-FIELD-4        PIC X(110).
       77  CSV-FIELD-5        PIC X(4100).

      *> The contact image inside a journal line, for redaction.
           COPY CONTACTREC REPLACING ==CONTACT-REC== BY ==JOURNAL-IMAGE==.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(32) VALUE
               "DATA-SUBJECT ERASURE CERTIFICATE".
       MAIN-LOGIC.
           DISPLAY "*** Data-Subject Erasure ***".
           PERFORM GET-TARGET-EMAIL
           PERFORM LOAD-OPERATOR-ENTRY
           PERFORM OPEN-REPORT
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM ERASE-LIVE-FILE
               MOVE TBL-DEPT-QUEUE(DEPT-IDX) TO STREAM-FILE-NAME
               PERFORM ERASE-ONE-CONTACT-STREAM
           END-PERFORM
           PERFORM ERASE-BACKUP-IMAGES
           PERFORM ERASE-JOURNAL
           PERFORM AUDIT-ARCHIVED-ERASURES
           PERFORM ERASE-RATELOG
           PERFORM ERASE-QUARANTINE
           PERFORM ERASE-CSV-EXPORT
           PERFORM ERASE-MSG-OVERFLOW
           PERFORM ERASE-SURVEY-RESULTS
           PERFORM ERASE-SURVEY-RESPONSES
           MOVE FUNCTION UPPER-CASE(TARGET-EMAIL) TO TARGET-EMAIL-KEY
           PERFORM ERASE-UNDELIVERABLE
           PERFORM ERASE-BOUNCE-HISTORY
           PERFORM ERASE-CALLBACKS
           PERFORM ERASE-BOUNCE-DROP
           PERFORM ERASE-REPLY-DROP
           PERFORM WRITE-CERTIFICATE-TRAILER
           CLOSE REPORT-FILE
           IF LIVE-SCAN-SHORT-FLAG = "Y"
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF.

      *> Erasure is irreversible, so only an active compliance
      *> operator on the operator master may run it. Anyone else is
      *> refused before a file is touched - the last certificate is
      *> left as it was - and the refusal is logged, with the erasure
      *> code (06, see OPERREC) in the status column.
       LOAD-OPERATOR-ENTRY.
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
           IF OPERATOR-ROLE NOT = "COMPLIANCE"
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is not cleared for erasure; the attempt is logged."
               MOVE "DENIED" TO AUDIT-ACTION-IN
               MOVE ZERO TO AUDIT-ID-IN
               MOVE 06 TO CONTACT-STATUS
               PERFORM WRITE-AUDIT-ENTRY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO OPER-EOF-FLAG
           END-READ.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               IF CONTACT-STATUS = 00
                   ADD 1 TO LIVE-REDACT-COUNT
                   ADD 1 TO TOTAL-REDACT-COUNT
                   MOVE "R" TO JOURNAL-OP
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
               MOVE "ERASE" TO AUDIT-ACTION-IN
               MOVE ERASED-ID(ERASED-IDX) TO AUDIT-ID-IN
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

      *> Each image the backup catalog names is streamed like an
      *> archive year; a same-night rerun catalogues the same image
      *> twice in a row, and it is only scanned once.
       ERASE-BACKUP-IMAGES.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = 00
               IF CATALOG-STATUS NOT = 35
                   DISPLAY "CATALOG-FILE open error, status "
                       CATALOG-STATUS
               END-IF
           ELSE
               PERFORM READ-CATALOG-ENTRY
               PERFORM UNTIL CATALOG-EOF-FLAG = "Y"
                   IF BKC-FILE-NAME NOT = SPACES
                           AND BKC-FILE-NAME NOT = LAST-BKUP-NAME
                       MOVE BKC-FILE-NAME TO LAST-BKUP-NAME
                       MOVE BKC-FILE-NAME TO STREAM-FILE-NAME
                       PERFORM ERASE-ONE-CONTACT-STREAM
                   END-IF
                   PERFORM READ-CATALOG-ENTRY
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       READ-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO CATALOG-EOF-FLAG
           END-READ.

      *> A journal line is redacted when its image carries the
      *> subject's email or one of the erased CONTACT-IDs (an image
      *> from before an email correction still names the person).
      *> Lines already redacted - this run's own ERASE after-images -
      *> are left alone and not counted.
       ERASE-JOURNAL.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = 00
               IF JOURNAL-STATUS NOT = 35
                   DISPLAY "JOURNAL-FILE open error, status "
                       JOURNAL-STATUS
               END-IF
               MOVE "data/CONTACTS_JOURNAL.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-JOURNAL-RECORD
               PERFORM UNTIL EOF-FLAG = "Y"
                   MOVE JRN-CONTACT-IMAGE TO JOURNAL-IMAGE
                   MOVE "N" TO ERASED-FOUND-FLAG
                   IF EMAIL-FIELD OF JOURNAL-IMAGE = TARGET-EMAIL
                       MOVE "Y" TO ERASED-FOUND-FLAG
                       MOVE CONTACT-ID OF JOURNAL-IMAGE TO COLLECT-ID
                       PERFORM COLLECT-ERASED-ID
                   ELSE
                       PERFORM VARYING ERASED-IDX FROM 1 BY 1
                               UNTIL ERASED-IDX > ERASED-COUNT
                               OR ERASED-FOUND-FLAG = "Y"
                           IF ERASED-ID(ERASED-IDX)
                                   = CONTACT-ID OF JOURNAL-IMAGE
                               MOVE "Y" TO ERASED-FOUND-FLAG
                           END-IF
                       END-PERFORM
                   END-IF
                   IF ERASED-FOUND-FLAG = "Y"
                           AND EMAIL-FIELD OF JOURNAL-IMAGE
                               NOT = ERASED-VALUE
                       MOVE ERASED-VALUE TO NAME-FIELD OF JOURNAL-IMAGE
                       MOVE ERASED-VALUE TO EMAIL-FIELD OF JOURNAL-IMAGE
                       MOVE ERASED-VALUE
                           TO MESSAGE-FIELD OF JOURNAL-IMAGE
                       MOVE ERASED-VALUE TO WORK-NOTE OF JOURNAL-IMAGE
                       MOVE JOURNAL-IMAGE TO JRN-CONTACT-IMAGE
                       ADD 1 TO FILE-REDACT-COUNT
                       ADD 1 TO TOTAL-REDACT-COUNT
                       MOVE "Y" TO COPY-BACK-FLAG
                   END-IF
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM JRN-REC
                   PERFORM READ-JOURNAL-RECORD
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-JOURNAL
               END-IF
               MOVE "data/CONTACTS_JOURNAL.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-JOURNAL-RECORD.
           IF EOF-FLAG NOT = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       COPY-TEMP-TO-JOURNAL.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT JOURNAL-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE JRN-REC FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

       READ-STREAM-RECORD.
           IF EOF-FLAG NOT = "Y"
               READ STREAM-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

      *> The survey results keep the score, department and operator
      *> (they carry nothing of the person) so the CSAT figures still
      *> add up; the customer's comment is their own words and goes.
       ERASE-SURVEY-RESULTS.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = 00
               IF RESULTS-STATUS NOT = 35
                   DISPLAY "RESULTS-FILE open error, status "
                       RESULTS-STATUS
               END-IF
               MOVE "data/CONTACTS_SURVEY_RESULTS.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-RESULTS-RECORD
               PERFORM UNTIL EOF-FLAG = "Y"
                   MOVE "N" TO ERASED-FOUND-FLAG
                   PERFORM VARYING ERASED-IDX FROM 1 BY 1
                           UNTIL ERASED-IDX > ERASED-COUNT
                           OR ERASED-FOUND-FLAG = "Y"
                       IF ERASED-ID(ERASED-IDX) = CSR-CONTACT-ID
                           MOVE "Y" TO ERASED-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF ERASED-FOUND-FLAG = "Y"
                           AND CSR-COMMENT NOT = ERASED-VALUE
                       MOVE ERASED-VALUE TO CSR-COMMENT
                       ADD 1 TO FILE-REDACT-COUNT
                       ADD 1 TO TOTAL-REDACT-COUNT
                       MOVE "Y" TO COPY-BACK-FLAG
                   END-IF
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM CSR-REC
                   PERFORM READ-RESULTS-RECORD
               END-PERFORM
               CLOSE RESULTS-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-RESULTS
               END-IF
               MOVE "data/CONTACTS_SURVEY_RESULTS.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-RESULTS-RECORD.
           IF EOF-FLAG NOT = "Y"
               READ RESULTS-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       COPY-TEMP-TO-RESULTS.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT RESULTS-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE CSR-REC FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE RESULTS-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

      *> The vendor's drop file is kept until the vendor replaces it,
      *> so the comment is stripped there too. The line keeps its
      *> CONTACT-ID and score, so a rerun of CONTSRSP still sees it
      *> as already imported.
       ERASE-SURVEY-RESPONSES.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RESPONSE-FILE
           IF RESPONSE-STATUS NOT = 00
               IF RESPONSE-STATUS NOT = 35
                   DISPLAY "RESPONSE-FILE open error, status "
                       RESPONSE-STATUS
               END-IF
               MOVE "data/CONTACTS_SURVEY_RESP.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-RESPONSE-LINE
               PERFORM UNTIL EOF-FLAG = "Y"
                   PERFORM SCRUB-ONE-RESPONSE-LINE
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM RESPONSE-LINE
                   PERFORM READ-RESPONSE-LINE
               END-PERFORM
               CLOSE RESPONSE-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-RESPONSES
               END-IF
               MOVE "data/CONTACTS_SURVEY_RESP.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-RESPONSE-LINE.
           IF EOF-FLAG NOT = "Y"
               READ RESPONSE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

      *> Split as CONTSRSP splits it: ID, score, then the comment as
      *> the rest of the line.
       SCRUB-ONE-RESPONSE-LINE.
           MOVE SPACES TO RSP-ID-TEXT RSP-SCORE-TEXT
           MOVE 1 TO RSP-POINTER
           UNSTRING RESPONSE-LINE DELIMITED BY "|"
               INTO RSP-ID-TEXT RSP-SCORE-TEXT
               WITH POINTER RSP-POINTER
           END-UNSTRING
           MOVE FUNCTION TRIM(RSP-ID-TEXT) TO RSP-ID-TEXT
           MOVE "N" TO ERASED-FOUND-FLAG
           IF RSP-ID-TEXT(1:6) IS NUMERIC
               PERFORM VARYING ERASED-IDX FROM 1 BY 1
                       UNTIL ERASED-IDX > ERASED-COUNT
                       OR ERASED-FOUND-FLAG = "Y"
                   IF ERASED-ID(ERASED-IDX) = RSP-ID-TEXT(1:6)
                       MOVE "Y" TO ERASED-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF ERASED-FOUND-FLAG = "Y"
                   AND RSP-POINTER <= LENGTH OF RESPONSE-LINE
                   AND RESPONSE-LINE(RSP-POINTER:) NOT = ERASED-VALUE
               MOVE ERASED-VALUE TO RESPONSE-LINE(RSP-POINTER:)
               ADD 1 TO FILE-REDACT-COUNT
               ADD 1 TO TOTAL-REDACT-COUNT
               MOVE "Y" TO COPY-BACK-FLAG
           END-IF.

       COPY-TEMP-TO-RESPONSES.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT RESPONSE-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE RESPONSE-LINE FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE RESPONSE-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

      *> The bounce files carry the address and, on the worklist,
      *> the name; the IDs, dates, departments and reasons stay, so
      *> the bounce counts still add up. An erased address on the
      *> undeliverable list no longer matches anything, which is
      *> right: the contact it belonged to has been erased too.
       ERASE-UNDELIVERABLE.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT UNDELIV-FILE
           IF UNDELIV-STATUS NOT = 00
               IF UNDELIV-STATUS NOT = 35
                   DISPLAY "UNDELIV-FILE open error, status "
                       UNDELIV-STATUS
               END-IF
               MOVE "data/CONTACTS_UNDELIV.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-UNDELIV-RECORD
               PERFORM UNTIL EOF-FLAG = "Y"
                   MOVE UND-CONTACT-ID TO COLLECT-ID
                   PERFORM FIND-ERASED-ID
                   IF (ERASED-FOUND-FLAG = "Y"
                           OR FUNCTION UPPER-CASE(UND-EMAIL)
                               = TARGET-EMAIL-KEY)
                           AND UND-EMAIL NOT = ERASED-VALUE
                       MOVE ERASED-VALUE TO UND-EMAIL
                       ADD 1 TO FILE-REDACT-COUNT
                       ADD 1 TO TOTAL-REDACT-COUNT
                       MOVE "Y" TO COPY-BACK-FLAG
                   END-IF
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM UND-REC
                   PERFORM READ-UNDELIV-RECORD
               END-PERFORM
               CLOSE UNDELIV-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-UNDELIV
               END-IF
               MOVE "data/CONTACTS_UNDELIV.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-UNDELIV-RECORD.
           IF EOF-FLAG NOT = "Y"
               READ UNDELIV-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       COPY-TEMP-TO-UNDELIV.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT UNDELIV-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE UND-REC FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE UNDELIV-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

       ERASE-BOUNCE-HISTORY.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = 00
               IF HISTORY-STATUS NOT = 35
                   DISPLAY "HISTORY-FILE open error, status "
                       HISTORY-STATUS
               END-IF
               MOVE "data/CONTACTS_BOUNCE_HIST.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL EOF-FLAG = "Y"
                   MOVE BNC-CONTACT-ID TO COLLECT-ID
                   PERFORM FIND-ERASED-ID
                   IF (ERASED-FOUND-FLAG = "Y"
                           OR FUNCTION UPPER-CASE(BNC-EMAIL)
                               = TARGET-EMAIL-KEY)
                           AND BNC-EMAIL NOT = ERASED-VALUE
                       MOVE ERASED-VALUE TO BNC-EMAIL
                       ADD 1 TO FILE-REDACT-COUNT
                       ADD 1 TO TOTAL-REDACT-COUNT
                       MOVE "Y" TO COPY-BACK-FLAG
                   END-IF
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM BNC-REC
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-HISTORY
               END-IF
               MOVE "data/CONTACTS_BOUNCE_HIST.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-HISTORY-RECORD.
           IF EOF-FLAG NOT = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       COPY-TEMP-TO-HISTORY.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT HISTORY-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE BNC-REC FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

       ERASE-CALLBACKS.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CALLBACK-FILE
           IF CALLBACK-STATUS NOT = 00
               IF CALLBACK-STATUS NOT = 35
                   DISPLAY "CALLBACK-FILE open error, status "
                       CALLBACK-STATUS
               END-IF
               MOVE "data/CONTACTS_CALLBACK.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-CALLBACK-RECORD
               PERFORM UNTIL EOF-FLAG = "Y"
                   MOVE CBK-CONTACT-ID TO COLLECT-ID
                   PERFORM FIND-ERASED-ID
                   IF (ERASED-FOUND-FLAG = "Y"
                           OR FUNCTION UPPER-CASE(CBK-EMAIL)
                               = TARGET-EMAIL-KEY)
                           AND CBK-EMAIL NOT = ERASED-VALUE
                       MOVE ERASED-VALUE TO CBK-NAME
                       MOVE ERASED-VALUE TO CBK-EMAIL
                       ADD 1 TO FILE-REDACT-COUNT
                       ADD 1 TO TOTAL-REDACT-COUNT
                       MOVE "Y" TO COPY-BACK-FLAG
                   END-IF
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM CBK-REC
                   PERFORM READ-CALLBACK-RECORD
               END-PERFORM
               CLOSE CALLBACK-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-CALLBACK
               END-IF
               MOVE "data/CONTACTS_CALLBACK.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-CALLBACK-RECORD.
           IF EOF-FLAG NOT = "Y"
               READ CALLBACK-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       COPY-TEMP-TO-CALLBACK.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT CALLBACK-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE CBK-REC FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE CALLBACK-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

      *> The gateway's drop is kept until the gateway replaces it, so
      *> the address is stripped there too; the line keeps its ID,
      *> reason and type.
       ERASE-BOUNCE-DROP.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BOUNCE-FILE
           IF BOUNCE-STATUS NOT = 00
               IF BOUNCE-STATUS NOT = 35
                   DISPLAY "BOUNCE-FILE open error, status "
                       BOUNCE-STATUS
               END-IF
               MOVE "data/CONTACTS_BOUNCES.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-BOUNCE-LINE
               PERFORM UNTIL EOF-FLAG = "Y"
                   PERFORM SCRUB-ONE-BOUNCE-LINE
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM BOUNCE-LINE
                   PERFORM READ-BOUNCE-LINE
               END-PERFORM
               CLOSE BOUNCE-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-BOUNCES
               END-IF
               MOVE "data/CONTACTS_BOUNCES.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-BOUNCE-LINE.
           IF EOF-FLAG NOT = "Y"
               READ BOUNCE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       COPY-TEMP-TO-BOUNCES.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT BOUNCE-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE BOUNCE-LINE FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE BOUNCE-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

      *> Split as CONTBNCE splits it: ID, address, then the reason
      *> and bounce type as the rest of the line.
       SCRUB-ONE-BOUNCE-LINE.
           MOVE SPACES TO BNC-ID-TEXT BNC-EMAIL-TEXT BNC-REST-TEXT
           MOVE 1 TO BNC-POINTER
           UNSTRING BOUNCE-LINE DELIMITED BY "|"
               INTO BNC-ID-TEXT BNC-EMAIL-TEXT
               WITH POINTER BNC-POINTER
           END-UNSTRING
           IF BNC-POINTER <= LENGTH OF BOUNCE-LINE
               MOVE BOUNCE-LINE(BNC-POINTER:) TO BNC-REST-TEXT
           END-IF
           MOVE "N" TO ERASED-FOUND-FLAG
           IF FUNCTION TRIM(BNC-ID-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(BNC-ID-TEXT) TO COLLECT-ID
               PERFORM FIND-ERASED-ID
           END-IF
           IF (ERASED-FOUND-FLAG = "Y"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(BNC-EMAIL-TEXT))
                       = TARGET-EMAIL-KEY)
                   AND FUNCTION TRIM(BNC-EMAIL-TEXT) NOT = ERASED-VALUE
               MOVE SPACES TO BOUNCE-LINE
               STRING FUNCTION TRIM(BNC-ID-TEXT) "|" ERASED-VALUE "|"
                       FUNCTION TRIM(BNC-REST-TEXT)
                   DELIMITED BY SIZE INTO BOUNCE-LINE
               END-STRING
               ADD 1 TO FILE-REDACT-COUNT
               ADD 1 TO TOTAL-REDACT-COUNT
               MOVE "Y" TO COPY-BACK-FLAG
           END-IF.

      *> The gateway's reply drop is never cleared by CONTRPLY, so
      *> the sender, subject and reply text are stripped there too;
      *> the line keeps its received date and time. A rerun of
      *> CONTRPLY then finds no reference and lists the line as an
      *> exception, with nothing personal left on it.
       ERASE-REPLY-DROP.
           MOVE ZERO TO FILE-REDACT-COUNT
           MOVE "N" TO COPY-BACK-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT REPLY-FILE
           IF REPLY-STATUS NOT = 00
               IF REPLY-STATUS NOT = 35
                   DISPLAY "REPLY-FILE open error, status "
                       REPLY-STATUS
               END-IF
               MOVE "data/CONTACTS_REPLIES.DAT" TO FDL-FILE-NAME
               MOVE ZERO TO FDL-COUNT
               MOVE "NOT PRESENT" TO FDL-NOTE
               WRITE REPORT-LINE FROM FILE-DETAIL
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM READ-REPLY-LINE
               PERFORM UNTIL EOF-FLAG = "Y"
                   PERFORM SCRUB-ONE-REPLY-LINE
                   MOVE SPACES TO TEMP-REC
                   WRITE TEMP-REC FROM REPLY-LINE
                   PERFORM READ-REPLY-LINE
               END-PERFORM
               CLOSE REPLY-FILE
               CLOSE TEMP-FILE
               IF COPY-BACK-FLAG = "Y"
                   PERFORM COPY-TEMP-TO-REPLIES
               END-IF
               MOVE "data/CONTACTS_REPLIES.DAT" TO FDL-FILE-NAME
               MOVE FILE-REDACT-COUNT TO FDL-COUNT
               IF FILE-REDACT-COUNT > ZERO
                   MOVE "REDACTED AND REWRITTEN" TO FDL-NOTE
               ELSE
                   MOVE "NO MATCH, UNTOUCHED" TO FDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM FILE-DETAIL
           END-IF.

       READ-REPLY-LINE.
           IF EOF-FLAG NOT = "Y"
               READ REPLY-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       COPY-TEMP-TO-REPLIES.
           MOVE "N" TO TEMP-EOF-FLAG
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT REPLY-FILE
           PERFORM READ-TEMP-RECORD
           PERFORM UNTIL TEMP-EOF-FLAG = "Y"
               WRITE REPLY-LINE FROM TEMP-REC
               PERFORM READ-TEMP-RECORD
           END-PERFORM
           CLOSE REPLY-FILE
           CLOSE TEMP-FILE
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

      *> Split as CONTRPLY splits it: date, time, sender, subject,
      *> then the reply text as the rest of the line. A line already
      *> redacted is left alone.
       SCRUB-ONE-REPLY-LINE.
           MOVE SPACES TO RPL-DATE-TEXT RPL-TIME-TEXT RPL-EMAIL
           MOVE SPACES TO RPL-SUBJECT RPL-BODY
           MOVE 1 TO RPL-PTR
           UNSTRING REPLY-LINE DELIMITED BY "|"
               INTO RPL-DATE-TEXT RPL-TIME-TEXT RPL-EMAIL RPL-SUBJECT
               WITH POINTER RPL-PTR
           END-UNSTRING
           IF RPL-PTR <= LENGTH OF REPLY-LINE
               MOVE REPLY-LINE(RPL-PTR:) TO RPL-BODY
           END-IF
           MOVE "N" TO ERASED-FOUND-FLAG
           IF FUNCTION TRIM(RPL-EMAIL) NOT = ERASED-VALUE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(RPL-EMAIL))
                       = TARGET-EMAIL-KEY
                   MOVE "Y" TO ERASED-FOUND-FLAG
               ELSE
                   PERFORM FIND-REPLY-REFERENCE
                   IF REF-FOUND-FLAG = "Y"
                       MOVE REF-ID TO COLLECT-ID
                       PERFORM FIND-ERASED-ID
                   END-IF
               END-IF
           END-IF
           IF ERASED-FOUND-FLAG = "Y"
               MOVE SPACES TO REPLY-LINE
               STRING FUNCTION TRIM(RPL-DATE-TEXT) "|"
                       FUNCTION TRIM(RPL-TIME-TEXT) "|"
                       ERASED-VALUE "|" ERASED-VALUE "|" ERASED-VALUE
                   DELIMITED BY SIZE INTO REPLY-LINE
               END-STRING
               ADD 1 TO FILE-REDACT-COUNT
               ADD 1 TO TOTAL-REDACT-COUNT
               MOVE "Y" TO COPY-BACK-FLAG
           END-IF.

      *> CONTRPLY's reference rule: the keyword forms in the subject,
      *> then the text; only then a bare six-digit number, and only
      *> in the subject.
       FIND-REPLY-REFERENCE.
           MOVE "N" TO REF-FOUND-FLAG
           MOVE ZERO TO REF-ID
           MOVE FUNCTION UPPER-CASE(RPL-SUBJECT) TO SCAN-TEXT
           MOVE 100 TO SCAN-LIMIT
           PERFORM SCAN-FOR-KEYWORD
           IF REF-FOUND-FLAG NOT = "Y"
               MOVE FUNCTION UPPER-CASE(RPL-BODY) TO SCAN-TEXT
               MOVE 1000 TO SCAN-LIMIT
               PERFORM SCAN-FOR-KEYWORD
           END-IF
           IF REF-FOUND-FLAG NOT = "Y"
               MOVE FUNCTION UPPER-CASE(RPL-SUBJECT) TO SCAN-TEXT
               MOVE 100 TO SCAN-LIMIT
               PERFORM SCAN-FOR-BARE-NUMBER
           END-IF.

       SCAN-FOR-KEYWORD.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > SCAN-LIMIT - 3
                   OR REF-FOUND-FLAG = "Y"
               IF SCAN-TEXT(SCAN-POS:3) = "REF"
                   MOVE ZERO TO KEYWORD-LEN
                   IF SCAN-POS = 1
                       PERFORM CHECK-KEYWORD-END
                   ELSE
                       IF SCAN-TEXT(SCAN-POS - 1:1) < "A"
                               OR SCAN-TEXT(SCAN-POS - 1:1) > "Z"
                           PERFORM CHECK-KEYWORD-END
                       END-IF
                   END-IF
                   IF KEYWORD-LEN > ZERO
                       PERFORM TAKE-NUMBER-AFTER-KEYWORD
                   END-IF
               END-IF
           END-PERFORM.

      *> The word must end where REF or REFERENCE ends: REF:, REF#,
      *> REF. and REF 123 qualify, REFUND and REFERRED do not. The
      *> text area runs past the scan limit, so the look beyond the
      *> word stays inside it.
       CHECK-KEYWORD-END.
           IF SCAN-TEXT(SCAN-POS + 3:1) < "A"
                   OR SCAN-TEXT(SCAN-POS + 3:1) > "Z"
               MOVE 3 TO KEYWORD-LEN
           ELSE
               IF SCAN-TEXT(SCAN-POS + 3:6) = "ERENCE"
                   IF SCAN-TEXT(SCAN-POS + 9:1) < "A"
                           OR SCAN-TEXT(SCAN-POS + 9:1) > "Z"
                       MOVE 9 TO KEYWORD-LEN
                   END-IF
               END-IF
           END-IF.

       TAKE-NUMBER-AFTER-KEYWORD.
           COMPUTE DIGIT-POS = SCAN-POS + KEYWORD-LEN
           MOVE ZERO TO SKIP-COUNT
           PERFORM UNTIL DIGIT-POS > SCAN-LIMIT OR SKIP-COUNT > 15
                   OR SCAN-TEXT(DIGIT-POS:1) IS NUMERIC
               ADD 1 TO DIGIT-POS
               ADD 1 TO SKIP-COUNT
           END-PERFORM
           IF DIGIT-POS <= SCAN-LIMIT AND SKIP-COUNT <= 15
               PERFORM TAKE-DIGIT-RUN
               IF DIGIT-COUNT >= 1 AND DIGIT-COUNT <= 6
                   MOVE "Y" TO REF-FOUND-FLAG
               END-IF
           END-IF.

       SCAN-FOR-BARE-NUMBER.
           MOVE 1 TO DIGIT-POS
           PERFORM UNTIL DIGIT-POS > SCAN-LIMIT OR REF-FOUND-FLAG = "Y"
               IF SCAN-TEXT(DIGIT-POS:1) IS NUMERIC
                   PERFORM TAKE-DIGIT-RUN
                   IF DIGIT-COUNT = 6
                       MOVE "Y" TO REF-FOUND-FLAG
                   END-IF
               ELSE
                   ADD 1 TO DIGIT-POS
               END-IF
           END-PERFORM.

       TAKE-DIGIT-RUN.
           MOVE ZERO TO REF-ID
           MOVE ZERO TO DIGIT-COUNT
           PERFORM UNTIL DIGIT-POS > SCAN-LIMIT
                   OR SCAN-TEXT(DIGIT-POS:1) IS NOT NUMERIC
               IF DIGIT-COUNT < 7
                   ADD 1 TO DIGIT-COUNT
               END-IF
               IF DIGIT-COUNT <= 6
                   MOVE SCAN-TEXT(DIGIT-POS:1) TO REF-DIGIT
                   COMPUTE REF-ID = REF-ID * 10 + REF-DIGIT
               END-IF
               ADD 1 TO DIGIT-POS
           END-PERFORM.

      *> Sets ERASED-FOUND-FLAG when COLLECT-ID is one of the
      *> CONTACT-IDs erased; unlike COLLECT-ERASED-ID it adds nothing.
       FIND-ERASED-ID.
           MOVE "N" TO ERASED-FOUND-FLAG
           PERFORM VARYING ERASED-IDX FROM 1 BY 1
                   UNTIL ERASED-IDX > ERASED-COUNT
                   OR ERASED-FOUND-FLAG = "Y"
               IF ERASED-ID(ERASED-IDX) = COLLECT-ID
                   MOVE "Y" TO ERASED-FOUND-FLAG
               END-IF
           END-PERFORM.

      *> The certificate is the compliance artifact: a partial live
      *> scan (another session held a lock) must be stated on it, in
      *> capitals, and the run must fail loudly - an incomplete
               END-IF
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
               MOVE "CONTERAS"              TO JRN-PROGRAM
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
