       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRPLY.

      *> Nightly inbound reply matching. The acknowledgment and
      *> resolution letters quote the CONTACT-ID as the reference
      *> number; when a customer answers one, the mail gateway drops
      *> the reply into data/CONTACTS_REPLIES.DAT, one pipe-delimited
      *> line per message:
      *>   RECEIVED-DATE|RECEIVED-TIME|FROM-EMAIL|SUBJECT|REPLY TEXT
      *> (the reply text is everything after the fourth "|", so it
      *> may contain the delimiter itself). The reference is taken
      *> from the subject or the text - "REFERENCE 000123", "REF:
      *> 123", or failing those a bare six-digit number in the
      *> subject - and the reply is attached to that contact instead
      *> of coming back through intake as a new one:
      *>   - the reply text is appended to the contact's continuation
      *>     text in CONTACTS_MSGOVF.DAT, after a header segment
      *>     naming the date, time and sender, continuing the
      *>     contact's current run so every reader shows it after the
      *>     original message;
      *>   - WORK-NOTE records that the customer replied;
      *>   - a RESOLVED or CLOSED contact is reopened to IN PROGRESS
      *>     (RESOLUTION-DATE cleared, HANDLED-BY kept so it goes back
      *>     to whoever dealt with it) and logged as REOPEN; a reply
      *>     to a contact still open is logged as NOTE.
      *> A reference that is no longer live but was archived by
      *> CONTARCH (its manifest says so) still gets the text
      *> attached, and is listed for a supervisor to restore. Every
      *> reply with no reference, or one that matches no live or
      *> archived contact, goes to the exception section of
      *> data/CONTRPLY.OUT for a person to handle. A rerun never
      *> attaches the same reply twice: the header segment is
      *> looked for first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "data/CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-ID
               ALTERNATE RECORD KEY IS EMAIL-FIELD WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTACT-STATUS.

           SELECT REPLY-FILE ASSIGN TO "data/CONTACTS_REPLIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLY-STATUS.

           SELECT MSGOVF-FILE ASSIGN TO "data/CONTACTS_MSGOVF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS MSGOVF-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "data/CONTARCH_MANIFEST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS MANIFEST-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "data/CONTRPLY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTACTREC.

       FD  REPLY-FILE.
       01  REPLY-LINE              PIC X(1000).

       FD  MSGOVF-FILE.
           COPY MSGOVFREC.

      *> CONTARCH's manifest line (its MANIFEST-DETAIL layout).
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE.
           05  MFT-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  MFT-ACTION          PIC X(08).
           05  FILLER              PIC X(01).
           05  MFT-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  MFT-DATE-RECEIVED   PIC 9(08).
           05  FILLER              PIC X(01).
           05  MFT-FILE-NAME       PIC X(30).
           05  FILLER              PIC X(36).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-OPERATOR     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-TIMESTAMP    PIC X(21).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-ACTION       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-CONTACT-ID   PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-STATUS-CODE  PIC 99.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS          PIC 99.
       77  REPLY-STATUS            PIC 99.
       77  MSGOVF-STATUS           PIC 99.
       77  MANIFEST-STATUS         PIC 99.
       77  AUDIT-STATUS            PIC 99.
       77  JOURNAL-STATUS          PIC 99.
       77  JOURNAL-OP              PIC X(01).
       77  REPORT-STATUS           PIC 99.
       77  OPERATOR-ID             PIC X(20).
       77  AUDIT-ACTION-IN         PIC X(08).
       77  EOF-FLAG                PIC X VALUE "N".
       77  MSGOVF-EOF-FLAG         PIC X.
       77  MANIFEST-EOF-FLAG       PIC X.
       77  TODAY-DATE              PIC 9(08).

      *> The reply line, split.
       77  RPL-DATE-TEXT           PIC X(10).
       77  RPL-TIME-TEXT           PIC X(10).
       77  RPL-EMAIL               PIC X(50).
       77  RPL-SUBJECT             PIC X(100).
       77  RPL-BODY                PIC X(1000).
       77  RPL-PTR                 PIC 9(04).
       77  RPL-BODY-LEN            PIC 9(04).

      *> Reference search. The text area runs past the longest limit
      *> so a scan can look one character beyond it.
       77  SCAN-TEXT               PIC X(1010).
       77  SCAN-LIMIT              PIC 9(04).
       77  SCAN-POS                PIC 9(04).
       77  DIGIT-POS               PIC 9(04).
       77  DIGIT-COUNT             PIC 9(02).
       77  SKIP-COUNT              PIC 9(02).
       77  KEYWORD-LEN             PIC 9(02).
       77  REF-FOUND-FLAG          PIC X.
       77  REF-ID                  PIC 9(06).
       77  REF-DIGIT               PIC 9(01).

      *> The contact's current continuation run, and the reply's
      *> segments: a header naming the reply, then the text in
      *> 200-character slices.
       77  SEG-COUNT               PIC 9(02).
       77  SEG-IDX                 PIC 9(02).
       01  SEGMENT-TABLE.
           05  EXISTING-SEGMENT    PIC X(200) OCCURS 9 TIMES.
       77  REPLY-HEADER            PIC X(200).
       77  BODY-SEG-COUNT          PIC 9(02).
       77  ROOM-COUNT              PIC 9(02).
       77  WRITE-SEG-COUNT         PIC 9(02).
       77  NEXT-SEQ-NO             PIC 9(02).
      *> A = attached, T = attached but cut short, D = already
      *> attached by an earlier run, F = no room left at all.
       77  ATTACH-RESULT           PIC X.
       77  ARCHIVED-FLAG           PIC X.
       77  SENDER-FLAG             PIC X(18).

       77  REPLY-COUNT             PIC 9(05) VALUE ZERO.
       77  ATTACHED-COUNT          PIC 9(05) VALUE ZERO.
       77  REOPENED-COUNT          PIC 9(05) VALUE ZERO.
       77  ARCHIVED-COUNT          PIC 9(05) VALUE ZERO.
       77  DUPLICATE-COUNT         PIC 9(05) VALUE ZERO.
       77  EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
       77  EXCEPTION-REASON        PIC X(34).

      *> Exceptions are held until the matched replies are listed,
      *> so the report reads as one section each.
       77  MAX-EXCEPTION-SIZE      PIC 9(03) VALUE 200.
       77  EXC-HELD-COUNT          PIC 9(03) VALUE ZERO.
       77  EXC-IDX                 PIC 9(03).
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY OCCURS 200 TIMES.
               10  EXC-RECEIVED     PIC X(17).
               10  EXC-EMAIL        PIC X(40).
               10  EXC-REASON       PIC X(34).
               10  EXC-SUBJECT      PIC X(80).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(40) VALUE
               "INBOUND REPLY MATCHING".
           05  FILLER              PIC X(06) VALUE "AS OF ".
           05  HDG-TODAY           PIC 9(08).

       01  MATCHED-HEADER-LINE.
           05  FILLER              PIC X(40) VALUE
               "REPLIES ATTACHED TO CONTACTS".

       01  MATCHED-COLUMN-LINE.
           05  FILLER              PIC X(08) VALUE "ID".
           05  FILLER              PIC X(30) VALUE "DISPOSITION".
           05  FILLER              PIC X(41) VALUE "FROM".
           05  FILLER              PIC X(18) VALUE "NOTE".

       01  MATCHED-LINE.
           05  MTL-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MTL-DISPOSITION     PIC X(29).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MTL-EMAIL           PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MTL-NOTE            PIC X(18).

       01  EXCEPTION-HEADER-LINE.
           05  FILLER              PIC X(60) VALUE
               "EXCEPTIONS - REPLIES FOR MANUAL HANDLING".

       01  EXCEPTION-LINE-1.
           05  EXL-RECEIVED        PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EXL-EMAIL           PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EXL-REASON          PIC X(34).

       01  EXCEPTION-LINE-2.
           05  FILLER              PIC X(11) VALUE "  SUBJECT: ".
           05  EXL-SUBJECT         PIC X(80).

       01  TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM READ-REPLY-LINE
           PERFORM UNTIL EOF-FLAG = "Y"
               IF FUNCTION LENGTH(FUNCTION TRIM(REPLY-LINE)) > 0
                   PERFORM MATCH-ONE-REPLY
               END-IF
               PERFORM READ-REPLY-LINE
           END-PERFORM
           PERFORM WRITE-EXCEPTIONS
           PERFORM WRITE-TOTALS
           DISPLAY "Reply matching complete: " REPLY-COUNT
               " repl(ies), " ATTACHED-COUNT " attached ("
               REOPENED-COUNT " reopened, " ARCHIVED-COUNT
               " archived), " EXCEPTION-COUNT " exception(s)."
           IF EXCEPTION-COUNT > ZERO
               DISPLAY "*** " EXCEPTION-COUNT " REPL(IES) NEED MANUAL "
                   "HANDLING - SEE data/CONTRPLY.OUT ***"
           END-IF
           PERFORM CLEANUP
           STOP RUN.

       OPEN-FILES.
           OPEN I-O CONTACT-FILE
           IF CONTACT-STATUS NOT = 00
               DISPLAY "CONTACT-FILE open error, status " CONTACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REPLY-FILE
           IF REPLY-STATUS = 35
               DISPLAY "No inbound reply file tonight; nothing to match."
               MOVE "Y" TO EOF-FLAG
           ELSE
               IF REPLY-STATUS NOT = 00
                   DISPLAY "REPLY-FILE open error, status " REPLY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE TODAY-DATE TO HDG-TODAY
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MATCHED-HEADER-LINE
           WRITE REPORT-LINE FROM MATCHED-COLUMN-LINE
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER"
           IF FUNCTION LENGTH(FUNCTION TRIM(OPERATOR-ID)) = 0
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF.

       READ-REPLY-LINE.
           IF EOF-FLAG NOT = "Y"
               READ REPLY-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       MATCH-ONE-REPLY.
           ADD 1 TO REPLY-COUNT
           PERFORM SPLIT-REPLY-LINE
           PERFORM FIND-REFERENCE
           IF REF-FOUND-FLAG NOT = "Y"
               MOVE "NO REFERENCE NUMBER FOUND" TO EXCEPTION-REASON
               PERFORM HOLD-EXCEPTION
           ELSE
               PERFORM READ-REFERENCED-CONTACT
           END-IF.

       SPLIT-REPLY-LINE.
           MOVE SPACES TO RPL-DATE-TEXT RPL-TIME-TEXT RPL-EMAIL
           MOVE SPACES TO RPL-SUBJECT RPL-BODY
           MOVE 1 TO RPL-PTR
           UNSTRING REPLY-LINE DELIMITED BY "|"
               INTO RPL-DATE-TEXT RPL-TIME-TEXT RPL-EMAIL RPL-SUBJECT
               WITH POINTER RPL-PTR
           END-UNSTRING
           IF RPL-PTR <= 1000
               MOVE REPLY-LINE(RPL-PTR:) TO RPL-BODY
           END-IF
           MOVE FUNCTION TRIM(RPL-DATE-TEXT) TO RPL-DATE-TEXT
           MOVE FUNCTION TRIM(RPL-TIME-TEXT) TO RPL-TIME-TEXT
           MOVE FUNCTION TRIM(RPL-EMAIL) TO RPL-EMAIL
           MOVE FUNCTION TRIM(RPL-SUBJECT) TO RPL-SUBJECT
           IF RPL-BODY = SPACES
               MOVE ZERO TO RPL-BODY-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RPL-BODY TRAILING))
                   TO RPL-BODY-LEN
           END-IF.

      *> The keyword forms are tried in the subject, then the text;
      *> only then a bare six-digit number, and only in the subject
      *> (the text is too full of order and phone numbers to trust).
       FIND-REFERENCE.
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

      *> REF or REFERENCE as a whole word, then up to 15 characters
      *> of anything but digits (" IS ", ": ", " NO. #"), then a run
      *> of one to six digits that is not part of a longer number.
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

      *> Accumulates the digit run starting at DIGIT-POS into REF-ID
      *> and leaves DIGIT-POS just past it; a run longer than six
      *> digits comes back with DIGIT-COUNT 7 (not a reference).
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

      *> A locked record (status 51) raises neither INVALID KEY nor
      *> the success path, so the status is checked after the READ;
      *> the reply goes to the exceptions rather than being lost.
       READ-REFERENCED-CONTACT.
           MOVE REF-ID TO CONTACT-ID
           READ CONTACT-FILE
               INVALID KEY
                   PERFORM CHECK-ARCHIVE-MANIFEST
                   IF ARCHIVED-FLAG = "Y"
                       PERFORM ATTACH-TO-ARCHIVED-CONTACT
                   ELSE
                       MOVE "REFERENCE MATCHES NO CONTACT"
                           TO EXCEPTION-REASON
                       PERFORM HOLD-EXCEPTION
                   END-IF
               NOT INVALID KEY
                   IF CONTACT-STATUS = 00
                       PERFORM ATTACH-TO-LIVE-CONTACT
                   END-IF
           END-READ
           IF CONTACT-STATUS = 51
               MOVE "CONTACT IN USE, NOT ATTACHED" TO EXCEPTION-REASON
               PERFORM HOLD-EXCEPTION
           END-IF.

       ATTACH-TO-LIVE-CONTACT.
           MOVE SPACES TO SENDER-FLAG
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(RPL-EMAIL)) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(EMAIL-FIELD))
               MOVE "SENDER DIFFERS" TO SENDER-FLAG
           END-IF
           PERFORM ATTACH-REPLY-TEXT
           EVALUATE ATTACH-RESULT
               WHEN "D"
                   ADD 1 TO DUPLICATE-COUNT
                   MOVE "ALREADY ATTACHED, SKIPPED" TO MTL-DISPOSITION
                   PERFORM LIST-MATCHED-REPLY
               WHEN "F"
                   MOVE "CONTINUATION TEXT FULL" TO EXCEPTION-REASON
                   PERFORM HOLD-EXCEPTION
               WHEN OTHER
                   PERFORM NOTE-REPLY-ON-CONTACT
           END-EVALUATE.

      *> The reply text is attached before the contact is touched, so
      *> whatever an operator opens shows why the note is there.
       NOTE-REPLY-ON-CONTACT.
           MOVE SPACES TO WORK-NOTE
           STRING "CUSTOMER REPLIED " RPL-DATE-TEXT(1:8)
                   " - SEE CONTINUATION TEXT"
               DELIMITED BY SIZE INTO WORK-NOTE
           END-STRING
           IF STATE-RESOLVED OR STATE-CLOSED
               MOVE "I" TO CONTACT-STATE
               MOVE ZERO TO RESOLUTION-DATE
               MOVE "REOPEN" TO AUDIT-ACTION-IN
           ELSE
               MOVE "NOTE" TO AUDIT-ACTION-IN
           END-IF
           REWRITE CONTACT-REC
               INVALID KEY
                   DISPLAY "Rewrite error, status " CONTACT-STATUS
                       " for contact " REF-ID
           END-REWRITE
           IF CONTACT-STATUS = 51
               MOVE "CONTACT IN USE, TEXT ONLY" TO EXCEPTION-REASON
               PERFORM HOLD-EXCEPTION
           ELSE
               PERFORM WRITE-AUDIT-ENTRY
               IF CONTACT-STATUS = 00
                   MOVE "R" TO JOURNAL-OP
                   PERFORM WRITE-JOURNAL-ENTRY
                   ADD 1 TO ATTACHED-COUNT
                   IF AUDIT-ACTION-IN = "REOPEN"
                       ADD 1 TO REOPENED-COUNT
                       MOVE "REOPENED, TEXT ATTACHED"
                           TO MTL-DISPOSITION
                   ELSE
                       MOVE "TEXT ATTACHED" TO MTL-DISPOSITION
                   END-IF
                   IF ATTACH-RESULT = "T"
                       MOVE "TEXT CUT SHORT" TO SENDER-FLAG
                   END-IF
                   PERFORM LIST-MATCHED-REPLY
               END-IF
           END-IF.

      *> The contact itself sits in an archive file and cannot be
      *> noted or reopened here; the continuation text is keyed by
      *> CONTACT-ID and is there when CONTARCH restores it.
       ATTACH-TO-ARCHIVED-CONTACT.
           MOVE SPACES TO SENDER-FLAG
           PERFORM ATTACH-REPLY-TEXT
           EVALUATE ATTACH-RESULT
               WHEN "D"
                   ADD 1 TO DUPLICATE-COUNT
                   MOVE "ALREADY ATTACHED, SKIPPED" TO MTL-DISPOSITION
                   PERFORM LIST-MATCHED-REPLY
               WHEN "F"
                   MOVE "CONTINUATION TEXT FULL" TO EXCEPTION-REASON
                   PERFORM HOLD-EXCEPTION
               WHEN OTHER
                   ADD 1 TO ATTACHED-COUNT
                   ADD 1 TO ARCHIVED-COUNT
                   MOVE "ARCHIVED - RESTORE (CONTARCH)" TO MTL-DISPOSITION
                   IF ATTACH-RESULT = "T"
                       MOVE "TEXT CUT SHORT" TO SENDER-FLAG
                   END-IF
                   PERFORM LIST-MATCHED-REPLY
           END-EVALUATE.

      *> The manifest is CONTARCH's record of every contact moved out
      *> and back; the last line for the ID decides.
       CHECK-ARCHIVE-MANIFEST.
           MOVE "N" TO ARCHIVED-FLAG
           MOVE "N" TO MANIFEST-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-STATUS NOT = 00
               MOVE "Y" TO MANIFEST-EOF-FLAG
               IF MANIFEST-STATUS NOT = 35
                   DISPLAY "MANIFEST-FILE open error, status "
                       MANIFEST-STATUS
               END-IF
           END-IF
           PERFORM READ-MANIFEST-LINE
           PERFORM UNTIL MANIFEST-EOF-FLAG = "Y"
               IF MFT-CONTACT-ID = REF-ID
                   IF MFT-ACTION = "ARCHIVE"
                       MOVE "Y" TO ARCHIVED-FLAG
                   ELSE
                       MOVE "N" TO ARCHIVED-FLAG
                   END-IF
               END-IF
               PERFORM READ-MANIFEST-LINE
           END-PERFORM
           IF MANIFEST-STATUS NOT = 35
               CLOSE MANIFEST-FILE
           END-IF.

       READ-MANIFEST-LINE.
           IF MANIFEST-EOF-FLAG NOT = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO MANIFEST-EOF-FLAG
               END-READ
           END-IF.

      *> Continues the contact's current run (the readers' last-run
      *> rule: a sequence restarting at 01 supersedes), so the reply
      *> follows the original message. A run that is only the blank
      *> supersede marker counts as none, and the reply starts a new
      *> run at 01. The readers show at most nine segments; a reply
      *> that does not fit whole keeps its header and as much text as
      *> fits (T), and one with no room at all is not written (F).
       ATTACH-REPLY-TEXT.
           PERFORM LOAD-CURRENT-RUN
           MOVE SPACES TO REPLY-HEADER
           STRING "*** CUSTOMER REPLY " RPL-DATE-TEXT(1:8) " "
                   RPL-TIME-TEXT(1:6) " FROM "
                   FUNCTION TRIM(RPL-EMAIL) " ***"
               DELIMITED BY SIZE INTO REPLY-HEADER
           END-STRING
           MOVE "A" TO ATTACH-RESULT
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > SEG-COUNT
               IF EXISTING-SEGMENT(SEG-IDX) = REPLY-HEADER
                   MOVE "D" TO ATTACH-RESULT
               END-IF
           END-PERFORM
           IF ATTACH-RESULT NOT = "D"
               COMPUTE BODY-SEG-COUNT = (RPL-BODY-LEN + 199) / 200
               COMPUTE ROOM-COUNT = 9 - SEG-COUNT
               COMPUTE WRITE-SEG-COUNT = BODY-SEG-COUNT + 1
               IF ROOM-COUNT = ZERO
                   MOVE "F" TO ATTACH-RESULT
               ELSE
                   IF WRITE-SEG-COUNT > ROOM-COUNT
                       MOVE ROOM-COUNT TO WRITE-SEG-COUNT
                       MOVE "T" TO ATTACH-RESULT
                   END-IF
                   PERFORM WRITE-REPLY-SEGMENTS
               END-IF
           END-IF.

       LOAD-CURRENT-RUN.
           MOVE ZERO TO SEG-COUNT
           MOVE "N" TO MSGOVF-EOF-FLAG
           OPEN INPUT MSGOVF-FILE
           IF MSGOVF-STATUS NOT = 00
               MOVE "Y" TO MSGOVF-EOF-FLAG
               IF MSGOVF-STATUS NOT = 35
                   DISPLAY "MSGOVF-FILE open error, status "
                       MSGOVF-STATUS
               END-IF
           END-IF
           PERFORM READ-MSGOVF-RECORD
           PERFORM UNTIL MSGOVF-EOF-FLAG = "Y"
               IF OVF-CONTACT-ID = REF-ID
                   IF OVF-SEQ-NO = 1
                       MOVE ZERO TO SEG-COUNT
                   END-IF
                   IF SEG-COUNT < 9
                       ADD 1 TO SEG-COUNT
                       MOVE OVF-TEXT TO EXISTING-SEGMENT(SEG-COUNT)
                   END-IF
               END-IF
               PERFORM READ-MSGOVF-RECORD
           END-PERFORM
           IF MSGOVF-STATUS NOT = 35
               CLOSE MSGOVF-FILE
           END-IF
           IF SEG-COUNT = 1 AND EXISTING-SEGMENT(1) = SPACES
               MOVE ZERO TO SEG-COUNT
           END-IF.

       READ-MSGOVF-RECORD.
           IF MSGOVF-EOF-FLAG NOT = "Y"
               READ MSGOVF-FILE
                   AT END
                       MOVE "Y" TO MSGOVF-EOF-FLAG
               END-READ
           END-IF.

      *> Open-append-close, as CONTACTS writes the overflow.
       WRITE-REPLY-SEGMENTS.
           OPEN EXTEND MSGOVF-FILE
           IF MSGOVF-STATUS = 35
               OPEN OUTPUT MSGOVF-FILE
           END-IF
           IF MSGOVF-STATUS NOT = 00
               DISPLAY "MSGOVF-FILE open error, status " MSGOVF-STATUS
               MOVE "F" TO ATTACH-RESULT
           ELSE
               COMPUTE NEXT-SEQ-NO = SEG-COUNT + 1
               MOVE SPACES TO MSGOVF-REC
               MOVE REF-ID TO OVF-CONTACT-ID
               MOVE NEXT-SEQ-NO TO OVF-SEQ-NO
               MOVE REPLY-HEADER TO OVF-TEXT
               PERFORM WRITE-MSGOVF-SEGMENT
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WRITE-SEG-COUNT - 1
                   ADD 1 TO NEXT-SEQ-NO
                   MOVE SPACES TO MSGOVF-REC
                   MOVE REF-ID TO OVF-CONTACT-ID
                   MOVE NEXT-SEQ-NO TO OVF-SEQ-NO
                   MOVE RPL-BODY((SEG-IDX - 1) * 200 + 1:200) TO OVF-TEXT
                   PERFORM WRITE-MSGOVF-SEGMENT
               END-PERFORM
               CLOSE MSGOVF-FILE
           END-IF.

       WRITE-MSGOVF-SEGMENT.
           WRITE MSGOVF-REC
           IF MSGOVF-STATUS NOT = 00
               DISPLAY "MSGOVF-FILE write error, status " MSGOVF-STATUS
           END-IF.

       LIST-MATCHED-REPLY.
           MOVE REF-ID       TO MTL-CONTACT-ID
           MOVE RPL-EMAIL    TO MTL-EMAIL
           MOVE SENDER-FLAG  TO MTL-NOTE
           WRITE REPORT-LINE FROM MATCHED-LINE
           MOVE SPACES TO MATCHED-LINE.

       HOLD-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           IF EXC-HELD-COUNT < MAX-EXCEPTION-SIZE
               ADD 1 TO EXC-HELD-COUNT
               MOVE SPACES TO EXCEPTION-ENTRY(EXC-HELD-COUNT)
               STRING RPL-DATE-TEXT(1:8) " " RPL-TIME-TEXT(1:6)
                   DELIMITED BY SIZE INTO EXC-RECEIVED(EXC-HELD-COUNT)
               END-STRING
               MOVE RPL-EMAIL        TO EXC-EMAIL(EXC-HELD-COUNT)
               MOVE EXCEPTION-REASON TO EXC-REASON(EXC-HELD-COUNT)
               MOVE RPL-SUBJECT      TO EXC-SUBJECT(EXC-HELD-COUNT)
           END-IF.

       WRITE-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM EXCEPTION-HEADER-LINE
           PERFORM VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX > EXC-HELD-COUNT
               MOVE SPACES TO EXCEPTION-LINE-1
               MOVE EXC-RECEIVED(EXC-IDX) TO EXL-RECEIVED
               MOVE EXC-EMAIL(EXC-IDX)    TO EXL-EMAIL
               MOVE EXC-REASON(EXC-IDX)   TO EXL-REASON
               WRITE REPORT-LINE FROM EXCEPTION-LINE-1
               MOVE EXC-SUBJECT(EXC-IDX)  TO EXL-SUBJECT
               WRITE REPORT-LINE FROM EXCEPTION-LINE-2
           END-PERFORM
           IF EXCEPTION-COUNT > EXC-HELD-COUNT
               MOVE "  MORE EXCEPTIONS THAN THE TABLE HOLDS - SEE THE REPLY FILE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REPLIES READ: "            TO TOT-LABEL
           MOVE REPLY-COUNT                 TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "ATTACHED: "                TO TOT-LABEL
           MOVE ATTACHED-COUNT              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "  OF WHICH REOPENED: "     TO TOT-LABEL
           MOVE REOPENED-COUNT              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "  OF WHICH ARCHIVED: "     TO TOT-LABEL
           MOVE ARCHIVED-COUNT              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "ALREADY ATTACHED: "        TO TOT-LABEL
           MOVE DUPLICATE-COUNT             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "EXCEPTIONS: "              TO TOT-LABEL
           MOVE EXCEPTION-COUNT             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

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
               MOVE "CONTRPLY"              TO JRN-PROGRAM
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
      *> The log is shared with the CONTACTS sessions running at the
      *> same time, so each entry is an open-append-close.
       WRITE-AUDIT-ENTRY.
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
               MOVE AUDIT-ACTION-IN         TO AUDIT-ACTION
               MOVE CONTACT-ID              TO AUDIT-CONTACT-ID
               MOVE CONTACT-STATUS          TO AUDIT-STATUS-CODE
               WRITE AUDIT-REC
               IF AUDIT-STATUS NOT = 00
                   DISPLAY "Audit write error, status " AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       CLEANUP.
           CLOSE CONTACT-FILE
           IF REPLY-STATUS NOT = 35
               CLOSE REPLY-FILE
           END-IF
           CLOSE REPORT-FILE.
