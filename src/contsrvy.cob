       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSRVY.

      *> Nightly customer satisfaction survey invitations. CONTRESL
      *> sends the closing letter and after that we never learned
      *> whether the customer was happy; this follows it up. Every
      *> contact in STATE-RESOLVED whose RESOLUTION-DATE is at least
      *> SURVEY-DELAY-DAYS behind the run date (but no more than
      *> SURVEY-WINDOW-DAYS, so a contact resolved long ago is never
      *> surveyed out of the blue) gets an invitation - customer
      *> name, CONTACT-ID as the reference to quote, the 1-to-5
      *> scale - appended to the same data/CONTACTS_LETTERS.SPL
      *> spool the mail gateway sends out. Every invited CONTACT-ID
      *> is recorded in data/CONTACTS_SURVEY.CTL (see SRVYREC) the
      *> moment its invitation is spooled, and, as with the closing
      *> letter, the check is by CONTACT-ID across all dates: a
      *> contact is surveyed once in its life, rerun or reopened.
      *> The vendor's responses come back through CONTSRSP and are
      *> reported monthly by CONTCSAT. The run date is the business
      *> date CONTNITE exports, or today when run by hand. An
      *> address CONTBNCE has marked undeliverable is not invited.

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

           SELECT LETTER-FILE ASSIGN TO "data/CONTACTS_LETTERS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.

           SELECT SURVEY-FILE ASSIGN TO "data/CONTACTS_SURVEY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS SURVEY-STATUS.

      *> Undeliverable addresses (see UNDLREC): a survey the gateway
      *> would only bounce is not sent to that address again.
           SELECT UNDELIV-FILE ASSIGN TO "data/CONTACTS_UNDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS UNDELIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTACTREC.

       FD  LETTER-FILE.
       01  LETTER-LINE            PIC X(130).

       FD  SURVEY-FILE.
           COPY SRVYREC.

       FD  UNDELIV-FILE.
           COPY UNDLREC.

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS         PIC 99.
       77  LETTER-STATUS          PIC 99.
       77  SURVEY-STATUS          PIC 99.
       77  EOF-FLAG               PIC X VALUE "N".
       77  SURVEY-EOF-FLAG        PIC X VALUE "N".
       77  RUN-DATE-IN            PIC X(08).
       77  RUN-DATE               PIC 9(08).
       77  RUN-INTEGER            PIC 9(08).
       77  RESOLVED-INTEGER       PIC 9(08).
       77  DAYS-SINCE-RESOLVED    PIC S9(05).
       77  SURVEY-DELAY-DAYS      PIC 9(03) VALUE 3.
       77  SURVEY-WINDOW-DAYS     PIC 9(03) VALUE 30.
       77  ERASED-VALUE           PIC X(14) VALUE "*** ERASED ***".
       77  INVITE-COUNT           PIC 9(05) VALUE ZERO.
       77  SKIPPED-SENT-COUNT     PIC 9(05) VALUE ZERO.
       77  SURVEYED-COUNT         PIC 9(05) VALUE ZERO.
       77  MAX-SURVEYED-SIZE      PIC 9(05) VALUE 500.
       77  SURVEYED-IDX           PIC 9(05).
       77  SURVEYED-FOUND-FLAG    PIC X.
       77  SURVEYED-FULL-FLAG     PIC X VALUE "N".
       77  LETTER-OK-FLAG         PIC X.
       01  SURVEYED-ID-TABLE.
           05  SURVEYED-ID         PIC 9(06) OCCURS 500 TIMES.

      *> Addresses on the undeliverable list, upper case; beyond the
      *> table, anything not found in it is checked against the file.
       77  UNDELIV-STATUS         PIC 99.
       77  UNDELIV-EOF-FLAG       PIC X VALUE "N".
       77  WITHHELD-COUNT         PIC 9(05) VALUE ZERO.
       77  UNDELIV-COUNT          PIC 9(05) VALUE ZERO.
       77  MAX-UNDELIV-SIZE       PIC 9(05) VALUE 500.
       77  UNDELIV-IDX            PIC 9(05).
       77  UNDELIV-FOUND-FLAG     PIC X.
       77  UNDELIV-FULL-FLAG      PIC X VALUE "N".
       77  CONTACT-EMAIL-KEY      PIC X(50).
       01  UNDELIV-EMAIL-TABLE.
           05  UNDELIV-EMAIL       PIC X(50) OCCURS 500 TIMES.

       01  LETTER-SEPARATOR-LINE.
           05  FILLER              PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM GET-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-SURVEYED-TABLE
           PERFORM LOAD-UNDELIV-TABLE
           PERFORM READ-CONTACT
           PERFORM UNTIL EOF-FLAG = "Y"
               IF STATE-RESOLVED AND RESOLUTION-DATE > ZERO
                   PERFORM CHECK-SURVEY-DUE
               END-IF
               PERFORM READ-CONTACT
           END-PERFORM
           DISPLAY "Survey invitations spooled: " INVITE-COUNT
               ", already surveyed: " SKIPPED-SENT-COUNT
               ", withheld (undeliverable): " WITHHELD-COUNT "."
           PERFORM CLEANUP
           STOP RUN.

       GET-RUN-DATE.
           MOVE SPACES TO RUN-DATE-IN
           ACCEPT RUN-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF RUN-DATE-IN(1:8) IS NUMERIC
               MOVE RUN-DATE-IN(1:8) TO RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-INTEGER.

       OPEN-FILES.
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS = 35
               MOVE "Y" TO EOF-FLAG
           ELSE
               IF CONTACT-STATUS NOT = 00
                   DISPLAY "CONTACT-FILE open error, status " CONTACT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND LETTER-FILE
           IF LETTER-STATUS = 35
               OPEN OUTPUT LETTER-FILE
           END-IF
           IF LETTER-STATUS NOT = 00
               DISPLAY "LETTER-FILE open error, status " LETTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The control file is read once into a table, then reopened in
      *> extend mode so each new invitation is durably recorded the
      *> moment it is spooled. Every record is loaded regardless of
      *> date - the once-only rule is for the life of the contact.
       LOAD-SURVEYED-TABLE.
           OPEN INPUT SURVEY-FILE
           IF SURVEY-STATUS = 00
               PERFORM READ-SURVEYED-ID
               PERFORM UNTIL SURVEY-EOF-FLAG = "Y"
                   IF SURVEYED-COUNT < MAX-SURVEYED-SIZE
                       ADD 1 TO SURVEYED-COUNT
                       MOVE SVY-CONTACT-ID
                           TO SURVEYED-ID(SURVEYED-COUNT)
                   ELSE
                       MOVE "Y" TO SURVEYED-FULL-FLAG
                   END-IF
                   PERFORM READ-SURVEYED-ID
               END-PERFORM
               CLOSE SURVEY-FILE
           ELSE
               IF SURVEY-STATUS NOT = 35
                   DISPLAY "SURVEY-FILE open error, status "
                       SURVEY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND SURVEY-FILE
           IF SURVEY-STATUS = 35
               OPEN OUTPUT SURVEY-FILE
           END-IF
           IF SURVEY-STATUS NOT = 00
               DISPLAY "SURVEY-FILE open error, status " SURVEY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-SURVEYED-ID.
           READ SURVEY-FILE
               AT END
                   MOVE "Y" TO SURVEY-EOF-FLAG
           END-READ.

      *> The list is appended to by CONTBNCE only, so it is read once
      *> at the start of the run. No list simply means no address has
      *> bounced yet.
       LOAD-UNDELIV-TABLE.
           OPEN INPUT UNDELIV-FILE
           IF UNDELIV-STATUS = 00
               PERFORM READ-UNDELIV-RECORD
               PERFORM UNTIL UNDELIV-EOF-FLAG = "Y"
                   IF UNDELIV-COUNT < MAX-UNDELIV-SIZE
                       ADD 1 TO UNDELIV-COUNT
                       MOVE FUNCTION UPPER-CASE(UND-EMAIL)
                           TO UNDELIV-EMAIL(UNDELIV-COUNT)
                   ELSE
                       MOVE "Y" TO UNDELIV-FULL-FLAG
                   END-IF
                   PERFORM READ-UNDELIV-RECORD
               END-PERFORM
               CLOSE UNDELIV-FILE
           ELSE
               IF UNDELIV-STATUS NOT = 35
                   DISPLAY "UNDELIV-FILE open error, status "
                       UNDELIV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-UNDELIV-RECORD.
           READ UNDELIV-FILE
               AT END
                   MOVE "Y" TO UNDELIV-EOF-FLAG
           END-READ.

      *> Sets UNDELIV-FOUND-FLAG when the contact's email, compared
      *> case-blind, is on the undeliverable list.
       CHECK-UNDELIVERABLE.
           MOVE "N" TO UNDELIV-FOUND-FLAG
           MOVE FUNCTION UPPER-CASE(EMAIL-FIELD) TO CONTACT-EMAIL-KEY
           PERFORM VARYING UNDELIV-IDX FROM 1 BY 1
                   UNTIL UNDELIV-IDX > UNDELIV-COUNT
                   OR UNDELIV-FOUND-FLAG = "Y"
               IF UNDELIV-EMAIL(UNDELIV-IDX) = CONTACT-EMAIL-KEY
                   MOVE "Y" TO UNDELIV-FOUND-FLAG
               END-IF
           END-PERFORM
           IF UNDELIV-FOUND-FLAG = "N" AND UNDELIV-FULL-FLAG = "Y"
               PERFORM SCAN-UNDELIV-FILE
           END-IF.

       SCAN-UNDELIV-FILE.
           MOVE "N" TO UNDELIV-EOF-FLAG
           OPEN INPUT UNDELIV-FILE
           IF UNDELIV-STATUS NOT = 00
               DISPLAY "UNDELIV-FILE scan open error, status "
                   UNDELIV-STATUS
               MOVE "Y" TO UNDELIV-EOF-FLAG
           END-IF
           PERFORM UNTIL UNDELIV-EOF-FLAG = "Y"
                   OR UNDELIV-FOUND-FLAG = "Y"
               READ UNDELIV-FILE
                   AT END
                       MOVE "Y" TO UNDELIV-EOF-FLAG
                   NOT AT END
                       IF FUNCTION UPPER-CASE(UND-EMAIL)
                               = CONTACT-EMAIL-KEY
                           MOVE "Y" TO UNDELIV-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF UNDELIV-STATUS NOT = 35
               CLOSE UNDELIV-FILE
           END-IF.

       READ-CONTACT.
           IF EOF-FLAG NOT = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
               IF CONTACT-STATUS = 51
                   DISPLAY "A record is in use by another operator; "
                       "invitations so far are recorded, rerun to "
                       "finish."
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-IF.

      *> A contact is due from SURVEY-DELAY-DAYS after its resolution
      *> until the window closes; an unusable RESOLUTION-DATE (zero
      *> from INTEGER-OF-DATE) or an erased contact is never invited.
       CHECK-SURVEY-DUE.
           MOVE ZERO TO RESOLVED-INTEGER
           IF RESOLUTION-DATE >= 16010101
                   AND RESOLUTION-DATE <= 99991231
               MOVE FUNCTION INTEGER-OF-DATE(RESOLUTION-DATE)
                   TO RESOLVED-INTEGER
           END-IF
           IF RESOLVED-INTEGER > ZERO
                   AND EMAIL-FIELD NOT = ERASED-VALUE
               COMPUTE DAYS-SINCE-RESOLVED
                   = RUN-INTEGER - RESOLVED-INTEGER
               IF DAYS-SINCE-RESOLVED >= SURVEY-DELAY-DAYS
                       AND DAYS-SINCE-RESOLVED <= SURVEY-WINDOW-DAYS
                   PERFORM SURVEY-ONE-CONTACT
               END-IF
           END-IF.

      *> The ID is recorded only when the invitation really spooled;
      *> a failed write must stay unrecorded so the rerun sends it.
      *> An invitation to an address on the undeliverable list is
      *> withheld and left unrecorded too, so it goes out if the
      *> address is corrected while the survey window is still open.
       SURVEY-ONE-CONTACT.
           PERFORM CHECK-ALREADY-SURVEYED
           IF SURVEYED-FOUND-FLAG = "Y"
               ADD 1 TO SKIPPED-SENT-COUNT
           ELSE
               PERFORM CHECK-UNDELIVERABLE
               IF UNDELIV-FOUND-FLAG = "Y"
                   ADD 1 TO WITHHELD-COUNT
               ELSE
                   PERFORM WRITE-ONE-INVITATION
                   IF LETTER-OK-FLAG = "Y"
                       PERFORM RECORD-SURVEYED-ID
                   END-IF
               END-IF
           END-IF.

      *> The in-core table answers the common case; once the control
      *> file outgrows it, anything not found there is double-checked
      *> against the file itself, so the once-only rule never lapses.
       CHECK-ALREADY-SURVEYED.
           MOVE "N" TO SURVEYED-FOUND-FLAG
           PERFORM VARYING SURVEYED-IDX FROM 1 BY 1
                   UNTIL SURVEYED-IDX > SURVEYED-COUNT
                   OR SURVEYED-FOUND-FLAG = "Y"
               IF SURVEYED-ID(SURVEYED-IDX) = CONTACT-ID
                   MOVE "Y" TO SURVEYED-FOUND-FLAG
               END-IF
           END-PERFORM
           IF SURVEYED-FOUND-FLAG = "N" AND SURVEYED-FULL-FLAG = "Y"
               PERFORM SCAN-SURVEY-FILE
           END-IF.

      *> The control file is open in extend mode for recording, so
      *> the scan flips it to input and back.
       SCAN-SURVEY-FILE.
           CLOSE SURVEY-FILE
           MOVE "N" TO SURVEY-EOF-FLAG
           OPEN INPUT SURVEY-FILE
           IF SURVEY-STATUS NOT = 00
               DISPLAY "SURVEY-FILE scan open error, status "
                   SURVEY-STATUS
               MOVE "Y" TO SURVEY-EOF-FLAG
           END-IF
           PERFORM UNTIL SURVEY-EOF-FLAG = "Y"
                   OR SURVEYED-FOUND-FLAG = "Y"
               READ SURVEY-FILE
                   AT END
                       MOVE "Y" TO SURVEY-EOF-FLAG
                   NOT AT END
                       IF SVY-CONTACT-ID = CONTACT-ID
                           MOVE "Y" TO SURVEYED-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF SURVEY-STATUS NOT = 35
               CLOSE SURVEY-FILE
           END-IF
           OPEN EXTEND SURVEY-FILE
           IF SURVEY-STATUS NOT = 00
               DISPLAY "SURVEY-FILE reopen error, status "
                   SURVEY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Same rules as the closing letter: trimmed fields, and the
      *> invitation stops at the first failed write so a half-written
      *> one is never followed by more lines or recorded as sent.
       WRITE-ONE-INVITATION.
           MOVE "Y" TO LETTER-OK-FLAG
           MOVE SPACES TO LETTER-LINE
           STRING "DEAR " FUNCTION TRIM(NAME-FIELD) ","
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "YOUR INQUIRY, REFERENCE " CONTACT-ID
                   ", WAS RESOLVED ON " RESOLUTION-DATE
                   ". HOW DID WE DO?"
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "PLEASE RATE OUR SERVICE FROM 1 (POOR) TO 5 "
                   "(EXCELLENT) AND TELL US WHY,"
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "QUOTING REFERENCE " CONTACT-ID
                   ". THANK YOU FOR HELPING US IMPROVE."
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE LETTER-SEPARATOR-LINE TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           IF LETTER-OK-FLAG = "Y"
               ADD 1 TO INVITE-COUNT
           END-IF.

       WRITE-LETTER-LINE.
           IF LETTER-OK-FLAG = "Y"
               WRITE LETTER-LINE
               IF LETTER-STATUS NOT = 00
                   DISPLAY "Letter write error, status " LETTER-STATUS
                       " for contact " CONTACT-ID
                   MOVE "N" TO LETTER-OK-FLAG
               END-IF
           END-IF.

       RECORD-SURVEYED-ID.
           MOVE SPACES TO SVY-REC
           MOVE RUN-DATE        TO SVY-SENT-DATE
           MOVE CONTACT-ID      TO SVY-CONTACT-ID
           MOVE CONTACT-TYPE    TO SVY-DEPT
           MOVE HANDLED-BY      TO SVY-HANDLED-BY
           MOVE RESOLUTION-DATE TO SVY-RESOLUTION-DATE
           WRITE SVY-REC
           IF SURVEY-STATUS NOT = 00
               DISPLAY "SURVEY-FILE write error, status "
                   SURVEY-STATUS
           END-IF
           IF SURVEYED-COUNT < MAX-SURVEYED-SIZE
               ADD 1 TO SURVEYED-COUNT
               MOVE CONTACT-ID TO SURVEYED-ID(SURVEYED-COUNT)
           ELSE
               MOVE "Y" TO SURVEYED-FULL-FLAG
           END-IF.

       CLEANUP.
           IF CONTACT-STATUS NOT = 35
               CLOSE CONTACT-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE SURVEY-FILE.
