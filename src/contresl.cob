      *> unlike the acknowledgment control file, the check here is by
      *> CONTACT-ID across all dates, because a contact is resolved
      *> once and must never get two closing letters, rerun or not.
      *> A letter to an address CONTBNCE has marked undeliverable is
      *> withheld until the address is corrected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTERED-STATUS.

      *> Undeliverable addresses (see UNDLREC): mail the gateway has
      *> hard-bounced is not sent to that address again.
           SELECT UNDELIV-FILE ASSIGN TO "data/CONTACTS_UNDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS UNDELIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           05  FILLER              PIC X(01).
           05  LETTERED-CONTACT-ID PIC 9(06).

       FD  UNDELIV-FILE.
           COPY UNDLREC.

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS         PIC 99.
       77  LETTER-STATUS          PIC 99.
       01  LETTERED-ID-TABLE.
           05  LETTERED-ID         PIC 9(06) OCCURS 500 TIMES.

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

       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM LOAD-LETTERED-TABLE
           PERFORM LOAD-UNDELIV-TABLE
           PERFORM READ-CONTACT
           PERFORM UNTIL EOF-FLAG = "Y"
               IF STATE-RESOLVED AND RESOLUTION-DATE > ZERO
               PERFORM READ-CONTACT
           END-PERFORM
           DISPLAY "Resolution letters spooled: " LETTER-COUNT
               ", already sent: " SKIPPED-SENT-COUNT
               ", withheld (undeliverable): " WITHHELD-COUNT "."
           PERFORM CLEANUP
           STOP RUN.

                   MOVE "Y" TO LETTERED-EOF-FLAG
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
           END-IF.

      *> The ID is recorded only when the letter really spooled; a
      *> failed write must stay unrecorded so the rerun sends it. A
      *> letter to an address on the undeliverable list is withheld
      *> and likewise left unrecorded, so it goes out on the first
      *> run after the address is corrected.
       LETTER-ONE-CONTACT.
           PERFORM CHECK-ALREADY-LETTERED
           IF LETTERED-FOUND-FLAG = "Y"
               ADD 1 TO SKIPPED-SENT-COUNT
           ELSE
               PERFORM CHECK-UNDELIVERABLE
               IF UNDELIV-FOUND-FLAG = "Y"
                   ADD 1 TO WITHHELD-COUNT
               ELSE
                   PERFORM WRITE-ONE-LETTER
                   IF LETTER-OK-FLAG = "Y"
                       PERFORM RECORD-LETTERED-ID
                   END-IF
               END-IF
           END-IF.

