       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSRSP.

      *> Nightly survey response import, the inbound half of the
      *> satisfaction survey CONTSRVY sends out. The survey vendor
      *> drops data/CONTACTS_SURVEY_RESP.DAT, one pipe-delimited line
      *> per response:
      *>   CONTACT-ID|SCORE|COMMENT
      *> with the score 1 (poor) to 5 (excellent) and the customer's
      *> free-text comment as the rest of the line (it may itself
      *> contain a "|"). A response is accepted only for a contact
      *> the survey control file (SRVYREC) shows was invited, and is
      *> appended to data/CONTACTS_SURVEY_RESULTS.DAT (see CSATREC)
      *> with the invitation's department and HANDLED-BY operator.
      *> A contact answers once: a second response for the same
      *> CONTACT-ID - the vendor re-sending, or this step rerun over
      *> the same file - is counted and skipped, never stored twice.
      *> Every rejected line lands in data/CONTSRSP.OUT for a look.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO "data/CONTACTS_SURVEY_RESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.

           SELECT SURVEY-FILE ASSIGN TO "data/CONTACTS_SURVEY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS SURVEY-STATUS.

           SELECT RESULTS-FILE
               ASSIGN TO "data/CONTACTS_SURVEY_RESULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS RESULTS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTSRSP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
       01  RESPONSE-LINE           PIC X(300).

       FD  SURVEY-FILE.
           COPY SRVYREC.

       FD  RESULTS-FILE.
           COPY CSATREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  RESPONSE-STATUS         PIC 99.
       77  SURVEY-STATUS           PIC 99.
       77  RESULTS-STATUS          PIC 99.
       77  REPORT-STATUS           PIC 99.
       77  EOF-FLAG                PIC X VALUE "N".
       77  SURVEY-EOF-FLAG         PIC X.
       77  RESULTS-EOF-FLAG        PIC X VALUE "N".
       77  RUN-DATE-IN             PIC X(08).
       77  RUN-DATE                PIC 9(08).
       77  RSP-ID-TEXT             PIC X(10).
       77  RSP-SCORE-TEXT          PIC X(10).
       77  RSP-COMMENT             PIC X(250).
       77  RSP-POINTER             PIC 9(03).
       77  RSP-CONTACT-ID          PIC 9(06).
       77  INVITE-FOUND-FLAG       PIC X.
       77  ACCEPTED-COUNT          PIC 9(05) VALUE ZERO.
       77  ALREADY-COUNT           PIC 9(05) VALUE ZERO.
       77  PROBLEM-COUNT           PIC 9(05) VALUE ZERO.
       77  PROBLEM-REASON          PIC X(40).

      *> CONTACT-IDs already answered, loaded from the results file;
      *> past the table's size the file itself is scanned, as the
      *> letter programs do with their control files.
       77  ANSWERED-COUNT          PIC 9(05) VALUE ZERO.
       77  MAX-ANSWERED-SIZE       PIC 9(05) VALUE 1000.
       77  ANSWERED-IDX            PIC 9(05).
       77  ANSWERED-FOUND-FLAG     PIC X.
       77  ANSWERED-FULL-FLAG      PIC X VALUE "N".
       01  ANSWERED-ID-TABLE.
           05  ANSWERED-ID         PIC 9(06) OCCURS 1000 TIMES.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(40) VALUE
               "SURVEY RESPONSE IMPORT - REJECTED LINES".
           05  FILLER              PIC X(06) VALUE "AS OF ".
           05  HDG-TODAY           PIC 9(08).

       01  PROBLEM-LINE.
           05  PRB-RESPONSE-LINE   PIC X(50).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PRB-REASON          PIC X(40).

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(26) VALUE "RESPONSES ACCEPTED: ".
           05  TOT-ACCEPTED        PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(26) VALUE "ALREADY ON FILE: ".
           05  TOT-ALREADY         PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER              PIC X(26) VALUE "REJECTED: ".
           05  TOT-PROBLEM         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM READ-RESPONSE-LINE
           PERFORM UNTIL EOF-FLAG = "Y"
               IF FUNCTION LENGTH(FUNCTION TRIM(RESPONSE-LINE)) > 0
                   PERFORM IMPORT-ONE-RESPONSE
               END-IF
               PERFORM READ-RESPONSE-LINE
           END-PERFORM
           PERFORM WRITE-TOTALS
           DISPLAY "Survey response import complete: " ACCEPTED-COUNT
               " accepted, " ALREADY-COUNT " already on file, "
               PROBLEM-COUNT " rejected."
           IF PROBLEM-COUNT > ZERO
               DISPLAY "*** " PROBLEM-COUNT " SURVEY RESPONSE(S) "
                   "REJECTED - SEE data/CONTSRSP.OUT ***"
           END-IF
           PERFORM CLEANUP
           STOP RUN.

       OPEN-FILES.
           MOVE SPACES TO RUN-DATE-IN
           ACCEPT RUN-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF RUN-DATE-IN(1:8) IS NUMERIC
               MOVE RUN-DATE-IN(1:8) TO RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           END-IF
           OPEN INPUT RESPONSE-FILE
           IF RESPONSE-STATUS = 35
               DISPLAY "No survey response file tonight; nothing to "
                   "import."
               MOVE "Y" TO EOF-FLAG
           ELSE
               IF RESPONSE-STATUS NOT = 00
                   DISPLAY "RESPONSE-FILE open error, status "
                       RESPONSE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-ANSWERED-TABLE
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDG-TODAY
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Read once into the table, then reopened in extend mode so
      *> each accepted response is on file the moment it is taken.
       LOAD-ANSWERED-TABLE.
           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS = 00
               PERFORM READ-RESULTS-RECORD
               PERFORM UNTIL RESULTS-EOF-FLAG = "Y"
                   IF ANSWERED-COUNT < MAX-ANSWERED-SIZE
                       ADD 1 TO ANSWERED-COUNT
                       MOVE CSR-CONTACT-ID
                           TO ANSWERED-ID(ANSWERED-COUNT)
                   ELSE
                       MOVE "Y" TO ANSWERED-FULL-FLAG
                   END-IF
                   PERFORM READ-RESULTS-RECORD
               END-PERFORM
               CLOSE RESULTS-FILE
           ELSE
               IF RESULTS-STATUS NOT = 35
                   DISPLAY "RESULTS-FILE open error, status "
                       RESULTS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND RESULTS-FILE
           IF RESULTS-STATUS = 35
               OPEN OUTPUT RESULTS-FILE
           END-IF
           IF RESULTS-STATUS NOT = 00
               DISPLAY "RESULTS-FILE open error, status " RESULTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RESULTS-RECORD.
           READ RESULTS-FILE
               AT END
                   MOVE "Y" TO RESULTS-EOF-FLAG
           END-READ.

       READ-RESPONSE-LINE.
           IF EOF-FLAG NOT = "Y"
               READ RESPONSE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       IMPORT-ONE-RESPONSE.
           MOVE SPACES TO RSP-ID-TEXT RSP-SCORE-TEXT RSP-COMMENT
           MOVE 1 TO RSP-POINTER
           UNSTRING RESPONSE-LINE DELIMITED BY "|"
               INTO RSP-ID-TEXT RSP-SCORE-TEXT
               WITH POINTER RSP-POINTER
           END-UNSTRING
           IF RSP-POINTER <= LENGTH OF RESPONSE-LINE
               MOVE RESPONSE-LINE(RSP-POINTER:) TO RSP-COMMENT
           END-IF
           MOVE FUNCTION TRIM(RSP-ID-TEXT) TO RSP-ID-TEXT
           MOVE FUNCTION TRIM(RSP-SCORE-TEXT) TO RSP-SCORE-TEXT
           EVALUATE TRUE
               WHEN RSP-ID-TEXT(1:6) IS NOT NUMERIC
                       OR RSP-ID-TEXT(7:4) NOT = SPACES
                   MOVE "CONTACT-ID NOT NUMERIC" TO PROBLEM-REASON
                   PERFORM REPORT-ONE-PROBLEM
               WHEN RSP-SCORE-TEXT(1:1) < "1"
                       OR RSP-SCORE-TEXT(1:1) > "5"
                       OR RSP-SCORE-TEXT(2:9) NOT = SPACES
                   MOVE "SCORE NOT 1 TO 5" TO PROBLEM-REASON
                   PERFORM REPORT-ONE-PROBLEM
               WHEN OTHER
                   MOVE RSP-ID-TEXT(1:6) TO RSP-CONTACT-ID
                   PERFORM CHECK-ALREADY-ANSWERED
                   IF ANSWERED-FOUND-FLAG = "Y"
                       ADD 1 TO ALREADY-COUNT
                   ELSE
                       PERFORM FIND-INVITATION
                       IF INVITE-FOUND-FLAG = "Y"
                           PERFORM STORE-ONE-RESPONSE
                       ELSE
                           MOVE "NO SURVEY WAS SENT FOR THIS CONTACT"
                               TO PROBLEM-REASON
                           PERFORM REPORT-ONE-PROBLEM
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-ALREADY-ANSWERED.
           MOVE "N" TO ANSWERED-FOUND-FLAG
           PERFORM VARYING ANSWERED-IDX FROM 1 BY 1
                   UNTIL ANSWERED-IDX > ANSWERED-COUNT
                   OR ANSWERED-FOUND-FLAG = "Y"
               IF ANSWERED-ID(ANSWERED-IDX) = RSP-CONTACT-ID
                   MOVE "Y" TO ANSWERED-FOUND-FLAG
               END-IF
           END-PERFORM
           IF ANSWERED-FOUND-FLAG = "N" AND ANSWERED-FULL-FLAG = "Y"
               PERFORM SCAN-RESULTS-FILE
           END-IF.

      *> The results file is open in extend mode for recording, so
      *> the scan flips it to input and back.
       SCAN-RESULTS-FILE.
           CLOSE RESULTS-FILE
           MOVE "N" TO RESULTS-EOF-FLAG
           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = 00
               DISPLAY "RESULTS-FILE scan open error, status "
                   RESULTS-STATUS
               MOVE "Y" TO RESULTS-EOF-FLAG
           END-IF
           PERFORM UNTIL RESULTS-EOF-FLAG = "Y"
                   OR ANSWERED-FOUND-FLAG = "Y"
               READ RESULTS-FILE
                   AT END
                       MOVE "Y" TO RESULTS-EOF-FLAG
                   NOT AT END
                       IF CSR-CONTACT-ID = RSP-CONTACT-ID
                           MOVE "Y" TO ANSWERED-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF RESULTS-STATUS NOT = 35
               CLOSE RESULTS-FILE
           END-IF
           OPEN EXTEND RESULTS-FILE
           IF RESULTS-STATUS NOT = 00
               DISPLAY "RESULTS-FILE reopen error, status "
                   RESULTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A night's file is a handful of lines, so each response looks
      *> its invitation up in the control file directly; SVY-REC is
      *> left holding the match.
       FIND-INVITATION.
           MOVE "N" TO INVITE-FOUND-FLAG
           MOVE "N" TO SURVEY-EOF-FLAG
           OPEN INPUT SURVEY-FILE
           IF SURVEY-STATUS NOT = 00
               IF SURVEY-STATUS NOT = 35
                   DISPLAY "SURVEY-FILE open error, status "
                       SURVEY-STATUS
               END-IF
           ELSE
               PERFORM UNTIL SURVEY-EOF-FLAG = "Y"
                       OR INVITE-FOUND-FLAG = "Y"
                   READ SURVEY-FILE
                       AT END
                           MOVE "Y" TO SURVEY-EOF-FLAG
                       NOT AT END
                           IF SVY-CONTACT-ID = RSP-CONTACT-ID
                               MOVE "Y" TO INVITE-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SURVEY-FILE
           END-IF.

       STORE-ONE-RESPONSE.
           MOVE SPACES TO CSR-REC
           MOVE RUN-DATE             TO CSR-IMPORT-DATE
           MOVE RSP-CONTACT-ID       TO CSR-CONTACT-ID
           MOVE RSP-SCORE-TEXT(1:1)  TO CSR-SCORE
           MOVE SVY-SENT-DATE        TO CSR-SENT-DATE
           MOVE SVY-DEPT             TO CSR-DEPT
           MOVE SVY-HANDLED-BY       TO CSR-HANDLED-BY
           MOVE RSP-COMMENT          TO CSR-COMMENT
           WRITE CSR-REC
           IF RESULTS-STATUS NOT = 00
               DISPLAY "RESULTS-FILE write error, status "
                   RESULTS-STATUS " for contact " RSP-CONTACT-ID
               MOVE "RESULTS FILE WRITE FAILED" TO PROBLEM-REASON
               PERFORM REPORT-ONE-PROBLEM
           ELSE
               ADD 1 TO ACCEPTED-COUNT
               IF ANSWERED-COUNT < MAX-ANSWERED-SIZE
                   ADD 1 TO ANSWERED-COUNT
                   MOVE RSP-CONTACT-ID TO ANSWERED-ID(ANSWERED-COUNT)
               ELSE
                   MOVE "Y" TO ANSWERED-FULL-FLAG
               END-IF
           END-IF.

       REPORT-ONE-PROBLEM.
           ADD 1 TO PROBLEM-COUNT
           MOVE SPACES TO PROBLEM-LINE
           MOVE RESPONSE-LINE TO PRB-RESPONSE-LINE
           MOVE PROBLEM-REASON TO PRB-REASON
           WRITE REPORT-LINE FROM PROBLEM-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCEPTED-COUNT TO TOT-ACCEPTED
           WRITE REPORT-LINE FROM TOTAL-LINE-1
           MOVE ALREADY-COUNT TO TOT-ALREADY
           WRITE REPORT-LINE FROM TOTAL-LINE-2
           MOVE PROBLEM-COUNT TO TOT-PROBLEM
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

       CLEANUP.
           IF RESPONSE-STATUS NOT = 35
               CLOSE RESPONSE-FILE
           END-IF
           CLOSE RESULTS-FILE
           CLOSE REPORT-FILE.
