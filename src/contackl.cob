      *> added today (by DATE-RECEIVED) and appends a personalized
      *> acknowledgment - customer name, CONTACT-ID as the reference
      *> number, the department the contact was routed to, and that
      *> department's expected response time with the actual date a
      *> reply is due (DEPT-SLA-DAYS business days on, counted past
      *> weekends and the CONTACTS_HOLIDAYS.DAT calendar) - to the
      *> spool file data/CONTACTS_LETTERS.SPL that the mail gateway
      *> sends out. "Today" is the business date CONTNITE exports,
      *> so a run after midnight still writes to that night's
      *> arrivals.
      *> Every acknowledged CONTACT-ID is recorded in
      *> data/CONTACTS_ACKED.CTL the moment its letter is spooled, so
      *> a rerun after an abend skips the customers already written
      *> and nobody gets the same letter twice. A contact whose
      *> address CONTBNCE has marked undeliverable gets no letter;
      *> it is listed in data/CONTACKL.OUT for its department to
      *> call instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACKED-STATUS.

      *> Undeliverable addresses (see UNDLREC): mail the gateway has
      *> hard-bounced is not sent to that address again.
           SELECT UNDELIV-FILE ASSIGN TO "data/CONTACTS_UNDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS UNDELIV-STATUS.

      *> Contacts withheld tonight, for the departments to call.
           SELECT REPORT-FILE ASSIGN TO "data/CONTACKL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

      *> Department master: the response time each letter quotes is
      *> the department's own wording from here, so a new desk gets
      *> its letters right without a code change.
               SHARING WITH ALL OTHER
               FILE STATUS IS DEPT-STATUS.

      *> Holiday calendar: weekdays that are not working days.
           SELECT HOLIDAY-FILE ASSIGN TO "data/CONTACTS_HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  HOLIDAY-FILE.
           COPY HOLIREC.

       FD  LETTER-FILE.
       01  LETTER-LINE            PIC X(100).

           05  FILLER             PIC X(01).
           05  ACKED-CONTACT-ID   PIC 9(06).

       FD  UNDELIV-FILE.
           COPY UNDLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS         PIC 99.
       77  LETTER-STATUS          PIC 99.
       77  EOF-FLAG               PIC X VALUE "N".
       77  ACKED-EOF-FLAG         PIC X VALUE "N".
       77  TODAY-DATE             PIC 9(08).
       77  TODAY-DATE-IN          PIC X(08).
       77  LETTER-COUNT           PIC 9(05) VALUE ZERO.
       77  SKIPPED-ACKED-COUNT    PIC 9(05) VALUE ZERO.
       77  ACKED-COUNT            PIC 9(05) VALUE ZERO.
       77  ACKED-FOUND-FLAG       PIC X.
       77  ACKED-TABLE-FULL-FLAG  PIC X VALUE "N".
       77  RESPONSE-TIME-TEXT     PIC X(20).
       77  REPLY-SLA-DAYS         PIC 9(02).
       77  REPLY-BY-DATE          PIC 9(08).
       77  REPLY-DAYS-COUNTED     PIC 9(02).
       77  DAY-SCAN-INTEGER       PIC 9(08).
       77  DAY-OF-WEEK-NO         PIC 9(01).
       77  LETTER-OK-FLAG         PIC X.

       77  DEPT-STATUS            PIC 99.
           05  DEPT-ENTRY OCCURS 10 TIMES.
               10  TBL-DEPT-CODE       PIC X(10).
               10  TBL-DEPT-RESPONSE   PIC X(20).
               10  TBL-DEPT-SLA        PIC 9(02).

      *> Holiday calendar, held as INTEGER-OF-DATE day numbers so a
      *> day in a business-day count is checked without conversion.
       77  HOLIDAY-STATUS         PIC 99.
       77  HOLIDAY-EOF-FLAG       PIC X VALUE "N".
       77  MAX-HOLIDAY-SIZE       PIC 9(03) VALUE 200.
       77  HOLIDAY-COUNT          PIC 9(03) VALUE ZERO.
       77  HOLIDAY-IDX            PIC 9(03).
       77  WORKING-DAY-FLAG       PIC X.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-INTEGER     PIC 9(08) OCCURS 200 TIMES.

       01  ACKED-ID-TABLE.
           05  ACKED-ID            PIC 9(06) OCCURS 500 TIMES.

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

       77  REPORT-STATUS          PIC 99.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(46) VALUE
               "ACKNOWLEDGMENTS WITHHELD - EMAIL UNDELIVERABLE".
           05  FILLER              PIC X(07) VALUE " AS OF ".
           05  HDG-TODAY-DATE      PIC 9(08).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(60) VALUE
               "NO LETTER WAS SENT: CALL THE CUSTOMER FOR A WORKING ADDRESS".

       01  HEADING-LINE-3.
           05  FILLER              PIC X(07) VALUE "ID".
           05  FILLER              PIC X(11) VALUE "DEPARTMENT".
           05  FILLER              PIC X(31) VALUE "NAME".
           05  FILLER              PIC X(05) VALUE "EMAIL".

       01  WITHHELD-LINE.
           05  WHL-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHL-DEPT            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHL-NAME            PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHL-EMAIL           PIC X(50).

       01  WITHHELD-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE "WITHHELD:".
           05  WTL-COUNT           PIC ZZ,ZZ9.

       01  LETTER-SEPARATOR-LINE.
           05  FILLER              PIC X(40) VALUE ALL "-".

       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM LOAD-ACKED-TABLE
           PERFORM LOAD-UNDELIV-TABLE
           PERFORM READ-CONTACT
           PERFORM UNTIL EOF-FLAG = "Y"
               IF DATE-RECEIVED = TODAY-DATE
               PERFORM READ-CONTACT
           END-PERFORM
           DISPLAY "Acknowledgments spooled: " LETTER-COUNT
               ", already acknowledged: " SKIPPED-ACKED-COUNT
               ", withheld (undeliverable): " WITHHELD-COUNT "."
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP
           STOP RUN.

       OPEN-FILES.
           MOVE SPACES TO TODAY-DATE-IN
           ACCEPT TODAY-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF TODAY-DATE-IN(1:8) IS NUMERIC
               MOVE TODAY-DATE-IN(1:8) TO TODAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           END-IF
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS = 35
               MOVE "Y" TO EOF-FLAG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TODAY-DATE TO HDG-TODAY-DATE
           WRITE REPORT-LINE FROM HEADING-LINE-1
           WRITE REPORT-LINE FROM HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADING-LINE-3
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-HOLIDAY-TABLE.

      *> Letters quote a department's committed response time, so a
      *> missing or empty master stops the run before any letter can
                           TO TBL-DEPT-CODE(DEPT-COUNT)
                       MOVE DEPT-RESPONSE-TEXT
                           TO TBL-DEPT-RESPONSE(DEPT-COUNT)
                       MOVE ZERO TO TBL-DEPT-SLA(DEPT-COUNT)
                       IF DEPT-SLA-DAYS IS NUMERIC
                           MOVE DEPT-SLA-DAYS
                               TO TBL-DEPT-SLA(DEPT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "Department table full, entry ignored: "
                           FUNCTION TRIM(DEPT-CODE)
                   MOVE "Y" TO ACKED-EOF-FLAG
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
      *> contact whose address is on the undeliverable list gets no
      *> acknowledgment at all. The list is by address, and the
      *> marker was almost always put there through an earlier
      *> contact - tonight's arrivals have had no letter to bounce -
      *> so the callback CONTBNCE added belongs to that contact and
      *> perhaps another department. Nobody has been told about this
      *> one, so it goes on data/CONTACKL.OUT under its own
      *> department for a call.
       ACKNOWLEDGE-ONE-CONTACT.
           PERFORM CHECK-ALREADY-ACKED
           IF ACKED-FOUND-FLAG = "Y"
               ADD 1 TO SKIPPED-ACKED-COUNT
           ELSE
               PERFORM CHECK-UNDELIVERABLE
               IF UNDELIV-FOUND-FLAG = "Y"
                   ADD 1 TO WITHHELD-COUNT
                   PERFORM WRITE-WITHHELD-LINE
               ELSE
                   PERFORM WRITE-ONE-LETTER
                   IF LETTER-OK-FLAG = "Y"
                       PERFORM RECORD-ACKED-ID
                   END-IF
               END-IF
           END-IF.


      *> Response times quoted from the department's own wording on
      *> the master; a contact whose department has since left the
      *> master still gets a letter, with a safe generic commitment
      *> and no date.
       RESOLVE-RESPONSE-TIME.
           MOVE ZERO TO DEPT-FOUND-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   MOVE DEPT-IDX TO DEPT-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE ZERO TO REPLY-BY-DATE
           IF DEPT-FOUND-IDX > ZERO
               MOVE TBL-DEPT-RESPONSE(DEPT-FOUND-IDX)
                   TO RESPONSE-TIME-TEXT
               MOVE TBL-DEPT-SLA(DEPT-FOUND-IDX) TO REPLY-SLA-DAYS
               IF REPLY-SLA-DAYS > ZERO
                   PERFORM COMPUTE-REPLY-BY-DATE
               END-IF
           ELSE
               MOVE "10 BUSINESS DAYS" TO RESPONSE-TIME-TEXT
           END-IF.

      *> The date promised is the day CONTAGE would first count the
      *> contact at its SLA: the DEPT-SLA-DAYS-th working day after
      *> DATE-RECEIVED. A date that cannot be read leaves the letter
      *> with the department's wording alone.
       COMPUTE-REPLY-BY-DATE.
           IF DATE-RECEIVED >= 16010101 AND DATE-RECEIVED <= 99991231
               MOVE FUNCTION INTEGER-OF-DATE(DATE-RECEIVED)
                   TO DAY-SCAN-INTEGER
               IF DAY-SCAN-INTEGER > ZERO
                   MOVE ZERO TO REPLY-DAYS-COUNTED
                   PERFORM UNTIL REPLY-DAYS-COUNTED >= REPLY-SLA-DAYS
                       ADD 1 TO DAY-SCAN-INTEGER
                       PERFORM CHECK-WORKING-DAY
                       IF WORKING-DAY-FLAG = "Y"
                           ADD 1 TO REPLY-DAYS-COUNTED
                       END-IF
                   END-PERFORM
                   MOVE FUNCTION DATE-OF-INTEGER(DAY-SCAN-INTEGER)
                       TO REPLY-BY-DATE
               END-IF
           END-IF.

      *> Without the calendar a business day is simply a weekday, as
      *> it always was; that is worth a warning, not a stopped run.
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-STATUS NOT = 00
               MOVE "Y" TO HOLIDAY-EOF-FLAG
               IF HOLIDAY-STATUS = 35
                   DISPLAY "No data/CONTACTS_HOLIDAYS.DAT; counting "
                       "weekdays as business days."
               ELSE
                   DISPLAY "HOLIDAY-FILE open error, status "
                       HOLIDAY-STATUS "; counting weekdays as "
                       "business days."
               END-IF
           END-IF
           PERFORM READ-HOLIDAY-RECORD
           PERFORM UNTIL HOLIDAY-EOF-FLAG = "Y"
               IF HOL-DATE IS NUMERIC
                       AND HOL-DATE >= 16010101 AND HOL-DATE <= 99991231
                       AND FUNCTION INTEGER-OF-DATE(HOL-DATE) > ZERO
                   IF HOLIDAY-COUNT < MAX-HOLIDAY-SIZE
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE FUNCTION INTEGER-OF-DATE(HOL-DATE)
                           TO HOLIDAY-INTEGER(HOLIDAY-COUNT)
                   ELSE
                       DISPLAY "Holiday table full, entry ignored: "
                           HOL-DATE
                   END-IF
               END-IF
               PERFORM READ-HOLIDAY-RECORD
           END-PERFORM
           IF HOLIDAY-STATUS NOT = 35
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RECORD.
           IF HOLIDAY-EOF-FLAG NOT = "Y"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "Y" TO HOLIDAY-EOF-FLAG
               END-READ
           END-IF.

      *> Sets WORKING-DAY-FLAG for the day number in DAY-SCAN-INTEGER.
      *> INTEGER-OF-DATE day 1 is Monday 1601-01-01, so REM(integer,
      *> 7) of 1-5 is Monday-Friday; a weekday is then a working day
      *> unless the calendar names it.
       CHECK-WORKING-DAY.
           COMPUTE DAY-OF-WEEK-NO = FUNCTION REM(DAY-SCAN-INTEGER, 7)
           IF DAY-OF-WEEK-NO >= 1 AND DAY-OF-WEEK-NO <= 5
               MOVE "Y" TO WORKING-DAY-FLAG
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                       UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                       OR WORKING-DAY-FLAG = "N"
                   IF HOLIDAY-INTEGER(HOLIDAY-IDX) = DAY-SCAN-INTEGER
                       MOVE "N" TO WORKING-DAY-FLAG
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO WORKING-DAY-FLAG
           END-IF.

      *> Letter text goes to customers, so the lines are built with
      *> the fields trimmed rather than in fixed columns.
      *> Each line goes out through WRITE-LETTER-LINE, which stops
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF REPLY-BY-DATE > ZERO
               STRING "YOU CAN EXPECT A REPLY WITHIN "
                       FUNCTION TRIM(RESPONSE-TIME-TEXT)
                       ", BY " REPLY-BY-DATE "."
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
           ELSE
               STRING "YOU CAN EXPECT A REPLY WITHIN "
                       FUNCTION TRIM(RESPONSE-TIME-TEXT) "."
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
           END-IF
           PERFORM WRITE-LETTER-LINE
           MOVE LETTER-SEPARATOR-LINE TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
               END-IF
           END-IF.

       WRITE-WITHHELD-LINE.
           MOVE SPACES TO WITHHELD-LINE
           MOVE CONTACT-ID   TO WHL-CONTACT-ID
           MOVE CONTACT-TYPE TO WHL-DEPT
           MOVE NAME-FIELD   TO WHL-NAME
           MOVE EMAIL-FIELD  TO WHL-EMAIL
           WRITE REPORT-LINE FROM WITHHELD-LINE.

       WRITE-REPORT-TRAILER.
           IF WITHHELD-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WITHHELD-COUNT TO WTL-COUNT
           WRITE REPORT-LINE FROM WITHHELD-TOTAL-LINE.

       RECORD-ACKED-ID.
           MOVE SPACES TO ACKED-REC
           MOVE TODAY-DATE TO ACKED-DATE
               CLOSE CONTACT-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE ACKED-FILE
           CLOSE REPORT-FILE.
