      *> 8-30, over 30), broken out by CONTACT-TYPE and by priority
      *> within each type, and writes an
      *> escalation extract of every open contact older than its
      *> department's SLA threshold (business days: weekends and the
      *> holidays on the CONTACTS_HOLIDAYS.DAT calendar skipped) for
      *> the supervisors to action. Resolved and closed contacts are
      *> excluded from the buckets and reported only as a count.
      *> Ages run to the business date CONTNITE exports, so a run
      *> after midnight still reports the night it belongs to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       77  ESCALATION-STATUS      PIC 99.
       77  EOF-FLAG               PIC X VALUE "N".
       77  TODAY-DATE             PIC 9(08).
       77  TODAY-DATE-IN          PIC X(08).
       77  TODAY-INTEGER          PIC 9(08).
       77  RECEIVED-INTEGER       PIC 9(08).
       77  AGE-DAYS               PIC S9(05).
               10  TBL-DEPT-CODE       PIC X(10).
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

      *> Buckets are broken out by priority within each department,
      *> so supervisors can see which urgent items are sliding.
       01  AGE-BUCKET-TABLE.
               "CONTACT AGING REPORT".
           05  FILLER              PIC X(10) VALUE "AS OF ".
           05  HDG-TODAY           PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HDG-DAY-NOTE        PIC X(17).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(12) VALUE "TYPE".

       MAIN-LOGIC.
           PERFORM OPEN-FILES
           MOVE SPACES TO TODAY-DATE-IN
           ACCEPT TODAY-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF TODAY-DATE-IN(1:8) IS NUMERIC
               MOVE TODAY-DATE-IN(1:8) TO TODAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(TODAY-DATE) TO TODAY-INTEGER
           PERFORM READ-CONTACT
           PERFORM UNTIL EOF-FLAG = "Y"

       OPEN-FILES.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-HOLIDAY-TABLE
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS = 35
               MOVE "Y" TO EOF-FLAG
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE.

      *> Age in business days: working days strictly after
      *> DATE-RECEIVED up to and including today, so the morning
      *> after a bank holiday shows no breach the holiday caused.
       COMPUTE-BUSINESS-AGE.
           MOVE ZERO TO BUSINESS-AGE-DAYS
           COMPUTE DAY-SCAN-INTEGER = RECEIVED-INTEGER + 1
           PERFORM UNTIL DAY-SCAN-INTEGER > TODAY-INTEGER
               PERFORM CHECK-WORKING-DAY
               IF WORKING-DAY-FLAG = "Y"
                   ADD 1 TO BUSINESS-AGE-DAYS
               END-IF
               ADD 1 TO DAY-SCAN-INTEGER
           END-PERFORM.

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

       CHECK-SLA-BREACH.
           MOVE TBL-DEPT-SLA(TYPE-IDX) TO SLA-THRESHOLD
           PERFORM COMPUTE-BUSINESS-AGE

       WRITE-AGING-REPORT.
           MOVE TODAY-DATE TO HDG-TODAY
           MOVE TODAY-INTEGER TO DAY-SCAN-INTEGER
           PERFORM CHECK-WORKING-DAY
           IF WORKING-DAY-FLAG = "Y"
               MOVE SPACES TO HDG-DAY-NOTE
           ELSE
               MOVE "(NON-WORKING DAY)" TO HDG-DAY-NOTE
           END-IF
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
