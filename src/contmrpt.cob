      *> before it, side by side, this computes by CONTACT-TYPE:
      *>   - volumes received,
      *>   - resolutions, with average and worst days from
      *>     DATE-RECEIVED to RESOLUTION-DATE, in calendar days and
      *>     in business days (weekends and the holidays on the
      *>     CONTACTS_HOLIDAYS.DAT calendar left out),
      *>   - contacts still open at month-end;
      *> plus resolutions per HANDLED-BY operator, and quarantine and
      *> batch-reject counts and rates from CONTACTS_QUARANTINE.DAT
               SHARING WITH ALL OTHER
               FILE STATUS IS DEPT-STATUS.

      *> Holiday calendar: weekdays that are not working days.
           SELECT HOLIDAY-FILE ASSIGN TO "data/CONTACTS_HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "data/CONTACTS_QUARANTINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  HOLIDAY-FILE.
           COPY HOLIREC.

      *> Only the quarantine date matters here; the rest of the
      *> quarantine record rides in the FILLER.
       FD  QUARANTINE-FILE.
       77  RECEIVED-INTEGER       PIC 9(08).
       77  RESOLVED-INTEGER       PIC 9(08).
       77  DAYS-TO-RESOLVE        PIC S9(05).
       77  BUS-DAYS-TO-RESOLVE    PIC 9(05).
       77  DAY-SCAN-INTEGER       PIC 9(08).
       77  DAY-OF-WEEK-NO         PIC 9(01).
       77  SKIPPED-COUNT          PIC 9(05) VALUE ZERO.
       77  AVG-DAYS               PIC 9(04)V9.
       77  AVG-BUS-DAYS           PIC 9(04)V9.

      *> Department master table, loaded at startup.
       77  MAX-DEPT-SIZE          PIC 9(02) VALUE 10.
           05  DEPT-ENTRY OCCURS 10 TIMES.
               10  TBL-DEPT-CODE       PIC X(10).

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

      *> Metrics: month 1 is the report month, month 2 the prior
      *> month, so every section prints the two side by side.
       01  METRIC-TABLE.
                   15  MTR-RESOLVED    PIC 9(05) VALUE ZERO.
                   15  MTR-DAYS-SUM    PIC 9(07) VALUE ZERO.
                   15  MTR-WORST-DAYS  PIC 9(05) VALUE ZERO.
                   15  MTR-BUS-DAYS-SUM PIC 9(07) VALUE ZERO.
                   15  MTR-WORST-BUS   PIC 9(05) VALUE ZERO.
                   15  MTR-OPEN-END    PIC 9(05) VALUE ZERO.

       01  MONTH-TOTALS.
           05  FILLER              PIC X(10) VALUE "RECEIVED".
           05  FILLER              PIC X(10) VALUE "RESOLVED".
           05  FILLER              PIC X(10) VALUE "AVG DAYS".
           05  FILLER              PIC X(10) VALUE "AVG BUS".
           05  FILLER              PIC X(10) VALUE "WORST".
           05  FILLER              PIC X(10) VALUE "WORST BUS".
           05  FILLER              PIC X(12) VALUE "OPEN AT END".

       01  TYPE-DETAIL.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TDL-AVG-DAYS        PIC ZZZ9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TDL-AVG-BUS         PIC ZZZ9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TDL-WORST           PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TDL-WORST-BUS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  TDL-OPEN-END        PIC ZZ,ZZ9.


       OPEN-FILES.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-HOLIDAY-TABLE
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS = 35
               MOVE "Y" TO EOF-FLAG
                   MOVE DAYS-TO-RESOLVE
                       TO MTR-WORST-DAYS(MONTH-IDX, TYPE-IDX)
               END-IF
               PERFORM COUNT-BUSINESS-DAYS
               ADD BUS-DAYS-TO-RESOLVE
                   TO MTR-BUS-DAYS-SUM(MONTH-IDX, TYPE-IDX)
               IF BUS-DAYS-TO-RESOLVE
                       > MTR-WORST-BUS(MONTH-IDX, TYPE-IDX)
                   MOVE BUS-DAYS-TO-RESOLVE
                       TO MTR-WORST-BUS(MONTH-IDX, TYPE-IDX)
               END-IF
           END-IF
           PERFORM TALLY-OPERATOR.

      *> Business days counted as CONTAGE counts SLA age: working days
      *> strictly after DATE-RECEIVED up to and including the
      *> RESOLUTION-DATE, so the two reports agree on a contact.
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO BUS-DAYS-TO-RESOLVE
           COMPUTE DAY-SCAN-INTEGER = RECEIVED-INTEGER + 1
           PERFORM UNTIL DAY-SCAN-INTEGER > RESOLVED-INTEGER
               PERFORM CHECK-WORKING-DAY
               IF WORKING-DAY-FLAG = "Y"
                   ADD 1 TO BUS-DAYS-TO-RESOLVE
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

       TALLY-OPERATOR.
           MOVE "N" TO OPR-FOUND-FLAG
           PERFORM VARYING OPR-IDX FROM 1 BY 1
               MOVE ZERO TO AVG-DAYS
           END-IF
           MOVE AVG-DAYS TO TDL-AVG-DAYS
           IF MTR-RESOLVED(MONTH-IDX, TYPE-IDX) > ZERO
               COMPUTE AVG-BUS-DAYS ROUNDED
                   = MTR-BUS-DAYS-SUM(MONTH-IDX, TYPE-IDX)
                   / MTR-RESOLVED(MONTH-IDX, TYPE-IDX)
           ELSE
               MOVE ZERO TO AVG-BUS-DAYS
           END-IF
           MOVE AVG-BUS-DAYS TO TDL-AVG-BUS
           MOVE MTR-WORST-DAYS(MONTH-IDX, TYPE-IDX) TO TDL-WORST
           MOVE MTR-WORST-BUS(MONTH-IDX, TYPE-IDX) TO TDL-WORST-BUS
           MOVE MTR-OPEN-END(MONTH-IDX, TYPE-IDX) TO TDL-OPEN-END
           WRITE REPORT-LINE FROM TYPE-DETAIL.

