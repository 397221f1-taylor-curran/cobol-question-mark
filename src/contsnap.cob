       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSNAP.

      *> Nightly end-of-day backlog snapshot. CONTACTS.DAT holds only
      *> current state, so yesterday's backlog is gone by morning;
      *> this step appends one line per department to
      *> data/CONTACTS_SNAPSHOT.DAT (see SNAPREC) for the business
      *> date CONTNITE is running: open contacts by state and by
      *> priority, how many are past the department's SLA, and the
      *> day's arrivals, resolutions and closures. CONTTRND reads the
      *> history back as a trend. SLA age is counted in business days
      *> against the CONTACTS_HOLIDAYS.DAT calendar exactly as CONTAGE
      *> counts it, so the snapshot's breach count agrees with that
      *> night's escalation extract. Every department on the master
      *> gets a line, even with nothing open, so a quiet day shows as
      *> a zero rather than a gap.

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

           SELECT SNAPSHOT-FILE ASSIGN TO "data/CONTACTS_SNAPSHOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS SNAPSHOT-STATUS.

      *> Department master: the department list and each department's
      *> SLA threshold.
           SELECT DEPT-FILE ASSIGN TO "data/CONTACTS_DEPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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
           COPY CONTACTREC.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  HOLIDAY-FILE.
           COPY HOLIREC.

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS         PIC 99.
       77  SNAPSHOT-STATUS        PIC 99.
       77  EOF-FLAG               PIC X VALUE "N".
       77  TODAY-DATE             PIC 9(08).
       77  TODAY-DATE-IN          PIC X(08).
       77  TODAY-INTEGER          PIC 9(08).
       77  TODAY-DAY-TYPE         PIC X(01).
       77  RECEIVED-INTEGER       PIC 9(08).
       77  BUSINESS-AGE-DAYS      PIC 9(05).
       77  DAY-SCAN-INTEGER       PIC 9(08).
       77  DAY-OF-WEEK-NO         PIC 9(01).
       77  OPEN-COUNT             PIC 9(05) VALUE ZERO.
       77  BREACH-COUNT           PIC 9(05) VALUE ZERO.
       77  SKIPPED-COUNT          PIC 9(05) VALUE ZERO.
       77  LINE-COUNT             PIC 9(05) VALUE ZERO.
       77  TYPE-IDX               PIC 9(02).
       77  PRIORITY-IDX           PIC 9(01).

      *> Department master table with the day's counts alongside.
       77  DEPT-STATUS            PIC 99.
       77  MAX-DEPT-SIZE          PIC 9(02) VALUE 10.
       77  DEPT-COUNT             PIC 9(02) VALUE ZERO.
       77  DEPT-IDX               PIC 9(02).
       77  DEPT-EOF-FLAG          PIC X VALUE "N".
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 10 TIMES.
               10  TBL-DEPT-CODE       PIC X(10).
               10  TBL-DEPT-SLA        PIC 9(02).
               10  TBL-OPEN-NEW        PIC 9(05).
               10  TBL-OPEN-IN-PROGRESS PIC 9(05).
               10  TBL-OPEN-PRIORITY   PIC 9(05) OCCURS 4 TIMES.
               10  TBL-BREACHED        PIC 9(05).
               10  TBL-ARRIVED         PIC 9(05).
               10  TBL-RESOLVED        PIC 9(05).
               10  TBL-CLOSED          PIC 9(05).

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

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO TODAY-DATE-IN
           ACCEPT TODAY-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF TODAY-DATE-IN(1:8) IS NUMERIC
               MOVE TODAY-DATE-IN(1:8) TO TODAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(TODAY-DATE) TO TODAY-INTEGER
           PERFORM OPEN-FILES
           MOVE TODAY-INTEGER TO DAY-SCAN-INTEGER
           PERFORM CHECK-WORKING-DAY
           IF WORKING-DAY-FLAG = "Y"
               MOVE "W" TO TODAY-DAY-TYPE
           ELSE
               MOVE "N" TO TODAY-DAY-TYPE
           END-IF
           PERFORM READ-CONTACT
           PERFORM UNTIL EOF-FLAG = "Y"
               PERFORM COUNT-ONE-CONTACT
               PERFORM READ-CONTACT
           END-PERFORM
           PERFORM WRITE-SNAPSHOT-LINES
           DISPLAY "Backlog snapshot for " TODAY-DATE " written: "
               LINE-COUNT " department(s), " OPEN-COUNT " open, "
               BREACH-COUNT " past SLA."
           IF SKIPPED-COUNT > ZERO
               DISPLAY SKIPPED-COUNT " open contact(s) skipped (bad "
                   "date or department not on the master)."
           END-IF
           PERFORM CLEANUP
           STOP RUN.

       OPEN-FILES.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-HOLIDAY-TABLE
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
           OPEN EXTEND SNAPSHOT-FILE
           IF SNAPSHOT-STATUS = 35
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF
           IF SNAPSHOT-STATUS NOT = 00
               DISPLAY "SNAPSHOT-FILE open error, status " SNAPSHOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Without the department master there is nothing to snapshot
      *> by, so a missing or empty file stops the step.
       LOAD-DEPARTMENT-TABLE.
           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS NOT = 00
               DISPLAY "DEPT-FILE open error, status " DEPT-STATUS
               DISPLAY "data/CONTACTS_DEPTS.DAT is required; one line "
                   "per department (see the DEPTREC layout)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-DEPT-RECORD
           PERFORM UNTIL DEPT-EOF-FLAG = "Y"
               IF FUNCTION LENGTH(FUNCTION TRIM(DEPT-CODE)) > 0
                   IF DEPT-COUNT < MAX-DEPT-SIZE
                       ADD 1 TO DEPT-COUNT
                       INITIALIZE DEPT-ENTRY(DEPT-COUNT)
                       MOVE FUNCTION UPPER-CASE(DEPT-CODE)
                           TO TBL-DEPT-CODE(DEPT-COUNT)
                       MOVE DEPT-SLA-DAYS TO TBL-DEPT-SLA(DEPT-COUNT)
                   ELSE
                       DISPLAY "Department table full, entry ignored: "
                           FUNCTION TRIM(DEPT-CODE)
                   END-IF
               END-IF
               PERFORM READ-DEPT-RECORD
           END-PERFORM
           CLOSE DEPT-FILE
           IF DEPT-COUNT = ZERO
               DISPLAY "data/CONTACTS_DEPTS.DAT has no departments; "
                   "nothing to snapshot."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE "Y" TO DEPT-EOF-FLAG
           END-READ.

      *> A snapshot missing part of the file would be worse than a
      *> failed step: the history cannot be corrected afterwards. A
      *> locked record therefore fails the step, and the morning
      *> rerun takes the snapshot again.
       READ-CONTACT.
           IF EOF-FLAG NOT = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
               IF CONTACT-STATUS = 51
                   DISPLAY "A record is in use by another operator; "
                       "no snapshot written, rerun the step."
                   MOVE 8 TO RETURN-CODE
                   PERFORM CLEANUP
                   STOP RUN
               END-IF
           END-IF.

      *> Arrivals and dispositions are counted whatever the state now
      *> is; only open contacts go into the backlog and breach counts.
       COUNT-ONE-CONTACT.
           PERFORM RESOLVE-TYPE-INDEX
           IF TYPE-IDX > ZERO
               IF DATE-RECEIVED = TODAY-DATE
                   ADD 1 TO TBL-ARRIVED(TYPE-IDX)
               END-IF
               IF RESOLUTION-DATE = TODAY-DATE
                   IF STATE-RESOLVED
                       ADD 1 TO TBL-RESOLVED(TYPE-IDX)
                   END-IF
                   IF STATE-CLOSED
                       ADD 1 TO TBL-CLOSED(TYPE-IDX)
                   END-IF
               END-IF
           END-IF
           IF STATE-OPEN
               PERFORM COUNT-OPEN-CONTACT
           END-IF.

      *> INTEGER-OF-DATE returns zero for a date that is in range but
      *> not on the calendar; those are skipped, as CONTAGE skips them.
       COUNT-OPEN-CONTACT.
           MOVE ZERO TO RECEIVED-INTEGER
           IF DATE-RECEIVED >= 16010101 AND DATE-RECEIVED <= 99991231
               MOVE FUNCTION INTEGER-OF-DATE(DATE-RECEIVED)
                   TO RECEIVED-INTEGER
           END-IF
           IF TYPE-IDX = ZERO OR RECEIVED-INTEGER = ZERO
               ADD 1 TO SKIPPED-COUNT
           ELSE
               ADD 1 TO OPEN-COUNT
               IF STATE-IN-PROGRESS
                   ADD 1 TO TBL-OPEN-IN-PROGRESS(TYPE-IDX)
               ELSE
                   ADD 1 TO TBL-OPEN-NEW(TYPE-IDX)
               END-IF
               PERFORM RESOLVE-PRIORITY-INDEX
               ADD 1 TO TBL-OPEN-PRIORITY(TYPE-IDX, PRIORITY-IDX)
               PERFORM COMPUTE-BUSINESS-AGE
               IF BUSINESS-AGE-DAYS > TBL-DEPT-SLA(TYPE-IDX)
                   ADD 1 TO TBL-BREACHED(TYPE-IDX)
                   ADD 1 TO BREACH-COUNT
               END-IF
           END-IF.

       RESOLVE-TYPE-INDEX.
           MOVE ZERO TO TYPE-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR TYPE-IDX > ZERO
               IF TBL-DEPT-CODE(DEPT-IDX) = CONTACT-TYPE
                   MOVE DEPT-IDX TO TYPE-IDX
               END-IF
           END-PERFORM.

      *> Contacts written before priorities existed carry zero and
      *> are counted as normal (3), matching the work-off order.
       RESOLVE-PRIORITY-INDEX.
           IF CONTACT-PRIORITY >= 1 AND CONTACT-PRIORITY <= 4
               MOVE CONTACT-PRIORITY TO PRIORITY-IDX
           ELSE
               MOVE 3 TO PRIORITY-IDX
           END-IF.

      *> Age in business days: working days strictly after
      *> DATE-RECEIVED up to and including today, as CONTAGE ages.
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

      *> Without the calendar a business day is simply a weekday;
      *> that is worth a warning, not a stopped run.
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

      *> The record is blanked first: VALUE clauses on FILLER items in
      *> the FILE SECTION do not initialize the record buffer, and a
      *> line-sequential WRITE rejects control characters (status 71).
       WRITE-SNAPSHOT-LINES.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE SPACES TO SNAPSHOT-REC
               MOVE TODAY-DATE              TO SNP-BUS-DATE
               MOVE TODAY-DAY-TYPE          TO SNP-DAY-TYPE
               MOVE TBL-DEPT-CODE(DEPT-IDX) TO SNP-DEPT
               COMPUTE SNP-OPEN-TOTAL = TBL-OPEN-NEW(DEPT-IDX)
                   + TBL-OPEN-IN-PROGRESS(DEPT-IDX)
               MOVE TBL-OPEN-NEW(DEPT-IDX)  TO SNP-OPEN-NEW
               MOVE TBL-OPEN-IN-PROGRESS(DEPT-IDX)
                   TO SNP-OPEN-IN-PROGRESS
               PERFORM VARYING PRIORITY-IDX FROM 1 BY 1
                       UNTIL PRIORITY-IDX > 4
                   MOVE TBL-OPEN-PRIORITY(DEPT-IDX, PRIORITY-IDX)
                       TO SNP-OPEN-PRIORITY(PRIORITY-IDX)
               END-PERFORM
               MOVE TBL-BREACHED(DEPT-IDX)  TO SNP-BREACHED
               MOVE TBL-ARRIVED(DEPT-IDX)   TO SNP-ARRIVED
               MOVE TBL-RESOLVED(DEPT-IDX)  TO SNP-RESOLVED
               MOVE TBL-CLOSED(DEPT-IDX)    TO SNP-CLOSED
               MOVE FUNCTION CURRENT-DATE   TO SNP-TIMESTAMP
               WRITE SNAPSHOT-REC
               IF SNAPSHOT-STATUS NOT = 00
                   DISPLAY "Snapshot write error, status "
                       SNAPSHOT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO LINE-COUNT
               END-IF
           END-PERFORM.

       CLEANUP.
           CLOSE CONTACT-FILE
           CLOSE SNAPSHOT-FILE.
