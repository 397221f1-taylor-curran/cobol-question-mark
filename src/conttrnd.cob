       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTTRND.

      *> Backlog trend report over data/CONTACTS_SNAPSHOT.DAT, the
      *> end-of-day history CONTSNAP appends each night. For a chosen
      *> date range (two weeks by default) every department gets one
      *> line per day: the open backlog, its change on the previous
      *> snapshot, the day's arrivals, dispositions and net inflow,
      *> the SLA breaches, and the change on the same day a week
      *> earlier. A department whose backlog has risen on
      *> GROWTH-RUN-LIMIT snapshots running is flagged on the line and
      *> listed again at the end, so "was Billing growing all last
      *> week?" is answered on one page. Growth is counted from the
      *> week before the range as well, so a run that was already
      *> under way on the first day is not missed. A date snapshotted
      *> twice counts its later lines. Written to data/CONTTRND.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "data/CONTACTS_SNAPSHOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS SNAPSHOT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTTRND.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       77  SNAPSHOT-STATUS        PIC 99.
       77  REPORT-STATUS          PIC 99.
       77  EOF-FLAG               PIC X VALUE "N".
       77  DATE-IN                PIC X(08).
       77  FROM-DATE              PIC 9(08).
       77  TO-DATE                PIC 9(08).
       77  FROM-INTEGER           PIC 9(08).
       77  TO-INTEGER             PIC 9(08).
       77  LOAD-FROM-INTEGER      PIC 9(08).
       77  SNAP-INTEGER           PIC 9(08).
       77  DAY-SLOT-COUNT         PIC 9(03).
       77  FIRST-RANGE-SLOT       PIC 9(03).
       77  SLOT-IDX               PIC 9(03).
       77  PREV-SLOT              PIC 9(03).
       77  WEEK-AGO-SLOT          PIC 9(03).
       77  SNAPSHOT-LINES         PIC 9(05) VALUE ZERO.
       77  GROWING-DEPT-COUNT     PIC 9(02) VALUE ZERO.

      *> The range is capped so the day table stays fixed: 92 days
      *> (a quarter) plus the week before it for the comparisons.
       77  MAX-RANGE-DAYS         PIC 9(03) VALUE 92.
       77  LOOKBACK-DAYS          PIC 9(01) VALUE 7.
      *> Snapshots in a row on which the backlog rose before a
      *> department is flagged.
       77  GROWTH-RUN-LIMIT       PIC 9(02) VALUE 3.
       77  GROWTH-RUN             PIC 9(03).
       77  GROWTH-RUN-TEXT        PIC ZZ9.
       77  LONGEST-RUN            PIC 9(03).
       77  LONGEST-RUN-END        PIC 9(08).
       77  DEPT-FLAGGED-FLAG      PIC X.

      *> Period totals for the department being printed.
       77  PERIOD-FIRST-BACKLOG   PIC 9(05).
       77  PERIOD-LAST-BACKLOG    PIC 9(05).
       77  PERIOD-ARRIVED         PIC 9(07).
       77  PERIOD-DISPOSED        PIC 9(07).
       77  PERIOD-DAYS            PIC 9(03).
       77  DAY-DISPOSED           PIC 9(05).

      *> Departments as they appear in the history, so a retired or
      *> new department needs no code change; each has a slot per
      *> day from the lookback start to the end of the range.
       77  MAX-DEPT-SIZE          PIC 9(02) VALUE 20.
       77  DEPT-COUNT             PIC 9(02) VALUE ZERO.
       77  DEPT-IDX               PIC 9(02).
       77  FOUND-FLAG             PIC X.
       01  TREND-TABLE.
           05  TREND-DEPT-ENTRY OCCURS 20 TIMES.
               10  TBL-DEPT-CODE       PIC X(10).
               10  TBL-DAY-ENTRY OCCURS 100 TIMES.
                   15  TBL-PRESENT     PIC X(01).
                   15  TBL-DAY-TYPE    PIC X(01).
                   15  TBL-BACKLOG     PIC 9(05).
                   15  TBL-ARRIVED     PIC 9(05).
                   15  TBL-DISPOSED    PIC 9(05).
                   15  TBL-BREACHED    PIC 9(05).

      *> One line per flagged department for the closing summary.
       01  GROWING-TABLE.
           05  GROWING-ENTRY OCCURS 20 TIMES.
               10  GRW-DEPT            PIC X(10).
               10  GRW-LONGEST-RUN     PIC 9(03).
               10  GRW-RUN-END         PIC 9(08).
               10  GRW-STILL-FLAG      PIC X(01).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(30)
               VALUE "BACKLOG TREND REPORT".
           05  FILLER              PIC X(05) VALUE "FROM ".
           05  HDG-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  HDG-TO-DATE         PIC 9(08).

       01  DEPT-HEADING-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT: ".
           05  DHL-DEPT            PIC X(10).

       01  COLUMN-LINE.
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(04) VALUE "DAY".
           05  FILLER              PIC X(08) VALUE " BACKLOG".
           05  FILLER              PIC X(08) VALUE "  CHANGE".
           05  FILLER              PIC X(08) VALUE " ARRIVED".
           05  FILLER              PIC X(08) VALUE "    DONE".
           05  FILLER              PIC X(08) VALUE "  NET IN".
           05  FILLER              PIC X(08) VALUE "  BREACH".
           05  FILLER              PIC X(08) VALUE "   VS WK".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "FLAG".

       01  DAY-LINE.
           05  DAY-DATE            PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DAY-TYPE-TEXT       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DAY-BACKLOG         PIC ZZZZ,ZZ9.
           05  DAY-CHANGE          PIC ----,--9.
           05  DAY-ARRIVED         PIC ZZZZ,ZZ9.
           05  DAY-DONE            PIC ZZZZ,ZZ9.
           05  DAY-NET             PIC ----,--9.
           05  DAY-BREACHED        PIC ZZZZ,ZZ9.
           05  DAY-WEEK-CHANGE     PIC ----,--9.
           05  DAY-WEEK-NONE REDEFINES DAY-WEEK-CHANGE PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DAY-FLAG            PIC X(20).

       01  NO-SNAPSHOT-LINE.
           05  NSL-DATE            PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30)
               VALUE "(NO SNAPSHOT FOR THIS DATE)".

       01  PERIOD-LINE.
           05  FILLER              PIC X(18) VALUE "  PERIOD BACKLOG ".
           05  PRL-FIRST           PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE " TO ".
           05  PRL-LAST            PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE ", ARRIVED ".
           05  PRL-ARRIVED         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(07) VALUE ", DONE ".
           05  PRL-DISPOSED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE ", NET IN ".
           05  PRL-NET             PIC -,---,--9.

       01  NO-PERIOD-LINE.
           05  FILLER              PIC X(40)
               VALUE "  NO SNAPSHOTS IN THE RANGE".

       01  GROWING-HEADER-LINE.
           05  FILLER              PIC X(45)
               VALUE "DEPARTMENTS WITH A GROWING BACKLOG (RISING ON".
           05  GHL-LIMIT           PIC Z9.
           05  FILLER              PIC X(30)
               VALUE " OR MORE SNAPSHOTS RUNNING)".

       01  GROWING-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "DEPARTMENT".
           05  FILLER              PIC X(13) VALUE "LONGEST RUN".
           05  FILLER              PIC X(12) VALUE "RUN ENDED".
           05  FILLER              PIC X(20) VALUE "NOW".

       01  GROWING-LINE.
           05  GRL-DEPT            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GRL-LONGEST-RUN     PIC ZZ9.
           05  FILLER              PIC X(10) VALUE " DAYS".
           05  GRL-RUN-END         PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  GRL-NOW             PIC X(20).

       01  NONE-GROWING-LINE.
           05  FILLER              PIC X(40) VALUE "  NONE".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "*** Backlog Trend Report ***".
           PERFORM GET-DATE-RANGE
           PERFORM OPEN-FILES
           PERFORM READ-SNAPSHOT
           PERFORM UNTIL EOF-FLAG = "Y"
               PERFORM LOAD-ONE-SNAPSHOT
               PERFORM READ-SNAPSHOT
           END-PERFORM
           PERFORM WRITE-TREND-REPORT
           DISPLAY "Report complete, " DEPT-COUNT " department(s), "
               GROWING-DEPT-COUNT " with a growing backlog; report in "
               "data/CONTTRND.OUT."
           PERFORM CLEANUP
           STOP RUN.

      *> The range ends on the business date CONTNITE exports (today
      *> when run by hand) and starts two weeks back, unless given.
       GET-DATE-RANGE.
           MOVE SPACES TO DATE-IN
           DISPLAY "Range to YYYYMMDD (blank = business date): "
               WITH NO ADVANCING
           ACCEPT DATE-IN
           IF DATE-IN(1:8) IS NOT NUMERIC
               MOVE SPACES TO DATE-IN
               ACCEPT DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           END-IF
           IF DATE-IN(1:8) IS NUMERIC
               MOVE DATE-IN(1:8) TO TO-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TO-DATE
           END-IF
           IF TO-DATE < 16010101
                   OR FUNCTION INTEGER-OF-DATE(TO-DATE) = ZERO
               DISPLAY "Range end " TO-DATE " is not a date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(TO-DATE) TO TO-INTEGER
           MOVE SPACES TO DATE-IN
           DISPLAY "Range from YYYYMMDD (blank = two weeks before): "
               WITH NO ADVANCING
           ACCEPT DATE-IN
           IF DATE-IN(1:8) IS NUMERIC
               MOVE DATE-IN(1:8) TO FROM-DATE
           ELSE
               COMPUTE FROM-INTEGER = TO-INTEGER - 13
               MOVE FUNCTION DATE-OF-INTEGER(FROM-INTEGER) TO FROM-DATE
           END-IF
           IF FROM-DATE < 16010101
                   OR FUNCTION INTEGER-OF-DATE(FROM-DATE) = ZERO
               DISPLAY "Range start " FROM-DATE " is not a date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(FROM-DATE) TO FROM-INTEGER
           IF FROM-INTEGER > TO-INTEGER
               DISPLAY "Range start " FROM-DATE " is after its end "
                   TO-DATE "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TO-INTEGER - FROM-INTEGER + 1 > MAX-RANGE-DAYS
               DISPLAY "Range is longer than " MAX-RANGE-DAYS
                   " days; report a quarter at a time."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE LOAD-FROM-INTEGER = FROM-INTEGER - LOOKBACK-DAYS
           COMPUTE DAY-SLOT-COUNT = TO-INTEGER - LOAD-FROM-INTEGER + 1
           COMPUTE FIRST-RANGE-SLOT = LOOKBACK-DAYS + 1.

      *> No history yet is not an error: the report still goes out,
      *> saying so for every day.
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = 00
               MOVE "Y" TO EOF-FLAG
               IF SNAPSHOT-STATUS = 35
                   DISPLAY "No data/CONTACTS_SNAPSHOT.DAT yet; CONTSNAP "
                       "writes it nightly."
               ELSE
                   DISPLAY "SNAPSHOT-FILE open error, status "
                       SNAPSHOT-STATUS
               END-IF
           END-IF.

       READ-SNAPSHOT.
           IF EOF-FLAG NOT = "Y"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

      *> A later line for the same date and department simply
      *> overwrites the earlier one.
       LOAD-ONE-SNAPSHOT.
           IF SNP-BUS-DATE IS NUMERIC
                   AND SNP-BUS-DATE >= 16010101
                   AND SNP-BUS-DATE <= 99991231
               MOVE FUNCTION INTEGER-OF-DATE(SNP-BUS-DATE)
                   TO SNAP-INTEGER
               IF SNAP-INTEGER >= LOAD-FROM-INTEGER
                       AND SNAP-INTEGER <= TO-INTEGER
                   PERFORM FIND-TREND-DEPT
                   IF DEPT-IDX > ZERO
                       COMPUTE SLOT-IDX =
                           SNAP-INTEGER - LOAD-FROM-INTEGER + 1
                       ADD 1 TO SNAPSHOT-LINES
                       MOVE "Y" TO TBL-PRESENT(DEPT-IDX, SLOT-IDX)
                       MOVE SNP-DAY-TYPE
                           TO TBL-DAY-TYPE(DEPT-IDX, SLOT-IDX)
                       MOVE SNP-OPEN-TOTAL
                           TO TBL-BACKLOG(DEPT-IDX, SLOT-IDX)
                       MOVE SNP-ARRIVED
                           TO TBL-ARRIVED(DEPT-IDX, SLOT-IDX)
                       COMPUTE TBL-DISPOSED(DEPT-IDX, SLOT-IDX) =
                           SNP-RESOLVED + SNP-CLOSED
                       MOVE SNP-BREACHED
                           TO TBL-BREACHED(DEPT-IDX, SLOT-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-TREND-DEPT.
           MOVE "N" TO FOUND-FLAG
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR FOUND-FLAG = "Y"
               IF TBL-DEPT-CODE(DEPT-IDX) = SNP-DEPT
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM
           IF FOUND-FLAG = "Y"
               SUBTRACT 1 FROM DEPT-IDX
           ELSE
               IF DEPT-COUNT < MAX-DEPT-SIZE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-IDX
                   INITIALIZE TREND-DEPT-ENTRY(DEPT-IDX)
                   MOVE SNP-DEPT TO TBL-DEPT-CODE(DEPT-IDX)
               ELSE
                   DISPLAY "Department table full, snapshot line "
                       "ignored: " FUNCTION TRIM(SNP-DEPT)
                   MOVE ZERO TO DEPT-IDX
               END-IF
           END-IF.

       WRITE-TREND-REPORT.
           MOVE FROM-DATE TO HDG-FROM-DATE
           MOVE TO-DATE TO HDG-TO-DATE
           WRITE REPORT-LINE FROM HEADING-LINE-1
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM WRITE-ONE-DEPARTMENT
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GROWTH-RUN-LIMIT TO GHL-LIMIT
           WRITE REPORT-LINE FROM GROWING-HEADER-LINE
           IF GROWING-DEPT-COUNT = ZERO
               WRITE REPORT-LINE FROM NONE-GROWING-LINE
           ELSE
               WRITE REPORT-LINE FROM GROWING-COLUMN-LINE
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > GROWING-DEPT-COUNT
                   MOVE GRW-DEPT(DEPT-IDX)        TO GRL-DEPT
                   MOVE GRW-LONGEST-RUN(DEPT-IDX) TO GRL-LONGEST-RUN
                   MOVE GRW-RUN-END(DEPT-IDX)     TO GRL-RUN-END
                   IF GRW-STILL-FLAG(DEPT-IDX) = "Y"
                       MOVE "STILL GROWING" TO GRL-NOW
                   ELSE
                       MOVE SPACES TO GRL-NOW
                   END-IF
                   WRITE REPORT-LINE FROM GROWING-LINE
               END-PERFORM
           END-IF.

      *> Walks every slot from the lookback start so CHANGE, VS WK and
      *> the growth run are right from the first printed day; only
      *> the days in the range are printed and totalled.
       WRITE-ONE-DEPARTMENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TBL-DEPT-CODE(DEPT-IDX) TO DHL-DEPT
           WRITE REPORT-LINE FROM DEPT-HEADING-LINE
           WRITE REPORT-LINE FROM COLUMN-LINE
           MOVE ZERO TO PREV-SLOT
           MOVE ZERO TO GROWTH-RUN
           MOVE ZERO TO LONGEST-RUN
           MOVE ZERO TO LONGEST-RUN-END
           MOVE "N" TO DEPT-FLAGGED-FLAG
           MOVE ZERO TO PERIOD-DAYS
           MOVE ZERO TO PERIOD-ARRIVED
           MOVE ZERO TO PERIOD-DISPOSED
           MOVE ZERO TO PERIOD-FIRST-BACKLOG
           MOVE ZERO TO PERIOD-LAST-BACKLOG
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > DAY-SLOT-COUNT
               IF TBL-PRESENT(DEPT-IDX, SLOT-IDX) = "Y"
                   PERFORM TRACK-GROWTH-RUN
               END-IF
               IF SLOT-IDX >= FIRST-RANGE-SLOT
                   PERFORM WRITE-ONE-DAY
               END-IF
               IF TBL-PRESENT(DEPT-IDX, SLOT-IDX) = "Y"
                   MOVE SLOT-IDX TO PREV-SLOT
               END-IF
           END-PERFORM
           IF PERIOD-DAYS = ZERO
               WRITE REPORT-LINE FROM NO-PERIOD-LINE
           ELSE
               MOVE PERIOD-FIRST-BACKLOG TO PRL-FIRST
               MOVE PERIOD-LAST-BACKLOG  TO PRL-LAST
               MOVE PERIOD-ARRIVED       TO PRL-ARRIVED
               MOVE PERIOD-DISPOSED      TO PRL-DISPOSED
               COMPUTE PRL-NET = PERIOD-ARRIVED - PERIOD-DISPOSED
               WRITE REPORT-LINE FROM PERIOD-LINE
           END-IF
           IF DEPT-FLAGGED-FLAG = "Y"
               ADD 1 TO GROWING-DEPT-COUNT
               MOVE TBL-DEPT-CODE(DEPT-IDX)
                   TO GRW-DEPT(GROWING-DEPT-COUNT)
               MOVE LONGEST-RUN TO GRW-LONGEST-RUN(GROWING-DEPT-COUNT)
               MOVE LONGEST-RUN-END TO GRW-RUN-END(GROWING-DEPT-COUNT)
               IF GROWTH-RUN >= GROWTH-RUN-LIMIT
                   MOVE "Y" TO GRW-STILL-FLAG(GROWING-DEPT-COUNT)
               ELSE
                   MOVE "N" TO GRW-STILL-FLAG(GROWING-DEPT-COUNT)
               END-IF
           END-IF.

      *> A rise on the previous snapshot extends the run; a flat or
      *> falling day ends it. Days with no snapshot are passed over,
      *> not counted either way.
       TRACK-GROWTH-RUN.
           IF PREV-SLOT > ZERO
               IF TBL-BACKLOG(DEPT-IDX, SLOT-IDX)
                       > TBL-BACKLOG(DEPT-IDX, PREV-SLOT)
                   ADD 1 TO GROWTH-RUN
               ELSE
                   MOVE ZERO TO GROWTH-RUN
               END-IF
           END-IF
           IF SLOT-IDX >= FIRST-RANGE-SLOT
                   AND GROWTH-RUN >= GROWTH-RUN-LIMIT
               MOVE "Y" TO DEPT-FLAGGED-FLAG
               IF GROWTH-RUN >= LONGEST-RUN
                   MOVE GROWTH-RUN TO LONGEST-RUN
                   MOVE FUNCTION DATE-OF-INTEGER
                       (LOAD-FROM-INTEGER + SLOT-IDX - 1)
                       TO LONGEST-RUN-END
               END-IF
           END-IF.

       WRITE-ONE-DAY.
           IF TBL-PRESENT(DEPT-IDX, SLOT-IDX) NOT = "Y"
               MOVE FUNCTION DATE-OF-INTEGER
                   (LOAD-FROM-INTEGER + SLOT-IDX - 1) TO NSL-DATE
               WRITE REPORT-LINE FROM NO-SNAPSHOT-LINE
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER
                   (LOAD-FROM-INTEGER + SLOT-IDX - 1) TO DAY-DATE
               IF TBL-DAY-TYPE(DEPT-IDX, SLOT-IDX) = "N"
                   MOVE "N/W" TO DAY-TYPE-TEXT
               ELSE
                   MOVE SPACES TO DAY-TYPE-TEXT
               END-IF
               MOVE TBL-BACKLOG(DEPT-IDX, SLOT-IDX) TO DAY-BACKLOG
               IF PREV-SLOT > ZERO
                   COMPUTE DAY-CHANGE = TBL-BACKLOG(DEPT-IDX, SLOT-IDX)
                       - TBL-BACKLOG(DEPT-IDX, PREV-SLOT)
               ELSE
                   MOVE ZERO TO DAY-CHANGE
               END-IF
               MOVE TBL-DISPOSED(DEPT-IDX, SLOT-IDX) TO DAY-DISPOSED
               MOVE TBL-ARRIVED(DEPT-IDX, SLOT-IDX)  TO DAY-ARRIVED
               MOVE DAY-DISPOSED                     TO DAY-DONE
               COMPUTE DAY-NET = TBL-ARRIVED(DEPT-IDX, SLOT-IDX)
                   - DAY-DISPOSED
               MOVE TBL-BREACHED(DEPT-IDX, SLOT-IDX) TO DAY-BREACHED
               COMPUTE WEEK-AGO-SLOT = SLOT-IDX - LOOKBACK-DAYS
               IF TBL-PRESENT(DEPT-IDX, WEEK-AGO-SLOT) = "Y"
                   COMPUTE DAY-WEEK-CHANGE =
                       TBL-BACKLOG(DEPT-IDX, SLOT-IDX)
                       - TBL-BACKLOG(DEPT-IDX, WEEK-AGO-SLOT)
               ELSE
                   MOVE "     N/A" TO DAY-WEEK-NONE
               END-IF
               IF GROWTH-RUN >= GROWTH-RUN-LIMIT
                   MOVE SPACES TO DAY-FLAG
                   MOVE GROWTH-RUN TO GROWTH-RUN-TEXT
                   STRING "GROWING " FUNCTION TRIM(GROWTH-RUN-TEXT)
                       " DAYS" DELIMITED BY SIZE INTO DAY-FLAG
                   END-STRING
               ELSE
                   MOVE SPACES TO DAY-FLAG
               END-IF
               WRITE REPORT-LINE FROM DAY-LINE
               IF PERIOD-DAYS = ZERO
                   MOVE TBL-BACKLOG(DEPT-IDX, SLOT-IDX)
                       TO PERIOD-FIRST-BACKLOG
               END-IF
               ADD 1 TO PERIOD-DAYS
               MOVE TBL-BACKLOG(DEPT-IDX, SLOT-IDX)
                   TO PERIOD-LAST-BACKLOG
               ADD TBL-ARRIVED(DEPT-IDX, SLOT-IDX) TO PERIOD-ARRIVED
               ADD DAY-DISPOSED TO PERIOD-DISPOSED
           END-IF.

       CLEANUP.
           IF SNAPSHOT-STATUS NOT = 35
               CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE REPORT-FILE.
