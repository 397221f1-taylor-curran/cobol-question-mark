       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTXFER.

      *> Daily department transfer report over
      *> data/CONTACTS_TRANSFERS.LOG, the companion line CONTWORK
      *> writes next to every TRANSFER audit entry. For one day it
      *> lists each contact moved - when, by whom, from which
      *> department to which, and the DATE-RECEIVED it kept - then
      *> totals the moves by from/to department pair and shows each
      *> department's transfers out and in, so a desk that keeps
      *> receiving (or shedding) work it should not have is visible
      *> the next morning. The report date defaults to the business
      *> date CONTNITE is running for, or today when run by hand.
      *> Written to data/CONTXFER.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "data/CONTACTS_TRANSFERS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS XFER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTXFER.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
           COPY XFERREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       77  XFER-STATUS            PIC 99.
       77  REPORT-STATUS          PIC 99.
       77  EOF-FLAG               PIC X VALUE "N".
       77  REPORT-DATE-IN         PIC X(08).
       77  REPORT-DATE            PIC 9(08).
       77  ENTRY-DATE             PIC X(08).
       77  TRANSFER-COUNT         PIC 9(05) VALUE ZERO.
       77  FOUND-FLAG             PIC X.
       77  TABLE-FULL-FLAG        PIC X VALUE "N".

      *> From/to pairs and per-department totals, learned from the
      *> log itself so a new department never needs a code change.
       77  MAX-PAIR-SIZE          PIC 9(03) VALUE 100.
       77  PAIR-COUNT             PIC 9(03) VALUE ZERO.
       77  PAIR-IDX               PIC 9(03).
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 100 TIMES.
               10  TBL-PAIR-FROM    PIC X(10).
               10  TBL-PAIR-TO      PIC X(10).
               10  TBL-PAIR-TOTAL   PIC 9(05).

       77  MAX-DEPT-SIZE          PIC 9(02) VALUE 20.
       77  DEPT-COUNT             PIC 9(02) VALUE ZERO.
       77  DEPT-IDX               PIC 9(02).
       77  DEPT-LOOKUP-CODE       PIC X(10).
       01  DEPT-TOTAL-TABLE.
           05  DEPT-TOTAL-ENTRY OCCURS 20 TIMES.
               10  TBL-DEPT-CODE    PIC X(10).
               10  TBL-DEPT-OUT     PIC 9(05).
               10  TBL-DEPT-IN      PIC 9(05).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(34)
               VALUE "DAILY DEPARTMENT TRANSFER REPORT".
           05  FILLER              PIC X(04) VALUE "FOR ".
           05  HDG-REPORT-DATE     PIC 9(08).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(10) VALUE "TIME".
           05  FILLER              PIC X(08) VALUE "ID".
           05  FILLER              PIC X(11) VALUE "FROM".
           05  FILLER              PIC X(11) VALUE "TO".
           05  FILLER              PIC X(10) VALUE "RECEIVED".
           05  FILLER              PIC X(20) VALUE "OPERATOR".

       01  DETAIL-LINE.
           05  DET-TIME            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-FROM-DEPT       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DET-TO-DEPT         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DET-DATE-RECEIVED   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-OPERATOR        PIC X(20).

       01  PAIR-HEADER-LINE.
           05  FILLER              PIC X(40)
               VALUE "TRANSFERS BY FROM/TO DEPARTMENT".

       01  PAIR-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "FROM".
           05  FILLER              PIC X(11) VALUE "TO".
           05  FILLER              PIC X(06) VALUE " COUNT".

       01  PAIR-TOTAL-LINE.
           05  PTL-FROM-DEPT       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PTL-TO-DEPT         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PTL-TOTAL           PIC ZZ,ZZ9.

       01  DEPT-HEADER-LINE.
           05  FILLER              PIC X(40)
               VALUE "TRANSFERS OUT AND IN BY DEPARTMENT".

       01  DEPT-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "DEPARTMENT".
           05  FILLER              PIC X(07) VALUE "    OUT".
           05  FILLER              PIC X(07) VALUE "     IN".
           05  FILLER              PIC X(07) VALUE "    NET".

       01  DEPT-TOTAL-LINE.
           05  DTL-DEPT            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-OUT             PIC ZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-IN              PIC ZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-NET             PIC ---,--9.

       01  TRANSFER-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE "TRANSFERS LISTED: ".
           05  TTL-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "*** Daily Department Transfer Report ***".
           PERFORM GET-REPORT-DATE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-TRANSFER-ENTRY
           PERFORM UNTIL EOF-FLAG = "Y"
               MOVE XFER-TIMESTAMP(1:8) TO ENTRY-DATE
               IF ENTRY-DATE = REPORT-DATE
                   PERFORM LIST-TRANSFER-ENTRY
               END-IF
               PERFORM READ-TRANSFER-ENTRY
           END-PERFORM
           PERFORM WRITE-TOTALS
           DISPLAY "Report complete, " TRANSFER-COUNT
               " transfer(s) on " REPORT-DATE
               "; report in data/CONTXFER.OUT."
           PERFORM CLEANUP
           STOP RUN.

      *> Blank takes the business date CONTNITE exports for its
      *> steps, so a stream restarted after midnight still reports
      *> the night it belongs to; run by hand, blank means today.
       GET-REPORT-DATE.
           MOVE SPACES TO REPORT-DATE-IN
           DISPLAY "Report date YYYYMMDD (blank = business date): "
               WITH NO ADVANCING
           ACCEPT REPORT-DATE-IN
           IF REPORT-DATE-IN(1:8) IS NOT NUMERIC
               MOVE SPACES TO REPORT-DATE-IN
               ACCEPT REPORT-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           END-IF
           IF REPORT-DATE-IN(1:8) IS NUMERIC
               MOVE REPORT-DATE-IN(1:8) TO REPORT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE
           END-IF.

      *> No transfer log just means nobody has transferred anything
      *> yet: the report still goes out, with nothing listed.
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSFER-FILE
           IF XFER-STATUS NOT = 00
               MOVE "Y" TO EOF-FLAG
               IF XFER-STATUS NOT = 35
                   DISPLAY "TRANSFER-FILE open error, status "
                       XFER-STATUS
               END-IF
           END-IF.

       READ-TRANSFER-ENTRY.
           IF EOF-FLAG NOT = "Y"
               READ TRANSFER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       LIST-TRANSFER-ENTRY.
           ADD 1 TO TRANSFER-COUNT
           MOVE SPACES TO DETAIL-LINE
           STRING XFER-TIMESTAMP(9:2) ":" XFER-TIMESTAMP(11:2) ":"
                   XFER-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO DET-TIME
           END-STRING
           MOVE XFER-CONTACT-ID       TO DET-CONTACT-ID
           MOVE XFER-FROM-DEPT        TO DET-FROM-DEPT
           MOVE XFER-TO-DEPT          TO DET-TO-DEPT
           MOVE XFER-DATE-RECEIVED    TO DET-DATE-RECEIVED
           MOVE XFER-OPERATOR         TO DET-OPERATOR
           WRITE REPORT-LINE FROM DETAIL-LINE
           PERFORM TALLY-PAIR
           MOVE XFER-FROM-DEPT TO DEPT-LOOKUP-CODE
           PERFORM FIND-DEPT-TOTAL
           IF DEPT-IDX > ZERO
               ADD 1 TO TBL-DEPT-OUT(DEPT-IDX)
           END-IF
           MOVE XFER-TO-DEPT TO DEPT-LOOKUP-CODE
           PERFORM FIND-DEPT-TOTAL
           IF DEPT-IDX > ZERO
               ADD 1 TO TBL-DEPT-IN(DEPT-IDX)
           END-IF.

       TALLY-PAIR.
           MOVE "N" TO FOUND-FLAG
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT OR FOUND-FLAG = "Y"
               IF TBL-PAIR-FROM(PAIR-IDX) = XFER-FROM-DEPT
                       AND TBL-PAIR-TO(PAIR-IDX) = XFER-TO-DEPT
                   ADD 1 TO TBL-PAIR-TOTAL(PAIR-IDX)
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM
           IF FOUND-FLAG = "N"
               IF PAIR-COUNT < MAX-PAIR-SIZE
                   ADD 1 TO PAIR-COUNT
                   MOVE XFER-FROM-DEPT TO TBL-PAIR-FROM(PAIR-COUNT)
                   MOVE XFER-TO-DEPT   TO TBL-PAIR-TO(PAIR-COUNT)
                   MOVE 1              TO TBL-PAIR-TOTAL(PAIR-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-FULL-FLAG
               END-IF
           END-IF.

      *> Leaves DEPT-IDX on the department's entry, adding it if it
      *> is new; zero when the table is full.
       FIND-DEPT-TOTAL.
           MOVE "N" TO FOUND-FLAG
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR FOUND-FLAG = "Y"
               IF TBL-DEPT-CODE(DEPT-IDX) = DEPT-LOOKUP-CODE
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM
           IF FOUND-FLAG = "Y"
               SUBTRACT 1 FROM DEPT-IDX
           ELSE
               IF DEPT-COUNT < MAX-DEPT-SIZE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT       TO DEPT-IDX
                   MOVE DEPT-LOOKUP-CODE TO TBL-DEPT-CODE(DEPT-IDX)
                   MOVE ZERO             TO TBL-DEPT-OUT(DEPT-IDX)
                   MOVE ZERO             TO TBL-DEPT-IN(DEPT-IDX)
               ELSE
                   MOVE ZERO TO DEPT-IDX
                   MOVE "Y" TO TABLE-FULL-FLAG
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE REPORT-DATE TO HDG-REPORT-DATE
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADING-LINE-2.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PAIR-HEADER-LINE
           WRITE REPORT-LINE FROM PAIR-COLUMN-LINE
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE SPACES TO PAIR-TOTAL-LINE
               MOVE TBL-PAIR-FROM(PAIR-IDX)  TO PTL-FROM-DEPT
               MOVE TBL-PAIR-TO(PAIR-IDX)    TO PTL-TO-DEPT
               MOVE TBL-PAIR-TOTAL(PAIR-IDX) TO PTL-TOTAL
               WRITE REPORT-LINE FROM PAIR-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DEPT-HEADER-LINE
           WRITE REPORT-LINE FROM DEPT-COLUMN-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE SPACES TO DEPT-TOTAL-LINE
               MOVE TBL-DEPT-CODE(DEPT-IDX) TO DTL-DEPT
               MOVE TBL-DEPT-OUT(DEPT-IDX)  TO DTL-OUT
               MOVE TBL-DEPT-IN(DEPT-IDX)   TO DTL-IN
               COMPUTE DTL-NET = TBL-DEPT-IN(DEPT-IDX)
                   - TBL-DEPT-OUT(DEPT-IDX)
               WRITE REPORT-LINE FROM DEPT-TOTAL-LINE
           END-PERFORM
           IF TABLE-FULL-FLAG = "Y"
               MOVE "  TOTALS INCOMPLETE (TABLE LIMIT REACHED)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TRANSFER-COUNT TO TTL-COUNT
           DISPLAY TRANSFER-TOTAL-LINE
           WRITE REPORT-LINE FROM TRANSFER-TOTAL-LINE.

       CLEANUP.
           IF XFER-STATUS NOT = 35
               CLOSE TRANSFER-FILE
           END-IF
           CLOSE REPORT-FILE.
