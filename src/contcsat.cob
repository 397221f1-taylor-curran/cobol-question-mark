       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTCSAT.

      *> Monthly customer satisfaction (CSAT) report. For a chosen
      *> month (default: last month) it takes the survey invitations
      *> CONTSRVY sent that month from data/CONTACTS_SURVEY.CTL and
      *> the responses to them CONTSRSP has imported into
      *> data/CONTACTS_SURVEY_RESULTS.DAT, and shows by department
      *> and by HANDLED-BY operator:
      *>   - invitations sent and responses received,
      *>   - the response rate,
      *>   - the average score (1 poor to 5 excellent).
      *> Responses count against the month their invitation went
      *> out, so a late answer still lands in the right month and
      *> the rate never tops 100 percent; last month's figures firm
      *> up as stragglers come in. It then lists every low score
      *> (LOW-SCORE-LIMIT or under) with the contact's WORK-NOTE and
      *> the customer's comment, so supervisors can follow each one
      *> up. Written to data/CONTCSAT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "data/CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-ID
               ALTERNATE RECORD KEY IS EMAIL-FIELD WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS CONTACT-STATUS.

           SELECT SURVEY-FILE ASSIGN TO "data/CONTACTS_SURVEY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS SURVEY-STATUS.

           SELECT RESULTS-FILE
               ASSIGN TO "data/CONTACTS_SURVEY_RESULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS RESULTS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTCSAT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTACTREC.

       FD  SURVEY-FILE.
           COPY SRVYREC.

       FD  RESULTS-FILE.
           COPY CSATREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(110).

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS         PIC 99.
       77  SURVEY-STATUS          PIC 99.
       77  RESULTS-STATUS         PIC 99.
       77  REPORT-STATUS          PIC 99.
       77  SURVEY-EOF-FLAG        PIC X VALUE "N".
       77  RESULTS-EOF-FLAG       PIC X VALUE "N".
       77  CONTACT-OPEN-FLAG      PIC X VALUE "N".
       77  MONTH-IN               PIC X(06).
       77  REPORT-MONTH           PIC 9(06).
       77  WORK-YEAR              PIC 9(04).
       77  WORK-MONTH             PIC S9(02).
       77  LOW-SCORE-LIMIT        PIC 9(01) VALUE 2.
       77  LOW-SCORE-COUNT        PIC 9(05) VALUE ZERO.
       77  UNMATCHED-COUNT        PIC 9(05) VALUE ZERO.
       77  AVG-SCORE              PIC 9V99.
       77  RATE-PCT               PIC 999V9.
       77  COMMENT-POS            PIC 9(03).

      *> Departments and operators are learned from the survey data
      *> itself, as CONTMRPT learns its operators, so a new desk or
      *> a departed operator's old invitations never need a change.
      *> Slot 1 of each table is the grand total.
       77  MAX-GROUP-SIZE         PIC 9(02) VALUE 30.
       77  GROUP-IDX              PIC 9(02).
       77  GROUP-FOUND-IDX        PIC 9(02).
       77  GROUP-KEY              PIC X(20).
       77  GROUP-ADD-FLAG         PIC X.
       77  DEPT-COUNT             PIC 9(02) VALUE 1.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 30 TIMES.
               10  DPT-NAME        PIC X(20).
               10  DPT-INVITED     PIC 9(05).
               10  DPT-RESPONDED   PIC 9(05).
               10  DPT-SCORE-SUM   PIC 9(06).
       77  OPERATOR-COUNT         PIC 9(02) VALUE 1.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 30 TIMES.
               10  OPR-NAME        PIC X(20).
               10  OPR-INVITED     PIC 9(05).
               10  OPR-RESPONDED   PIC 9(05).
               10  OPR-SCORE-SUM   PIC 9(06).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(40) VALUE
               "MONTHLY CUSTOMER SATISFACTION REPORT".
           05  FILLER              PIC X(17) VALUE "INVITATION MONTH ".
           05  HDG-MONTH           PIC 9(06).

       01  GROUP-HEADING.
           05  GHD-LABEL           PIC X(22).
           05  FILLER              PIC X(10) VALUE "  INVITED".
           05  FILLER              PIC X(10) VALUE " RESPONSES".
           05  FILLER              PIC X(12) VALUE "   RATE PCT".
           05  FILLER              PIC X(11) VALUE "  AVG SCORE".

       01  GROUP-DETAIL.
           05  GDL-NAME            PIC X(22).
           05  GDL-INVITED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  GDL-RESPONDED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  GDL-RATE            PIC ZZ9.9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  GDL-AVG             PIC 9.99.

       01  LOW-HEADING.
           05  FILLER              PIC X(40) VALUE
               "LOW SCORES FOR SUPERVISOR FOLLOW-UP (".
           05  FILLER              PIC X(09) VALUE "SCORE <= ".
           05  LHD-LIMIT           PIC 9.
           05  FILLER              PIC X(01) VALUE ")".

       01  LOW-DETAIL.
           05  FILLER              PIC X(08) VALUE "CONTACT ".
           05  LDL-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(08) VALUE "  SCORE ".
           05  LDL-SCORE           PIC 9.
           05  FILLER              PIC X(07) VALUE "  DEPT ".
           05  LDL-DEPT            PIC X(10).
           05  FILLER              PIC X(13) VALUE "  HANDLED BY ".
           05  LDL-HANDLED-BY      PIC X(20).
           05  FILLER              PIC X(07) VALUE "  SENT ".
           05  LDL-SENT-DATE       PIC 9(08).

       01  NOTE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  NTL-LABEL           PIC X(11).
           05  NTL-TEXT            PIC X(95).

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(34) VALUE
               "LOW SCORES LISTED: ".
           05  TOT-LOW             PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(34) VALUE
               "RESPONSES WITH NO INVITATION: ".
           05  TOT-UNMATCHED       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "*** Monthly Customer Satisfaction Report ***".
           PERFORM GET-REPORT-MONTH
           PERFORM OPEN-FILES
           PERFORM TALLY-INVITATIONS
           PERFORM TALLY-RESPONSES
           PERFORM WRITE-SUMMARY
           PERFORM WRITE-LOW-SCORES
           DISPLAY "CSAT report for " REPORT-MONTH
               " written to data/CONTCSAT.OUT; " LOW-SCORE-COUNT
               " low score(s) listed."
           PERFORM CLEANUP
           STOP RUN.

      *> Blank month defaults to last month, as in CONTMRPT.
       GET-REPORT-MONTH.
           DISPLAY "Invitation month YYYYMM (blank = last month): "
               WITH NO ADVANCING
           ACCEPT MONTH-IN
           IF MONTH-IN(1:6) IS NUMERIC
               MOVE MONTH-IN(1:6) TO REPORT-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WORK-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WORK-MONTH
               SUBTRACT 1 FROM WORK-MONTH
               IF WORK-MONTH < 1
                   MOVE 12 TO WORK-MONTH
                   SUBTRACT 1 FROM WORK-YEAR
               END-IF
               COMPUTE REPORT-MONTH = WORK-YEAR * 100 + WORK-MONTH
           END-IF.

      *> The live file is only needed for the WORK-NOTE on low
      *> scores; without it the report still runs and says so.
       OPEN-FILES.
           INITIALIZE DEPT-TABLE OPERATOR-TABLE
           MOVE "ALL DEPARTMENTS" TO DPT-NAME(1)
           MOVE "ALL OPERATORS"   TO OPR-NAME(1)
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS = 00
               MOVE "Y" TO CONTACT-OPEN-FLAG
           ELSE
               IF CONTACT-STATUS NOT = 35
                   DISPLAY "CONTACT-FILE open error, status "
                       CONTACT-STATUS
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TALLY-INVITATIONS.
           MOVE "Y" TO GROUP-ADD-FLAG
           OPEN INPUT SURVEY-FILE
           IF SURVEY-STATUS NOT = 00
               MOVE "Y" TO SURVEY-EOF-FLAG
               IF SURVEY-STATUS NOT = 35
                   DISPLAY "SURVEY-FILE open error, status "
                       SURVEY-STATUS
               END-IF
           END-IF
           PERFORM READ-SURVEY-RECORD
           PERFORM UNTIL SURVEY-EOF-FLAG = "Y"
               IF SVY-SENT-DATE IS NUMERIC
                       AND SVY-SENT-DATE(1:6) = REPORT-MONTH
                   ADD 1 TO DPT-INVITED(1) OPR-INVITED(1)
                   MOVE SVY-DEPT TO GROUP-KEY
                   PERFORM FIND-DEPT-ENTRY
                   IF GROUP-FOUND-IDX > ZERO
                       ADD 1 TO DPT-INVITED(GROUP-FOUND-IDX)
                   END-IF
                   MOVE SVY-HANDLED-BY TO GROUP-KEY
                   PERFORM FIND-OPERATOR-ENTRY
                   IF GROUP-FOUND-IDX > ZERO
                       ADD 1 TO OPR-INVITED(GROUP-FOUND-IDX)
                   END-IF
               END-IF
               PERFORM READ-SURVEY-RECORD
           END-PERFORM
           IF SURVEY-STATUS NOT = 35
               CLOSE SURVEY-FILE
           END-IF.

       READ-SURVEY-RECORD.
           IF SURVEY-EOF-FLAG NOT = "Y"
               READ SURVEY-FILE
                   AT END
                       MOVE "Y" TO SURVEY-EOF-FLAG
               END-READ
           END-IF.

      *> Responses only add to groups the invitations created. One
      *> whose department sent nothing that month can only come from
      *> a hand-edited file; it is counted on the totals line, not in
      *> anyone's rate.
       TALLY-RESPONSES.
           PERFORM OPEN-RESULTS-FILE
           PERFORM READ-RESULTS-RECORD
           PERFORM UNTIL RESULTS-EOF-FLAG = "Y"
               IF CSR-SENT-DATE IS NUMERIC AND CSR-SCORE IS NUMERIC
                       AND CSR-SENT-DATE(1:6) = REPORT-MONTH
                   MOVE "N" TO GROUP-ADD-FLAG
                   MOVE CSR-DEPT TO GROUP-KEY
                   PERFORM FIND-DEPT-ENTRY
                   IF GROUP-FOUND-IDX = ZERO
                       ADD 1 TO UNMATCHED-COUNT
                   ELSE
                       ADD 1 TO DPT-RESPONDED(1) OPR-RESPONDED(1)
                       ADD CSR-SCORE TO DPT-SCORE-SUM(1)
                           OPR-SCORE-SUM(1)
                       ADD 1 TO DPT-RESPONDED(GROUP-FOUND-IDX)
                       ADD CSR-SCORE TO DPT-SCORE-SUM(GROUP-FOUND-IDX)
                       MOVE CSR-HANDLED-BY TO GROUP-KEY
                       PERFORM FIND-OPERATOR-ENTRY
                       IF GROUP-FOUND-IDX > ZERO
                           ADD 1 TO OPR-RESPONDED(GROUP-FOUND-IDX)
                           ADD CSR-SCORE
                               TO OPR-SCORE-SUM(GROUP-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-RESULTS-RECORD
           END-PERFORM
           PERFORM CLOSE-RESULTS-FILE.

       OPEN-RESULTS-FILE.
           MOVE "N" TO RESULTS-EOF-FLAG
           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = 00
               MOVE "Y" TO RESULTS-EOF-FLAG
               IF RESULTS-STATUS NOT = 35
                   DISPLAY "RESULTS-FILE open error, status "
                       RESULTS-STATUS
               END-IF
           END-IF.

       CLOSE-RESULTS-FILE.
           IF RESULTS-STATUS NOT = 35
               CLOSE RESULTS-FILE
           END-IF.

       READ-RESULTS-RECORD.
           IF RESULTS-EOF-FLAG NOT = "Y"
               READ RESULTS-FILE
                   AT END
                       MOVE "Y" TO RESULTS-EOF-FLAG
               END-READ
           END-IF.

      *> GROUP-FOUND-IDX is left at the matching slot, a new slot
      *> when GROUP-ADD-FLAG allows one and there is room, or zero.
       FIND-DEPT-ENTRY.
           IF GROUP-KEY = SPACES
               MOVE "(NONE)" TO GROUP-KEY
           END-IF
           MOVE ZERO TO GROUP-FOUND-IDX
           PERFORM VARYING GROUP-IDX FROM 2 BY 1
                   UNTIL GROUP-IDX > DEPT-COUNT OR GROUP-FOUND-IDX > ZERO
               IF DPT-NAME(GROUP-IDX) = GROUP-KEY
                   MOVE GROUP-IDX TO GROUP-FOUND-IDX
               END-IF
           END-PERFORM
           IF GROUP-FOUND-IDX = ZERO AND GROUP-ADD-FLAG = "Y"
               IF DEPT-COUNT < MAX-GROUP-SIZE
                   ADD 1 TO DEPT-COUNT
                   MOVE GROUP-KEY TO DPT-NAME(DEPT-COUNT)
                   MOVE DEPT-COUNT TO GROUP-FOUND-IDX
               ELSE
                   DISPLAY "Department table full, not broken out: "
                       FUNCTION TRIM(GROUP-KEY)
               END-IF
           END-IF.

       FIND-OPERATOR-ENTRY.
           IF GROUP-KEY = SPACES
               MOVE "(UNASSIGNED)" TO GROUP-KEY
           END-IF
           MOVE ZERO TO GROUP-FOUND-IDX
           PERFORM VARYING GROUP-IDX FROM 2 BY 1
                   UNTIL GROUP-IDX > OPERATOR-COUNT
                   OR GROUP-FOUND-IDX > ZERO
               IF OPR-NAME(GROUP-IDX) = GROUP-KEY
                   MOVE GROUP-IDX TO GROUP-FOUND-IDX
               END-IF
           END-PERFORM
           IF GROUP-FOUND-IDX = ZERO AND GROUP-ADD-FLAG = "Y"
               IF OPERATOR-COUNT < MAX-GROUP-SIZE
                   ADD 1 TO OPERATOR-COUNT
                   MOVE GROUP-KEY TO OPR-NAME(OPERATOR-COUNT)
                   MOVE OPERATOR-COUNT TO GROUP-FOUND-IDX
               ELSE
                   DISPLAY "Operator table full, not broken out: "
                       FUNCTION TRIM(GROUP-KEY)
               END-IF
           END-IF.

       WRITE-SUMMARY.
           MOVE REPORT-MONTH TO HDG-MONTH
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY DEPARTMENT" TO GHD-LABEL
           WRITE REPORT-LINE FROM GROUP-HEADING
           PERFORM VARYING GROUP-IDX FROM 2 BY 1
                   UNTIL GROUP-IDX > DEPT-COUNT
               MOVE DPT-NAME(GROUP-IDX) TO GDL-NAME
               MOVE DPT-INVITED(GROUP-IDX) TO GDL-INVITED
               MOVE DPT-RESPONDED(GROUP-IDX) TO GDL-RESPONDED
               PERFORM COMPUTE-RATE-AND-AVERAGE
               WRITE REPORT-LINE FROM GROUP-DETAIL
           END-PERFORM
           MOVE 1 TO GROUP-IDX
           MOVE DPT-NAME(1) TO GDL-NAME
           MOVE DPT-INVITED(1) TO GDL-INVITED
           MOVE DPT-RESPONDED(1) TO GDL-RESPONDED
           PERFORM COMPUTE-RATE-AND-AVERAGE
           WRITE REPORT-LINE FROM GROUP-DETAIL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY HANDLED-BY OPERATOR" TO GHD-LABEL
           WRITE REPORT-LINE FROM GROUP-HEADING
           PERFORM VARYING GROUP-IDX FROM 2 BY 1
                   UNTIL GROUP-IDX > OPERATOR-COUNT
               MOVE OPR-NAME(GROUP-IDX) TO GDL-NAME
               MOVE OPR-INVITED(GROUP-IDX) TO GDL-INVITED
               MOVE OPR-RESPONDED(GROUP-IDX) TO GDL-RESPONDED
               PERFORM COMPUTE-OPERATOR-RATE
               WRITE REPORT-LINE FROM GROUP-DETAIL
           END-PERFORM
           MOVE 1 TO GROUP-IDX
           MOVE OPR-NAME(1) TO GDL-NAME
           MOVE OPR-INVITED(1) TO GDL-INVITED
           MOVE OPR-RESPONDED(1) TO GDL-RESPONDED
           PERFORM COMPUTE-OPERATOR-RATE
           WRITE REPORT-LINE FROM GROUP-DETAIL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       COMPUTE-RATE-AND-AVERAGE.
           MOVE ZERO TO RATE-PCT AVG-SCORE
           IF DPT-INVITED(GROUP-IDX) > ZERO
               COMPUTE RATE-PCT ROUNDED
                   = DPT-RESPONDED(GROUP-IDX) * 100
                   / DPT-INVITED(GROUP-IDX)
           END-IF
           IF DPT-RESPONDED(GROUP-IDX) > ZERO
               COMPUTE AVG-SCORE ROUNDED
                   = DPT-SCORE-SUM(GROUP-IDX) / DPT-RESPONDED(GROUP-IDX)
           END-IF
           MOVE RATE-PCT TO GDL-RATE
           MOVE AVG-SCORE TO GDL-AVG.

       COMPUTE-OPERATOR-RATE.
           MOVE ZERO TO RATE-PCT AVG-SCORE
           IF OPR-INVITED(GROUP-IDX) > ZERO
               COMPUTE RATE-PCT ROUNDED
                   = OPR-RESPONDED(GROUP-IDX) * 100
                   / OPR-INVITED(GROUP-IDX)
           END-IF
           IF OPR-RESPONDED(GROUP-IDX) > ZERO
               COMPUTE AVG-SCORE ROUNDED
                   = OPR-SCORE-SUM(GROUP-IDX) / OPR-RESPONDED(GROUP-IDX)
           END-IF
           MOVE RATE-PCT TO GDL-RATE
           MOVE AVG-SCORE TO GDL-AVG.

      *> Second pass over the results for the follow-up list; the
      *> WORK-NOTE comes from the live contact, so an archived one
      *> is pointed at CONTARCH rather than silently left blank.
       WRITE-LOW-SCORES.
           MOVE LOW-SCORE-LIMIT TO LHD-LIMIT
           WRITE REPORT-LINE FROM LOW-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM OPEN-RESULTS-FILE
           PERFORM READ-RESULTS-RECORD
           PERFORM UNTIL RESULTS-EOF-FLAG = "Y"
               IF CSR-SENT-DATE IS NUMERIC AND CSR-SCORE IS NUMERIC
                       AND CSR-SENT-DATE(1:6) = REPORT-MONTH
                       AND CSR-SCORE <= LOW-SCORE-LIMIT
                   PERFORM WRITE-ONE-LOW-SCORE
               END-IF
               PERFORM READ-RESULTS-RECORD
           END-PERFORM
           PERFORM CLOSE-RESULTS-FILE
           IF LOW-SCORE-COUNT = ZERO
               MOVE "  (NO LOW SCORES THIS MONTH)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-SCORE-COUNT TO TOT-LOW
           WRITE REPORT-LINE FROM TOTAL-LINE-1
           IF UNMATCHED-COUNT > ZERO
               MOVE UNMATCHED-COUNT TO TOT-UNMATCHED
               WRITE REPORT-LINE FROM TOTAL-LINE-2
           END-IF.

       WRITE-ONE-LOW-SCORE.
           ADD 1 TO LOW-SCORE-COUNT
           MOVE CSR-CONTACT-ID TO LDL-CONTACT-ID
           MOVE CSR-SCORE TO LDL-SCORE
           MOVE CSR-DEPT TO LDL-DEPT
           MOVE CSR-HANDLED-BY TO LDL-HANDLED-BY
           MOVE CSR-SENT-DATE TO LDL-SENT-DATE
           WRITE REPORT-LINE FROM LOW-DETAIL
           MOVE "WORK-NOTE:" TO NTL-LABEL
           IF CONTACT-OPEN-FLAG = "Y"
               MOVE CSR-CONTACT-ID TO CONTACT-ID
               READ CONTACT-FILE
                   INVALID KEY
                       MOVE "(NOT IN LIVE FILE - SEE CONTARCH ARCHIVE)"
                           TO NTL-TEXT
                   NOT INVALID KEY
                       MOVE WORK-NOTE TO NTL-TEXT
               END-READ
               IF CONTACT-STATUS = 51
                   MOVE "(RECORD IN USE - RERUN FOR THE NOTE)"
                       TO NTL-TEXT
               END-IF
           ELSE
               MOVE "(CONTACT FILE NOT AVAILABLE)" TO NTL-TEXT
           END-IF
           IF NTL-TEXT = SPACES
               MOVE "(NONE)" TO NTL-TEXT
           END-IF
           WRITE REPORT-LINE FROM NOTE-LINE
           MOVE "COMMENT:" TO NTL-LABEL
           MOVE CSR-COMMENT(1:95) TO NTL-TEXT
           IF NTL-TEXT = SPACES
               MOVE "(NONE)" TO NTL-TEXT
           END-IF
           WRITE REPORT-LINE FROM NOTE-LINE
           MOVE SPACES TO NTL-LABEL
           PERFORM VARYING COMMENT-POS FROM 96 BY 95
                   UNTIL COMMENT-POS > 250
               MOVE CSR-COMMENT(COMMENT-POS:) TO NTL-TEXT
               IF NTL-TEXT NOT = SPACES
                   WRITE REPORT-LINE FROM NOTE-LINE
               END-IF
           END-PERFORM.

       CLEANUP.
           IF CONTACT-OPEN-FLAG = "Y"
               CLOSE CONTACT-FILE
           END-IF
           CLOSE REPORT-FILE.
