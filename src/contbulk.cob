       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTBULK.

      *> Supervisor bulk disposition over data/CONTACTS.DAT. When a
      *> known incident is fixed, the hundreds of near-identical
      *> contacts it caused are resolved (or closed) in one run
      *> instead of one at a time in CONTWORK. The supervisor gives
      *> the selection - department, state, priority, DATE-RECEIVED
      *> range and a keyword searched for in the message and its
      *> continuation text - and every OPEN contact that matches is
      *> listed to the screen and data/CONTBULK.OUT for approval.
      *> Only after the supervisor types YES is each one rewritten
      *> with the canned WORK-NOTE, HANDLED-BY and RESOLUTION-DATE,
      *> journalled, and logged to the audit trail as BULKRESL;
      *> CONTRESL then letters the resolved ones that night as it
      *> would any resolution.
      *> The approved list and each completed contact are recorded in
      *> data/CONTACTS_BULK.CTL (see BULKREC) as the run goes, so a
      *> run that stops part-way is offered for resumption the next
      *> time CONTBULK starts. A resumed run works the approved list,
      *> not a new selection, and a contact that is no longer open
      *> when its turn comes is skipped, so nothing is disposed of
      *> twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "data/CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-ID
               ALTERNATE RECORD KEY IS EMAIL-FIELD WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTACT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/CONTACTS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

      *> Forward-recovery journal: the image of every contact this
      *> program changes (see JRNLREC).
           SELECT JOURNAL-FILE ASSIGN TO "data/CONTACTS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS JOURNAL-STATUS.

      *> Department master: the department asked for must be on it
      *> (retired ones included - their open contacts still count).
           SELECT DEPT-FILE ASSIGN TO "data/CONTACTS_DEPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS DEPT-STATUS.

      *> Operator master: bulk disposition is for supervisors only.
           SELECT OPER-FILE ASSIGN TO "data/CONTACTS_OPERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS OPER-STATUS.

      *> Continuation segments, searched for the keyword when the
      *> first 200 characters of the message do not contain it.
           SELECT MSGOVF-FILE ASSIGN TO "data/CONTACTS_MSGOVF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS MSGOVF-STATUS.

      *> Approved runs and their progress, for restart.
           SELECT BULK-FILE ASSIGN TO "data/CONTACTS_BULK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS BULK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTBULK.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTACTREC.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  MSGOVF-FILE.
           COPY MSGOVFREC.

       FD  BULK-FILE.
           COPY BULKREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-OPERATOR     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-TIMESTAMP    PIC X(21).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-ACTION       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-CONTACT-ID   PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-STATUS-CODE  PIC 99.

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS     PIC 99.
       77  AUDIT-STATUS       PIC 99.
       77  JOURNAL-STATUS     PIC 99.
       77  JOURNAL-OP         PIC X(01).
       77  REPORT-STATUS      PIC 99.
       77  OPERATOR-ID        PIC X(20).
       77  AUDIT-ACTION-IN    PIC X(08).
       77  EOF-FLAG           PIC X VALUE "N".
       77  FOUND-FLAG         PIC X.
       77  MATCH-FLAG         PIC X.
       77  WORK-PRIORITY      PIC 9(01).
       77  MSGOVF-STATUS      PIC 99.
       77  MSGOVF-EOF-FLAG    PIC X.
       77  SHOW-SEG-COUNT     PIC 9(02).
       77  SEG-IDX            PIC 9(02).
       01  SHOW-SEGMENT-TABLE.
           05  SHOW-SEGMENT    PIC X(200) OCCURS 9 TIMES.

      *> Selection criteria, as entered or as read back from an
      *> unfinished run's header. A blank state or priority means any;
      *> the date range defaults to everything.
       77  CRIT-DEPT          PIC X(10).
       77  CRIT-STATE         PIC X(01).
       77  CRIT-PRIORITY      PIC X(01).
       77  CRIT-FROM-DATE     PIC 9(08) VALUE ZERO.
       77  CRIT-TO-DATE       PIC 9(08) VALUE 99999999.
       77  CRIT-KEYWORD       PIC X(40).
       77  KEYWORD-LEN        PIC 9(02) VALUE ZERO.
       77  KEYWORD-HITS       PIC 9(04).
       77  DISPOSITION-STATE  PIC X(01).
       77  NOTE-IN            PIC X(100).
       77  DATE-IN            PIC X(08).
       77  PROMPT-IN          PIC X(10).
       77  CRITERIA-OK-FLAG   PIC X.
       77  APPROVED-FLAG      PIC X VALUE "N".
      *> Message text and its continuation, upper-cased, so the
      *> keyword is found whatever its case and even where it runs
      *> across a segment boundary.
       01  SCAN-TEXT          PIC X(2000).

      *> The approved list. A run is capped at the table size; the
      *> preview says so, and the next run picks up the rest.
       77  MAX-TABLE-SIZE     PIC 9(05) VALUE 500.
       77  SELECTED-COUNT     PIC 9(05) VALUE ZERO.
       77  OVER-LIMIT-COUNT   PIC 9(05) VALUE ZERO.
       77  TBL-IDX            PIC 9(05).
       01  SELECTED-TABLE.
           05  SELECTED-ENTRY OCCURS 500 TIMES.
               10  SEL-CONTACT-ID   PIC 9(06).
               10  SEL-DONE-FLAG    PIC X(01).

       77  DISPOSED-COUNT     PIC 9(05) VALUE ZERO.
       77  ALREADY-DONE-COUNT PIC 9(05) VALUE ZERO.
       77  SKIPPED-COUNT      PIC 9(05) VALUE ZERO.
       77  RETRY-COUNT        PIC 9(05) VALUE ZERO.

      *> Restart control.
       77  BULK-STATUS        PIC 99.
       77  BULK-EOF-FLAG      PIC X VALUE "N".
       77  RUN-ID             PIC X(14) VALUE SPACES.
       77  RUN-OPERATOR       PIC X(20).
       77  RUN-UNFINISHED-FLAG PIC X VALUE "N".
       77  RESUME-FLAG        PIC X VALUE "N".
       77  RUN-LINE-TYPE      PIC X(01).
       77  RUN-LINE-ID        PIC 9(06).

       77  DEPT-STATUS        PIC 99.
       77  MAX-DEPT-SIZE      PIC 9(02) VALUE 10.
       77  DEPT-COUNT         PIC 9(02) VALUE ZERO.
       77  DEPT-IDX           PIC 9(02).
       77  DEPT-EOF-FLAG      PIC X VALUE "N".
       77  DEPT-VALID-FLAG    PIC X.
       77  DEPT-PROMPT-TEXT   PIC X(80).
       77  DEPT-PROMPT-PTR    PIC 9(02).
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 10 TIMES.
               10  TBL-DEPT-CODE       PIC X(10).

       77  OPER-STATUS        PIC 99.
       77  OPER-EOF-FLAG      PIC X VALUE "N".
       77  OPERATOR-ROLE      PIC X(10) VALUE SPACES.
       77  DENIED-FUNCTION    PIC 99 VALUE 10.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(34)
               VALUE "BULK DISPOSITION PREVIEW".
           05  FILLER              PIC X(03) VALUE "BY ".
           05  HDG-OPERATOR        PIC X(20).

       01  CRITERIA-LINE-1.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT: ".
           05  CRL-DEPT            PIC X(10).
           05  FILLER              PIC X(09) VALUE "  STATE: ".
           05  CRL-STATE           PIC X(11).
           05  FILLER              PIC X(12) VALUE "  PRIORITY: ".
           05  CRL-PRIORITY        PIC X(03).

       01  CRITERIA-LINE-2.
           05  FILLER              PIC X(15) VALUE "RECEIVED FROM: ".
           05  CRL-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(06) VALUE "  TO: ".
           05  CRL-TO-DATE         PIC 9(08).
           05  FILLER              PIC X(11) VALUE "  KEYWORD: ".
           05  CRL-KEYWORD         PIC X(40).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(08) VALUE "ID".
           05  FILLER              PIC X(10) VALUE "RECEIVED".
           05  FILLER              PIC X(04) VALUE "PRI".
           05  FILLER              PIC X(04) VALUE "ST".
           05  FILLER              PIC X(31) VALUE "NAME".
           05  FILLER              PIC X(40) VALUE "MESSAGE".

       01  DETAIL-LINE.
           05  DET-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-DATE-RECEIVED   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-PRIORITY        PIC 9(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DET-STATE           PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DET-NAME            PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DET-MESSAGE         PIC X(40).

       01  PREVIEW-TOTAL-LINE.
           05  FILLER              PIC X(24)
               VALUE "MATCHING OPEN CONTACTS: ".
           05  PTL-COUNT           PIC ZZ,ZZ9.

       01  OVER-LIMIT-LINE.
           05  FILLER              PIC X(06) VALUE "ALSO: ".
           05  OLL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(60)
               VALUE " MORE MATCH BUT ARE NOT LISTED; RUN AGAIN AFTER THIS ONE.".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "*** Bulk Disposition ***".
           PERFORM OPEN-FILES
           PERFORM LOAD-LAST-RUN
           IF RUN-UNFINISHED-FLAG = "Y"
               PERFORM OFFER-RESUME
           END-IF
           IF RESUME-FLAG = "Y"
               PERFORM DISPOSE-APPROVED-LIST
           ELSE
               PERFORM GET-CRITERIA
               PERFORM SELECT-MATCHES
               IF SELECTED-COUNT = ZERO
                   DISPLAY "No open contacts match; nothing to "
                       "dispose of."
               ELSE
                   PERFORM GET-APPROVAL
                   IF APPROVED-FLAG = "Y"
                       PERFORM RECORD-APPROVED-RUN
                       PERFORM DISPOSE-APPROVED-LIST
                   ELSE
                       DISPLAY "Not approved; no contact was changed."
                   END-IF
               END-IF
           END-IF
           DISPLAY "Disposed " DISPOSED-COUNT ", already done "
               ALREADY-DONE-COUNT ", skipped " SKIPPED-COUNT
               ", left for a rerun " RETRY-COUNT "."
           PERFORM CLEANUP
           STOP RUN.

       OPEN-FILES.
           OPEN I-O CONTACT-FILE
           IF CONTACT-STATUS NOT = 00
               DISPLAY "CONTACT-FILE open error, status " CONTACT-STATUS
               STOP RUN
           END-IF
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER"
           IF FUNCTION LENGTH(FUNCTION TRIM(OPERATOR-ID)) = 0
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
           PERFORM LOAD-OPERATOR-ENTRY
           PERFORM LOAD-DEPARTMENT-TABLE.

      *> A missing operator master, no row for this login, or a row
      *> flagged inactive clears nothing. Disposing of contacts in
      *> bulk is a supervisor's decision; anyone else is refused
      *> here, and logged.
       LOAD-OPERATOR-ENTRY.
           MOVE SPACES TO OPERATOR-ROLE
           OPEN INPUT OPER-FILE
           IF OPER-STATUS NOT = 00
               DISPLAY "OPER-FILE open error, status " OPER-STATUS
               DISPLAY "data/CONTACTS_OPERS.DAT is required; one line "
                   "per operator (see the OPERREC layout)."
           ELSE
               PERFORM READ-OPER-RECORD
               PERFORM UNTIL OPER-EOF-FLAG = "Y"
                   IF FUNCTION UPPER-CASE(OPER-ID)
                           = FUNCTION UPPER-CASE(OPERATOR-ID)
                       IF OPER-ACTIVE-FLAG = "Y"
                           MOVE FUNCTION UPPER-CASE(OPER-ROLE)
                               TO OPERATOR-ROLE
                       END-IF
                       MOVE "Y" TO OPER-EOF-FLAG
                   ELSE
                       PERFORM READ-OPER-RECORD
                   END-IF
               END-PERFORM
               CLOSE OPER-FILE
           END-IF
           IF OPERATOR-ROLE NOT = "SUPERVISOR"
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is not cleared for bulk disposition; the attempt "
                   "is logged."
               PERFORM WRITE-DENIAL-ENTRY
               PERFORM CLEANUP
               STOP RUN
           END-IF.

       READ-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO OPER-EOF-FLAG
           END-READ.

       LOAD-DEPARTMENT-TABLE.
           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS NOT = 00
               DISPLAY "DEPT-FILE open error, status " DEPT-STATUS
               DISPLAY "data/CONTACTS_DEPTS.DAT is required; one line "
                   "per department (see the DEPTREC layout)."
               PERFORM CLEANUP
               STOP RUN
           END-IF
           PERFORM READ-DEPT-RECORD
           PERFORM UNTIL DEPT-EOF-FLAG = "Y"
               IF FUNCTION LENGTH(FUNCTION TRIM(DEPT-CODE)) > 0
                   IF DEPT-COUNT < MAX-DEPT-SIZE
                       ADD 1 TO DEPT-COUNT
                       MOVE FUNCTION UPPER-CASE(DEPT-CODE)
                           TO TBL-DEPT-CODE(DEPT-COUNT)
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
                   "nothing to dispose of."
               PERFORM CLEANUP
               STOP RUN
           END-IF
           MOVE SPACES TO DEPT-PROMPT-TEXT
           MOVE 1 TO DEPT-PROMPT-PTR
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-PROMPT-PTR > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO DEPT-PROMPT-TEXT
                       WITH POINTER DEPT-PROMPT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(TBL-DEPT-CODE(DEPT-IDX))
                   DELIMITED BY SIZE
                   INTO DEPT-PROMPT-TEXT
                   WITH POINTER DEPT-PROMPT-PTR
               END-STRING
           END-PERFORM.

       READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE "Y" TO DEPT-EOF-FLAG
           END-READ.

      *> Reads the control file through to find the last run started.
      *> Its header restores the criteria, disposition and note; its
      *> S lines rebuild the approved list and its D lines mark what
      *> was finished. An E or A line for that run means there is
      *> nothing to resume. A missing file means no run yet.
       LOAD-LAST-RUN.
           OPEN INPUT BULK-FILE
           IF BULK-STATUS NOT = 00
               MOVE "Y" TO BULK-EOF-FLAG
               IF BULK-STATUS NOT = 35
                   DISPLAY "BULK-FILE open error, status " BULK-STATUS
                   PERFORM CLEANUP
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-BULK-RECORD
           PERFORM UNTIL BULK-EOF-FLAG = "Y"
               EVALUATE TRUE
                   WHEN BLK-HEADER
                       MOVE "Y" TO RUN-UNFINISHED-FLAG
                       MOVE BLK-RUN-ID          TO RUN-ID
                       MOVE BLK-OPERATOR        TO RUN-OPERATOR
                       MOVE BLK-DISPOSITION     TO DISPOSITION-STATE
                       MOVE BLK-WORK-NOTE       TO NOTE-IN
                       MOVE BLK-CRIT-DEPT       TO CRIT-DEPT
                       MOVE BLK-CRIT-STATE      TO CRIT-STATE
                       MOVE BLK-CRIT-PRIORITY   TO CRIT-PRIORITY
                       MOVE BLK-CRIT-FROM-DATE  TO CRIT-FROM-DATE
                       MOVE BLK-CRIT-TO-DATE    TO CRIT-TO-DATE
                       MOVE BLK-CRIT-KEYWORD    TO CRIT-KEYWORD
                       MOVE ZERO TO SELECTED-COUNT
                   WHEN BLK-RUN-ID NOT = RUN-ID
                       CONTINUE
                   WHEN BLK-SELECTED
                       IF SELECTED-COUNT < MAX-TABLE-SIZE
                           ADD 1 TO SELECTED-COUNT
                           MOVE BLK-CONTACT-ID
                               TO SEL-CONTACT-ID(SELECTED-COUNT)
                           MOVE "N" TO SEL-DONE-FLAG(SELECTED-COUNT)
                       END-IF
                   WHEN BLK-DISPOSED
                       PERFORM VARYING TBL-IDX FROM 1 BY 1
                               UNTIL TBL-IDX > SELECTED-COUNT
                           IF SEL-CONTACT-ID(TBL-IDX) = BLK-CONTACT-ID
                               MOVE "Y" TO SEL-DONE-FLAG(TBL-IDX)
                           END-IF
                       END-PERFORM
                   WHEN BLK-ENDED
                       MOVE "N" TO RUN-UNFINISHED-FLAG
               END-EVALUATE
               PERFORM READ-BULK-RECORD
           END-PERFORM
           IF BULK-STATUS NOT = 35
               CLOSE BULK-FILE
           END-IF.

       READ-BULK-RECORD.
           IF BULK-EOF-FLAG NOT = "Y"
               READ BULK-FILE
                   AT END
                       MOVE "Y" TO BULK-EOF-FLAG
               END-READ
           END-IF.

      *> An unfinished run is dealt with before any new selection:
      *> resumed against its approved list, or abandoned (logged as
      *> such) so a new one can start. Contacts it already disposed
      *> of stay disposed either way.
       OFFER-RESUME.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > SELECTED-COUNT
               IF SEL-DONE-FLAG(TBL-IDX) = "Y"
                   ADD 1 TO ALREADY-DONE-COUNT
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Bulk run " RUN-ID " approved by "
               FUNCTION TRIM(RUN-OPERATOR) " did not finish: "
               ALREADY-DONE-COUNT " of " SELECTED-COUNT " contacts done."
           IF DISPOSITION-STATE = "C"
               DISPLAY "  Close " FUNCTION TRIM(CRIT-DEPT)
                   " contacts, note: " FUNCTION TRIM(NOTE-IN)
           ELSE
               DISPLAY "  Resolve " FUNCTION TRIM(CRIT-DEPT)
                   " contacts, note: " FUNCTION TRIM(NOTE-IN)
           END-IF
           MOVE SPACES TO PROMPT-IN
           PERFORM UNTIL PROMPT-IN = "R" OR PROMPT-IN = "A"
               DISPLAY "(R)esume it or (A)bandon it: " WITH NO ADVANCING
               ACCEPT PROMPT-IN
               MOVE FUNCTION UPPER-CASE(PROMPT-IN(1:1)) TO PROMPT-IN
           END-PERFORM
           IF PROMPT-IN = "R"
               MOVE "Y" TO RESUME-FLAG
           ELSE
               MOVE "A" TO RUN-LINE-TYPE
               MOVE ZERO TO RUN-LINE-ID
               PERFORM WRITE-RUN-LINE
               DISPLAY "Run " RUN-ID " abandoned."
               MOVE ZERO TO SELECTED-COUNT
               MOVE ZERO TO ALREADY-DONE-COUNT
           END-IF.

       GET-CRITERIA.
           MOVE SPACES TO CRIT-DEPT
           MOVE "N" TO DEPT-VALID-FLAG
           PERFORM UNTIL DEPT-VALID-FLAG = "Y"
               DISPLAY "Department (" FUNCTION TRIM(DEPT-PROMPT-TEXT)
                   "): " WITH NO ADVANCING
               ACCEPT CRIT-DEPT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CRIT-DEPT))
                   TO CRIT-DEPT
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > DEPT-COUNT
                       OR DEPT-VALID-FLAG = "Y"
                   IF TBL-DEPT-CODE(DEPT-IDX) = CRIT-DEPT
                       MOVE "Y" TO DEPT-VALID-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "N" TO CRITERIA-OK-FLAG
           PERFORM UNTIL CRITERIA-OK-FLAG = "Y"
               MOVE SPACES TO PROMPT-IN
               DISPLAY "State (N new, I in progress, blank for any "
                   "open): " WITH NO ADVANCING
               ACCEPT PROMPT-IN
               MOVE FUNCTION UPPER-CASE(PROMPT-IN(1:1)) TO CRIT-STATE
               IF CRIT-STATE = SPACE OR "N" OR "I"
                   MOVE "Y" TO CRITERIA-OK-FLAG
               END-IF
           END-PERFORM
           MOVE "N" TO CRITERIA-OK-FLAG
           PERFORM UNTIL CRITERIA-OK-FLAG = "Y"
               MOVE SPACES TO PROMPT-IN
               DISPLAY "Priority (1-4, blank for any): "
                   WITH NO ADVANCING
               ACCEPT PROMPT-IN
               MOVE PROMPT-IN(1:1) TO CRIT-PRIORITY
               IF CRIT-PRIORITY = SPACE OR "1" OR "2" OR "3" OR "4"
                   MOVE "Y" TO CRITERIA-OK-FLAG
               END-IF
           END-PERFORM
           MOVE "N" TO CRITERIA-OK-FLAG
           PERFORM UNTIL CRITERIA-OK-FLAG = "Y"
               MOVE SPACES TO DATE-IN
               DISPLAY "Received from (YYYYMMDD, blank for the "
                   "earliest): " WITH NO ADVANCING
               ACCEPT DATE-IN
               EVALUATE TRUE
                   WHEN DATE-IN = SPACES
                       MOVE ZERO TO CRIT-FROM-DATE
                       MOVE "Y" TO CRITERIA-OK-FLAG
                   WHEN DATE-IN IS NUMERIC
                       MOVE DATE-IN TO CRIT-FROM-DATE
                       MOVE "Y" TO CRITERIA-OK-FLAG
                   WHEN OTHER
                       DISPLAY "Enter the date as YYYYMMDD."
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO CRITERIA-OK-FLAG
           PERFORM UNTIL CRITERIA-OK-FLAG = "Y"
               MOVE SPACES TO DATE-IN
               DISPLAY "Received to   (YYYYMMDD, blank for the "
                   "latest): " WITH NO ADVANCING
               ACCEPT DATE-IN
               EVALUATE TRUE
                   WHEN DATE-IN = SPACES
                       MOVE 99999999 TO CRIT-TO-DATE
                       MOVE "Y" TO CRITERIA-OK-FLAG
                   WHEN DATE-IN IS NOT NUMERIC
                       DISPLAY "Enter the date as YYYYMMDD."
                   WHEN DATE-IN < CRIT-FROM-DATE
                       DISPLAY "The range ends before it starts."
                   WHEN OTHER
                       MOVE DATE-IN TO CRIT-TO-DATE
                       MOVE "Y" TO CRITERIA-OK-FLAG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO CRIT-KEYWORD
           DISPLAY "Keyword in the message (blank for none): "
               WITH NO ADVANCING
           ACCEPT CRIT-KEYWORD
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CRIT-KEYWORD))
               TO CRIT-KEYWORD
           MOVE "N" TO CRITERIA-OK-FLAG
           PERFORM UNTIL CRITERIA-OK-FLAG = "Y"
               MOVE SPACES TO PROMPT-IN
               DISPLAY "(R)esolve or (X) close the matches: "
                   WITH NO ADVANCING
               ACCEPT PROMPT-IN
               EVALUATE FUNCTION UPPER-CASE(PROMPT-IN(1:1))
                   WHEN "R"
                       MOVE "R" TO DISPOSITION-STATE
                       MOVE "Y" TO CRITERIA-OK-FLAG
                   WHEN "X"
                       MOVE "C" TO DISPOSITION-STATE
                       MOVE "Y" TO CRITERIA-OK-FLAG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO NOTE-IN
           PERFORM UNTIL NOTE-IN NOT = SPACES
               DISPLAY "Work note for every contact: " WITH NO ADVANCING
               ACCEPT NOTE-IN
           END-PERFORM.

      *> One pass over the live file; every match goes to the preview,
      *> screen and report alike, and into the approval table.
       SELECT-MATCHES.
           MOVE ZERO TO KEYWORD-LEN
           IF CRIT-KEYWORD NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CRIT-KEYWORD))
                   TO KEYWORD-LEN
           END-IF
           PERFORM OPEN-PREVIEW
           MOVE "N" TO EOF-FLAG
           PERFORM START-AT-FIRST-CONTACT
           PERFORM READ-CONTACT
           PERFORM UNTIL EOF-FLAG = "Y"
               PERFORM CHECK-CRITERIA
               IF MATCH-FLAG = "Y"
                   IF SELECTED-COUNT < MAX-TABLE-SIZE
                       ADD 1 TO SELECTED-COUNT
                       MOVE CONTACT-ID TO SEL-CONTACT-ID(SELECTED-COUNT)
                       MOVE "N" TO SEL-DONE-FLAG(SELECTED-COUNT)
                       PERFORM WRITE-PREVIEW-DETAIL
                   ELSE
                       ADD 1 TO OVER-LIMIT-COUNT
                   END-IF
               END-IF
               PERFORM READ-CONTACT
           END-PERFORM
           PERFORM CLOSE-PREVIEW.

       START-AT-FIRST-CONTACT.
           MOVE ZERO TO CONTACT-ID
           START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.

      *> A record locked by a CONTWORK session (status 51) ends the
      *> selection rather than spinning on it; the preview says the
      *> list is short, and the supervisor can decline and rerun.
       READ-CONTACT.
           IF EOF-FLAG NOT = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
               IF CONTACT-STATUS = 51
                   DISPLAY "A record is in use by another operator; "
                       "the list below stops at contact " CONTACT-ID "."
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-IF.

      *> Contacts written before priorities existed carry zero and
      *> count as normal (3), as in CONTWORK.
       CHECK-CRITERIA.
           MOVE "Y" TO MATCH-FLAG
           IF CONTACT-PRIORITY >= 1 AND CONTACT-PRIORITY <= 4
               MOVE CONTACT-PRIORITY TO WORK-PRIORITY
           ELSE
               MOVE 3 TO WORK-PRIORITY
           END-IF
           IF CONTACT-TYPE NOT = CRIT-DEPT OR NOT STATE-OPEN
               MOVE "N" TO MATCH-FLAG
           END-IF
           IF CRIT-STATE = "N" AND NOT STATE-NEW
               MOVE "N" TO MATCH-FLAG
           END-IF
           IF CRIT-STATE = "I" AND NOT STATE-IN-PROGRESS
               MOVE "N" TO MATCH-FLAG
           END-IF
           IF CRIT-PRIORITY NOT = SPACE
                   AND WORK-PRIORITY NOT = CRIT-PRIORITY
               MOVE "N" TO MATCH-FLAG
           END-IF
           IF DATE-RECEIVED < CRIT-FROM-DATE
                   OR DATE-RECEIVED > CRIT-TO-DATE
               MOVE "N" TO MATCH-FLAG
           END-IF
           IF MATCH-FLAG = "Y" AND KEYWORD-LEN > ZERO
               PERFORM CHECK-KEYWORD
           END-IF.

      *> The first 200 characters are tried alone; only when the
      *> keyword is not there is the continuation text collected and
      *> the whole message searched.
       CHECK-KEYWORD.
           MOVE SPACES TO SCAN-TEXT
           MOVE FUNCTION UPPER-CASE(MESSAGE-FIELD) TO SCAN-TEXT(1:200)
           MOVE ZERO TO KEYWORD-HITS
           INSPECT SCAN-TEXT TALLYING KEYWORD-HITS
               FOR ALL CRIT-KEYWORD(1:KEYWORD-LEN)
           IF KEYWORD-HITS = ZERO
               PERFORM COLLECT-MESSAGE-OVERFLOW
               IF SHOW-SEG-COUNT > ZERO
                   PERFORM VARYING SEG-IDX FROM 1 BY 1
                           UNTIL SEG-IDX > SHOW-SEG-COUNT
                       MOVE FUNCTION UPPER-CASE(SHOW-SEGMENT(SEG-IDX))
                           TO SCAN-TEXT(SEG-IDX * 200 + 1:200)
                   END-PERFORM
                   INSPECT SCAN-TEXT TALLYING KEYWORD-HITS
                       FOR ALL CRIT-KEYWORD(1:KEYWORD-LEN)
               END-IF
           END-IF
           IF KEYWORD-HITS = ZERO
               MOVE "N" TO MATCH-FLAG
           END-IF.

      *> Collects the contact's continuation segments the way CONTWORK
      *> shows them: the file is append-only, a maintenance update
      *> starts a fresh run at sequence 01, and the LAST run seen
      *> wins; a single blank segment supersedes an earlier spill.
       COLLECT-MESSAGE-OVERFLOW.
           MOVE ZERO TO SHOW-SEG-COUNT
           MOVE "N" TO MSGOVF-EOF-FLAG
           OPEN INPUT MSGOVF-FILE
           IF MSGOVF-STATUS NOT = 00
               MOVE "Y" TO MSGOVF-EOF-FLAG
               IF MSGOVF-STATUS NOT = 35
                   DISPLAY "MSGOVF-FILE open error, status "
                       MSGOVF-STATUS
               END-IF
           END-IF
           PERFORM READ-MSGOVF-RECORD
           PERFORM UNTIL MSGOVF-EOF-FLAG = "Y"
               IF OVF-CONTACT-ID = CONTACT-ID
                   IF OVF-SEQ-NO = 1
                       MOVE ZERO TO SHOW-SEG-COUNT
                   END-IF
                   IF SHOW-SEG-COUNT < 9
                       ADD 1 TO SHOW-SEG-COUNT
                       MOVE OVF-TEXT TO SHOW-SEGMENT(SHOW-SEG-COUNT)
                   END-IF
               END-IF
               PERFORM READ-MSGOVF-RECORD
           END-PERFORM
           IF MSGOVF-STATUS NOT = 35
               CLOSE MSGOVF-FILE
           END-IF
           IF SHOW-SEG-COUNT = 1 AND SHOW-SEGMENT(1) = SPACES
               MOVE ZERO TO SHOW-SEG-COUNT
           END-IF.

       READ-MSGOVF-RECORD.
           IF MSGOVF-EOF-FLAG NOT = "Y"
               READ MSGOVF-FILE
                   AT END
                       MOVE "Y" TO MSGOVF-EOF-FLAG
               END-READ
           END-IF.

       OPEN-PREVIEW.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               PERFORM CLEANUP
               STOP RUN
           END-IF
           MOVE OPERATOR-ID TO HDG-OPERATOR
           MOVE CRIT-DEPT TO CRL-DEPT
           EVALUATE CRIT-STATE
               WHEN "N"
                   MOVE "NEW" TO CRL-STATE
               WHEN "I"
                   MOVE "IN PROGRESS" TO CRL-STATE
               WHEN OTHER
                   MOVE "ANY OPEN" TO CRL-STATE
           END-EVALUATE
           IF CRIT-PRIORITY = SPACE
               MOVE "ANY" TO CRL-PRIORITY
           ELSE
               MOVE CRIT-PRIORITY TO CRL-PRIORITY
           END-IF
           MOVE CRIT-FROM-DATE TO CRL-FROM-DATE
           MOVE CRIT-TO-DATE TO CRL-TO-DATE
           IF CRIT-KEYWORD = SPACES
               MOVE "(NONE)" TO CRL-KEYWORD
           ELSE
               MOVE CRIT-KEYWORD TO CRL-KEYWORD
           END-IF
           DISPLAY " "
           DISPLAY HEADING-LINE-1
           DISPLAY CRITERIA-LINE-1
           DISPLAY CRITERIA-LINE-2
           DISPLAY HEADING-LINE-2
           WRITE REPORT-LINE FROM HEADING-LINE-1
           WRITE REPORT-LINE FROM CRITERIA-LINE-1
           WRITE REPORT-LINE FROM CRITERIA-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADING-LINE-2.

       WRITE-PREVIEW-DETAIL.
           MOVE CONTACT-ID        TO DET-CONTACT-ID
           MOVE DATE-RECEIVED     TO DET-DATE-RECEIVED
           MOVE WORK-PRIORITY     TO DET-PRIORITY
           MOVE CONTACT-STATE     TO DET-STATE
           IF STATE-NEW
               MOVE "N" TO DET-STATE
           END-IF
           MOVE NAME-FIELD        TO DET-NAME
           MOVE MESSAGE-FIELD     TO DET-MESSAGE
           DISPLAY DETAIL-LINE
           WRITE REPORT-LINE FROM DETAIL-LINE.

       CLOSE-PREVIEW.
           MOVE SELECTED-COUNT TO PTL-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY PREVIEW-TOTAL-LINE
           WRITE REPORT-LINE FROM PREVIEW-TOTAL-LINE
           IF OVER-LIMIT-COUNT > ZERO
               MOVE OVER-LIMIT-COUNT TO OLL-COUNT
               DISPLAY OVER-LIMIT-LINE
               WRITE REPORT-LINE FROM OVER-LIMIT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Preview written to data/CONTBULK.OUT.".

      *> Approval has to be typed out in full; anything else leaves
      *> the file untouched.
       GET-APPROVAL.
           MOVE SPACES TO PROMPT-IN
           DISPLAY " "
           IF DISPOSITION-STATE = "C"
               DISPLAY "Close these " SELECTED-COUNT " contacts with "
                   "the note above? Type YES to approve: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Resolve these " SELECTED-COUNT " contacts with "
                   "the note above? Type YES to approve: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT PROMPT-IN
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PROMPT-IN)) = "YES"
               MOVE "Y" TO APPROVED-FLAG
           END-IF.

      *> The header and the full approved list are on file before the
      *> first contact is touched, so a run that stops at any point
      *> can be resumed from here.
       RECORD-APPROVED-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ID
           MOVE OPERATOR-ID TO RUN-OPERATOR
           MOVE "H" TO RUN-LINE-TYPE
           MOVE ZERO TO RUN-LINE-ID
           PERFORM WRITE-RUN-LINE
           MOVE "S" TO RUN-LINE-TYPE
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > SELECTED-COUNT
               MOVE SEL-CONTACT-ID(TBL-IDX) TO RUN-LINE-ID
               PERFORM WRITE-RUN-LINE
           END-PERFORM.

      *> Works through the approved list, skipping what an earlier
      *> attempt finished. The run is marked ended only when nothing
      *> is left to retry; a contact another operator had locked keeps
      *> the run open, and the next CONTBULK offers to finish it.
       DISPOSE-APPROVED-LIST.
           MOVE "BULKRESL" TO AUDIT-ACTION-IN
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > SELECTED-COUNT
               IF SEL-DONE-FLAG(TBL-IDX) NOT = "Y"
                   PERFORM DISPOSE-ONE-CONTACT
               END-IF
           END-PERFORM
           IF RETRY-COUNT = ZERO
               MOVE "E" TO RUN-LINE-TYPE
               MOVE ZERO TO RUN-LINE-ID
               PERFORM WRITE-RUN-LINE
               DISPLAY "Bulk run " RUN-ID " complete."
           ELSE
               DISPLAY RETRY-COUNT " contacts could not be disposed of "
                   "now; run CONTBULK again to finish run " RUN-ID "."
           END-IF.

      *> Each contact is re-read (and so locked) and re-checked before
      *> it is changed: one that is no longer open was disposed of
      *> already - by an earlier attempt at this run or by hand - and
      *> one moved to another department since approval is no longer
      *> this run's to dispose of. A locked record (status 51) raises
      *> neither INVALID KEY nor the success path, so the status is
      *> checked after the READ.
       DISPOSE-ONE-CONTACT.
           MOVE SEL-CONTACT-ID(TBL-IDX) TO CONTACT-ID
           MOVE "Y" TO FOUND-FLAG
           READ CONTACT-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
           END-READ
           EVALUATE TRUE
               WHEN CONTACT-STATUS = 51
                   DISPLAY "Contact " SEL-CONTACT-ID(TBL-IDX)
                       " in use by another operator, left for a rerun."
                   ADD 1 TO RETRY-COUNT
               WHEN FOUND-FLAG = "N"
                   DISPLAY "Contact " SEL-CONTACT-ID(TBL-IDX)
                       " is no longer on the live file, skipped."
                   ADD 1 TO SKIPPED-COUNT
               WHEN CONTACT-STATUS NOT = 00
                   DISPLAY "Read error, status " CONTACT-STATUS
                       " for contact " SEL-CONTACT-ID(TBL-IDX)
                       ", left for a rerun."
                   ADD 1 TO RETRY-COUNT
               WHEN NOT STATE-OPEN
                   DISPLAY "Contact " CONTACT-ID
                       " is already resolved or closed, skipped."
                   ADD 1 TO ALREADY-DONE-COUNT
               WHEN CONTACT-TYPE NOT = CRIT-DEPT
                   DISPLAY "Contact " CONTACT-ID " has moved to "
                       FUNCTION TRIM(CONTACT-TYPE) ", skipped."
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   PERFORM APPLY-DISPOSITION
           END-EVALUATE.

      *> As in CONTWORK, a contact someone had already claimed keeps
      *> its owner in HANDLED-BY; an unclaimed one records the
      *> supervisor who disposed of it.
       APPLY-DISPOSITION.
           MOVE DISPOSITION-STATE TO CONTACT-STATE
           MOVE NOTE-IN TO WORK-NOTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RESOLUTION-DATE
           IF HANDLED-BY = SPACES
               MOVE OPERATOR-ID TO HANDLED-BY
           END-IF
           PERFORM REWRITE-CONTACT
           IF CONTACT-STATUS = 00
               ADD 1 TO DISPOSED-COUNT
               MOVE "Y" TO SEL-DONE-FLAG(TBL-IDX)
               MOVE "D" TO RUN-LINE-TYPE
               MOVE CONTACT-ID TO RUN-LINE-ID
               PERFORM WRITE-RUN-LINE
           ELSE
               ADD 1 TO RETRY-COUNT
           END-IF.

       REWRITE-CONTACT.
           REWRITE CONTACT-REC
               INVALID KEY
                   DISPLAY "Rewrite error, status " CONTACT-STATUS
                       " for contact " CONTACT-ID
           END-REWRITE
           IF CONTACT-STATUS = 51
               DISPLAY "Contact " CONTACT-ID " in use by another "
                   "operator, disposition not saved."
           END-IF
           IF CONTACT-STATUS = 00
               MOVE "R" TO JOURNAL-OP
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

      *> Open-append-close, like the audit trail, so every line is on
      *> disk the moment the step it records is done.
       WRITE-RUN-LINE.
           OPEN EXTEND BULK-FILE
           IF BULK-STATUS = 35
               OPEN OUTPUT BULK-FILE
           END-IF
           IF BULK-STATUS NOT = 00
               DISPLAY "BULK-FILE open error, status " BULK-STATUS
           ELSE
               MOVE SPACES TO BULK-REC
               MOVE RUN-LINE-TYPE           TO BLK-TYPE
               MOVE RUN-ID                  TO BLK-RUN-ID
               MOVE RUN-LINE-ID             TO BLK-CONTACT-ID
               MOVE OPERATOR-ID             TO BLK-OPERATOR
               IF BLK-HEADER
                   MOVE DISPOSITION-STATE   TO BLK-DISPOSITION
                   MOVE NOTE-IN             TO BLK-WORK-NOTE
                   MOVE CRIT-DEPT           TO BLK-CRIT-DEPT
                   MOVE CRIT-STATE          TO BLK-CRIT-STATE
                   MOVE CRIT-PRIORITY       TO BLK-CRIT-PRIORITY
                   MOVE CRIT-FROM-DATE      TO BLK-CRIT-FROM-DATE
                   MOVE CRIT-TO-DATE        TO BLK-CRIT-TO-DATE
                   MOVE CRIT-KEYWORD        TO BLK-CRIT-KEYWORD
               END-IF
               WRITE BULK-REC
               IF BULK-STATUS NOT = 00
                   DISPLAY "Bulk control write error, status "
                       BULK-STATUS
               END-IF
               CLOSE BULK-FILE
           END-IF.

      *> The journal line follows the same open-append-close rule as
      *> the audit entry; JOURNAL-OP says whether this was an add, a
      *> rewrite or a delete.
       WRITE-JOURNAL-ENTRY.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = 35
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS NOT = 00
               DISPLAY "JOURNAL-FILE open error, status " JOURNAL-STATUS
           ELSE
               MOVE SPACES TO JRN-REC
               MOVE FUNCTION CURRENT-DATE   TO JRN-TIMESTAMP
               MOVE "CONTBULK"              TO JRN-PROGRAM
               MOVE JOURNAL-OP              TO JRN-OPERATION
               MOVE OPERATOR-ID             TO JRN-OPERATOR
               MOVE CONTACT-REC             TO JRN-CONTACT-IMAGE
               WRITE JRN-REC
               IF JOURNAL-STATUS NOT = 00
                   DISPLAY "Journal write error, status " JOURNAL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      *> The record is blanked first: VALUE clauses on FILLER items in
      *> the FILE SECTION do not initialize the record buffer, and a
      *> line-sequential WRITE rejects control characters (status 71).
       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = 35
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = 00
               DISPLAY "AUDIT-FILE open error, status " AUDIT-STATUS
           ELSE
               MOVE SPACES TO AUDIT-REC
               MOVE OPERATOR-ID             TO AUDIT-OPERATOR
               MOVE FUNCTION CURRENT-DATE   TO AUDIT-TIMESTAMP
               MOVE AUDIT-ACTION-IN         TO AUDIT-ACTION
               MOVE CONTACT-ID              TO AUDIT-CONTACT-ID
               MOVE CONTACT-STATUS          TO AUDIT-STATUS-CODE
               WRITE AUDIT-REC
               IF AUDIT-STATUS NOT = 00
                   DISPLAY "Audit write error, status " AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

      *> A refusal names the operator and the function refused (its
      *> code from the OPERREC list rides in the status column); no
      *> contact is concerned, so the ID is zero.
       WRITE-DENIAL-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = 35
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = 00
               DISPLAY "AUDIT-FILE open error, status " AUDIT-STATUS
           ELSE
               MOVE SPACES TO AUDIT-REC
               MOVE OPERATOR-ID             TO AUDIT-OPERATOR
               MOVE FUNCTION CURRENT-DATE   TO AUDIT-TIMESTAMP
               MOVE "DENIED"                TO AUDIT-ACTION
               MOVE ZERO                    TO AUDIT-CONTACT-ID
               MOVE DENIED-FUNCTION         TO AUDIT-STATUS-CODE
               WRITE AUDIT-REC
               IF AUDIT-STATUS NOT = 00
                   DISPLAY "Audit write error, status " AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       CLEANUP.
           CLOSE CONTACT-FILE.
