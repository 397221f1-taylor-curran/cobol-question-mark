       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTBNCE.

      *> Nightly import of the mail gateway's bounce file. CONTACKL,
      *> CONTRESL and CONTSRVY spool letters to
      *> data/CONTACTS_LETTERS.SPL; when the gateway cannot deliver
      *> one it drops a line in data/CONTACTS_BOUNCES.DAT:
      *>   CONTACT-ID|EMAIL|REASON|H or S
      *> (H a hard bounce - the address is dead - S a soft one -
      *> mailbox full, server down). Every bounce is appended to the
      *> bounce history (see BNCEREC) whatever becomes of it. A hard
      *> bounce on the address still on the contact marks the contact
      *> undeliverable (see UNDLREC), which stops further letters and
      *> surveys to that address; logs BOUNCED in the audit trail; and
      *> puts the contact on the owning department's callback
      *> worklist (see CBAKREC). SOFT-BOUNCE-LIMIT soft bounces on one
      *> address inside SOFT-WINDOW-DAYS count as a hard bounce. A
      *> bounce for an address the contact no longer carries is only
      *> recorded: the address has already been corrected.
      *> data/CONTBNCE.OUT lists every bounce with what was done,
      *> tonight's bounces by department and by reason, and the
      *> addresses that have bounced more than once, so they can be
      *> corrected through CONTACTS maintenance. A rerun of the same
      *> night's drop skips the bounces already in the history for
      *> that business date. The run date is the business date
      *> CONTNITE exports, or today when run by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "data/CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONTACT-ID
               ALTERNATE RECORD KEY IS EMAIL-FIELD WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS CONTACT-STATUS.

           SELECT BOUNCE-FILE ASSIGN TO "data/CONTACTS_BOUNCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOUNCE-STATUS.

           SELECT UNDELIV-FILE ASSIGN TO "data/CONTACTS_UNDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS UNDELIV-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "data/CONTACTS_BOUNCE_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS HISTORY-STATUS.

           SELECT CALLBACK-FILE ASSIGN TO "data/CONTACTS_CALLBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS CALLBACK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/CONTACTS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTBNCE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTACTREC.

       FD  BOUNCE-FILE.
       01  BOUNCE-LINE             PIC X(120).

       FD  UNDELIV-FILE.
           COPY UNDLREC.

       FD  HISTORY-FILE.
           COPY BNCEREC.

       FD  CALLBACK-FILE.
           COPY CBAKREC.

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

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(110).

       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS          PIC 99.
       77  BOUNCE-STATUS           PIC 99.
       77  UNDELIV-STATUS          PIC 99.
       77  HISTORY-STATUS          PIC 99.
       77  CALLBACK-STATUS         PIC 99.
       77  AUDIT-STATUS            PIC 99.
       77  REPORT-STATUS           PIC 99.
       77  OPERATOR-ID             PIC X(20).
       77  AUDIT-ACTION-IN         PIC X(08).
       77  EOF-FLAG                PIC X VALUE "N".
       77  RUN-DATE-IN             PIC X(08).
       77  RUN-DATE                PIC 9(08).
       77  RUN-INTEGER             PIC 9(08).
       77  HISTORY-INTEGER         PIC 9(08).

      *> One gateway line, split, and what became of it.
       77  GTW-ID-TEXT             PIC X(10).
       77  GTW-EMAIL               PIC X(50).
       77  GTW-REASON              PIC X(30).
       77  GTW-TYPE-TEXT           PIC X(10).
       77  GTW-CONTACT-ID          PIC 9(06).
       77  BOUNCE-EMAIL-KEY        PIC X(50).
       77  BOUNCE-SEVERITY         PIC X(01).
       77  EFFECTIVE-SEVERITY      PIC X(01).
       77  BOUNCE-DEPT             PIC X(10).
       77  BOUNCE-OUTCOME          PIC X(10).
       77  MARK-REASON             PIC X(30).
       77  CONTACT-FOUND-FLAG      PIC X.
       77  PROBLEM-REASON          PIC X(35).

      *> A run of soft bounces on one address is as good as a hard
      *> one: SOFT-BOUNCE-LIMIT of them within SOFT-WINDOW-DAYS.
       77  SOFT-BOUNCE-LIMIT       PIC 9(02) VALUE 3.
       77  SOFT-WINDOW-DAYS        PIC 9(03) VALUE 30.

       77  BOUNCE-COUNT            PIC 9(05) VALUE ZERO.
       77  HARD-COUNT              PIC 9(05) VALUE ZERO.
       77  SOFT-COUNT              PIC 9(05) VALUE ZERO.
       77  MARKED-COUNT            PIC 9(05) VALUE ZERO.
       77  ALREADY-MARKED-COUNT    PIC 9(05) VALUE ZERO.
       77  CALLBACK-COUNT          PIC 9(05) VALUE ZERO.
       77  ESCALATED-COUNT         PIC 9(05) VALUE ZERO.
       77  CHANGED-COUNT           PIC 9(05) VALUE ZERO.
       77  UNMATCHED-COUNT         PIC 9(05) VALUE ZERO.
       77  PROBLEM-COUNT           PIC 9(05) VALUE ZERO.
       77  RERUN-SKIP-COUNT        PIC 9(05) VALUE ZERO.
       77  REPEAT-COUNT            PIC 9(05) VALUE ZERO.

      *> Contacts already marked undeliverable, by address (upper
      *> case) and CONTACT-ID. Beyond the table, anything not found
      *> in it is double-checked against the file itself.
       77  UNDELIV-EOF-FLAG        PIC X VALUE "N".
       77  MAX-MARKED-SIZE         PIC 9(05) VALUE 500.
       77  MARKED-TBL-COUNT        PIC 9(05) VALUE ZERO.
       77  MARKED-IDX              PIC 9(05).
       77  MARKED-ID-IN            PIC 9(06).
       77  MARKED-FOUND-FLAG       PIC X.
       77  MARKED-FULL-FLAG        PIC X VALUE "N".
       01  MARKED-TABLE.
           05  MARKED-ENTRY OCCURS 500 TIMES.
               10  MKT-EMAIL           PIC X(50).
               10  MKT-CONTACT-ID      PIC 9(06).

      *> Bounces already in the history for tonight's business date,
      *> so a rerun of the same drop is not counted twice.
       77  HISTORY-EOF-FLAG        PIC X VALUE "N".
       77  MAX-PRIOR-SIZE          PIC 9(05) VALUE 500.
       77  PRIOR-COUNT             PIC 9(05) VALUE ZERO.
       77  PRIOR-IDX               PIC 9(05).
       77  PRIOR-FOUND-FLAG        PIC X.
       77  PRIOR-FULL-FLAG         PIC X VALUE "N".
       77  PRIOR-TOTAL             PIC 9(05) VALUE ZERO.
       77  PRIOR-SEEN-COUNT        PIC 9(05).
       01  PRIOR-TABLE.
           05  PRIOR-ENTRY OCCURS 500 TIMES.
               10  PRT-CONTACT-ID      PIC 9(06).
               10  PRT-EMAIL           PIC X(50).
               10  PRT-SEVERITY        PIC X(01).

      *> Every address in tonight's drop, with its bounce counts from
      *> the history, for the repeat check and the soft-bounce rule.
      *> ADR-LIVE-FLAG says what tonight's bounce found on the
      *> contact: Y the address is still there, C it has been
      *> changed, N no contact. An address beyond the table has its
      *> counts taken from the history file itself (the OVF- items).
       77  ADDRESS-KEY-IN          PIC X(50).
       77  ADDRESS-ADD-FLAG        PIC X VALUE "Y".
       77  OVERFLOW-COUNT          PIC 9(05) VALUE ZERO.
       77  OVF-USED-FLAG           PIC X VALUE "N".
       77  OVF-HARD-COUNT          PIC 9(05).
       77  OVF-SOFT-COUNT          PIC 9(05).
       77  OVF-RECENT-SOFT         PIC 9(05).
       77  OVF-TONIGHT-COUNT       PIC 9(05).
       77  RECENT-SOFT-NOW         PIC 9(05).
       77  MAX-ADDRESS-SIZE        PIC 9(05) VALUE 500.
       77  ADDRESS-COUNT           PIC 9(05) VALUE ZERO.
       77  ADR-IDX                 PIC 9(05).
       77  ADR-FOUND-IDX           PIC 9(05).
       01  ADDRESS-TABLE.
           05  ADDRESS-ENTRY OCCURS 500 TIMES.
               10  ADR-EMAIL           PIC X(50).
               10  ADR-HARD-COUNT      PIC 9(05).
               10  ADR-SOFT-COUNT      PIC 9(05).
               10  ADR-RECENT-SOFT     PIC 9(05).
               10  ADR-TONIGHT-FLAG    PIC X(01).
               10  ADR-LIVE-FLAG       PIC X(01).
               10  ADR-LAST-ID         PIC 9(06).

      *> Tonight's bounces by department (CONTACT-TYPE; UNMATCHED
      *> when no contact was found) and by reason.
       77  MAX-DSTAT-SIZE          PIC 9(02) VALUE 20.
       77  DSTAT-COUNT             PIC 9(02) VALUE ZERO.
       77  DSTAT-IDX               PIC 9(02).
       77  DSTAT-FOUND-IDX         PIC 9(02).
       77  DSTAT-FULL-FLAG         PIC X VALUE "N".
       01  DSTAT-TABLE.
           05  DSTAT-ENTRY OCCURS 20 TIMES.
               10  DST-DEPT            PIC X(10).
               10  DST-HARD            PIC 9(05).
               10  DST-SOFT            PIC 9(05).
               10  DST-MARKED          PIC 9(05).

       77  MAX-RSTAT-SIZE          PIC 9(02) VALUE 30.
       77  RSTAT-COUNT             PIC 9(02) VALUE ZERO.
       77  RSTAT-IDX               PIC 9(02).
       77  RSTAT-FOUND-IDX         PIC 9(02).
       77  RSTAT-FULL-FLAG         PIC X VALUE "N".
       01  RSTAT-TABLE.
           05  RSTAT-ENTRY OCCURS 30 TIMES.
               10  RST-REASON          PIC X(30).
               10  RST-HARD            PIC 9(05).
               10  RST-SOFT            PIC 9(05).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(40) VALUE
               "MAIL BOUNCE IMPORT - UNDELIVERABLE EMAIL".
           05  FILLER              PIC X(06) VALUE " AS OF".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HDG-RUN-DATE        PIC 9(08).

       01  SECTION-LINE.
           05  SEC-TITLE           PIC X(60).

       01  DETAIL-HEADING.
           05  FILLER              PIC X(07) VALUE "ID".
           05  FILLER              PIC X(11) VALUE "DEPARTMENT".
           05  FILLER              PIC X(02) VALUE "T".
           05  FILLER              PIC X(11) VALUE "OUTCOME".
           05  FILLER              PIC X(51) VALUE "EMAIL".
           05  FILLER              PIC X(06) VALUE "REASON".

       01  DETAIL-LINE.
           05  DTL-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-DEPT            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-SEVERITY        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-OUTCOME         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-EMAIL           PIC X(50).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DTL-REASON          PIC X(28).

       01  PROBLEM-LINE.
           05  FILLER              PIC X(10) VALUE "REJECTED: ".
           05  PRB-BOUNCE-LINE     PIC X(64).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PRB-REASON          PIC X(35).

       01  DSTAT-HEADING.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(08) VALUE "   HARD".
           05  FILLER              PIC X(08) VALUE "   SOFT".
           05  FILLER              PIC X(08) VALUE " MARKED".

       01  DSTAT-LINE.
           05  DSL-DEPT            PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-HARD            PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-SOFT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-MARKED          PIC ZZ,ZZ9.

       01  RSTAT-HEADING.
           05  FILLER              PIC X(32) VALUE "REASON".
           05  FILLER              PIC X(08) VALUE "   HARD".
           05  FILLER              PIC X(08) VALUE "   SOFT".

       01  RSTAT-LINE.
           05  RSL-REASON          PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSL-HARD            PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSL-SOFT            PIC ZZ,ZZ9.

       01  REPEAT-HEADING.
           05  FILLER              PIC X(51) VALUE "EMAIL".
           05  FILLER              PIC X(06) VALUE " TOTAL".
           05  FILLER              PIC X(06) VALUE "  HARD".
           05  FILLER              PIC X(06) VALUE "  SOFT".
           05  FILLER              PIC X(09) VALUE "  LAST ID".
           05  FILLER              PIC X(16) VALUE "  ON CONTACT".

       01  REPEAT-LINE.
           05  RPL-EMAIL           PIC X(50).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RPL-TOTAL           PIC ZZ,ZZ9.
           05  RPL-HARD            PIC ZZ,ZZ9.
           05  RPL-SOFT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RPL-LAST-ID         PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RPL-STATE           PIC X(20).

       01  OVERFLOW-REPEAT-LINE.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE
               "REPEAT BOUNCER, TOTAL ".
           05  ORL-TOTAL           PIC ZZ,ZZ9.
           05  FILLER              PIC X(07) VALUE " (HARD ".
           05  ORL-HARD            PIC ZZ,ZZ9.
           05  FILLER              PIC X(07) VALUE ", SOFT ".
           05  ORL-SOFT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE ")".

       01  NOTE-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NTL-TEXT            PIC X(100).

       01  TOTAL-LINE.
           05  TTL-LABEL           PIC X(36).
           05  TTL-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM GET-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-MARKED-TABLE
           PERFORM LOAD-TONIGHT-ADDRESSES
           PERFORM LOAD-BOUNCE-HISTORY
           PERFORM READ-BOUNCE-LINE
           PERFORM UNTIL EOF-FLAG = "Y"
               IF FUNCTION LENGTH(FUNCTION TRIM(BOUNCE-LINE)) > 0
                   PERFORM IMPORT-ONE-BOUNCE
               END-IF
               PERFORM READ-BOUNCE-LINE
           END-PERFORM
           IF BOUNCE-COUNT = ZERO AND PROBLEM-COUNT = ZERO
               MOVE "NONE" TO NTL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF
           PERFORM REPORT-BY-DEPARTMENT
           PERFORM REPORT-BY-REASON
           PERFORM REPORT-REPEAT-BOUNCES
           PERFORM WRITE-TOTALS
           DISPLAY "Bounce import complete: " BOUNCE-COUNT
               " bounce(s), " MARKED-COUNT " marked undeliverable, "
               REPEAT-COUNT " repeat address(es), " PROBLEM-COUNT
               " rejected."
           IF RERUN-SKIP-COUNT > ZERO
               DISPLAY "Already imported tonight, skipped: "
                   RERUN-SKIP-COUNT "."
           END-IF
           IF OVERFLOW-COUNT > ZERO
               DISPLAY "*** ADDRESS TABLE FULL - " OVERFLOW-COUNT
                   " BOUNCE(S) COUNTED FROM THE HISTORY FILE ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF MARKED-COUNT > ZERO
               DISPLAY "*** " MARKED-COUNT " CONTACT(S) MARKED "
                   "UNDELIVERABLE - " CALLBACK-COUNT " CALLBACK(S) ADDED TO "
                   "data/CONTACTS_CALLBACK.DAT ***"
           END-IF
           PERFORM CLEANUP
           STOP RUN.

       GET-RUN-DATE.
           MOVE SPACES TO RUN-DATE-IN
           ACCEPT RUN-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF RUN-DATE-IN(1:8) IS NUMERIC
               MOVE RUN-DATE-IN(1:8) TO RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-INTEGER
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER"
           IF FUNCTION LENGTH(FUNCTION TRIM(OPERATOR-ID)) = 0
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF.

       OPEN-FILES.
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = 00
               DISPLAY "CONTACT-FILE open error, status " CONTACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BOUNCE-FILE
           IF BOUNCE-STATUS = 35
               DISPLAY "No bounce file tonight; nothing to import."
               MOVE "Y" TO EOF-FLAG
           ELSE
               IF BOUNCE-STATUS NOT = 00
                   DISPLAY "BOUNCE-FILE open error, status " BOUNCE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-DATE TO HDG-RUN-DATE
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BOUNCES RECEIVED" TO SEC-TITLE
           WRITE REPORT-LINE FROM SECTION-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADING.

      *> The undeliverable list is only ever appended to, by this
      *> program, one line per write, so it is read once here and
      *> each new marker is added to the table as it is written.
       LOAD-MARKED-TABLE.
           OPEN INPUT UNDELIV-FILE
           IF UNDELIV-STATUS = 00
               PERFORM READ-UNDELIV-RECORD
               PERFORM UNTIL UNDELIV-EOF-FLAG = "Y"
                   MOVE FUNCTION UPPER-CASE(UND-EMAIL) TO ADDRESS-KEY-IN
                   MOVE UND-CONTACT-ID TO MARKED-ID-IN
                   PERFORM ADD-MARKED-ENTRY
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

       ADD-MARKED-ENTRY.
           IF MARKED-TBL-COUNT < MAX-MARKED-SIZE
               ADD 1 TO MARKED-TBL-COUNT
               MOVE ADDRESS-KEY-IN TO MKT-EMAIL(MARKED-TBL-COUNT)
               MOVE MARKED-ID-IN TO MKT-CONTACT-ID(MARKED-TBL-COUNT)
           ELSE
               MOVE "Y" TO MARKED-FULL-FLAG
           END-IF.

      *> The history is never trimmed, so the address table is not
      *> filled from it: tonight's drop is read through first and
      *> only its addresses are entered, which keeps the table to one
      *> night's bounces. The drop is then reopened for the import.
       LOAD-TONIGHT-ADDRESSES.
           PERFORM READ-BOUNCE-LINE
           PERFORM UNTIL EOF-FLAG = "Y"
               MOVE SPACES TO GTW-ID-TEXT GTW-EMAIL
               UNSTRING BOUNCE-LINE DELIMITED BY "|"
                   INTO GTW-ID-TEXT GTW-EMAIL
               END-UNSTRING
               IF GTW-EMAIL NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GTW-EMAIL))
                       TO ADDRESS-KEY-IN
                   PERFORM FIND-ADDRESS-ENTRY
               END-IF
               PERFORM READ-BOUNCE-LINE
           END-PERFORM
           IF BOUNCE-STATUS NOT = 35
               CLOSE BOUNCE-FILE
               MOVE "N" TO EOF-FLAG
               OPEN INPUT BOUNCE-FILE
               IF BOUNCE-STATUS NOT = 00
                   DISPLAY "BOUNCE-FILE reopen error, status "
                       BOUNCE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> The whole history is read once: the bounce counts of
      *> tonight's addresses go into the address table, and tonight's
      *> business date's bounces into the rerun table.
       LOAD-BOUNCE-HISTORY.
           MOVE "N" TO ADDRESS-ADD-FLAG
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = 00
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL HISTORY-EOF-FLAG = "Y"
                   PERFORM LOAD-ONE-HISTORY-ENTRY
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF HISTORY-STATUS NOT = 35
                   DISPLAY "HISTORY-FILE open error, status "
                       HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "Y" TO ADDRESS-ADD-FLAG.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-FLAG
           END-READ.

       LOAD-ONE-HISTORY-ENTRY.
           IF BNC-BUS-DATE = RUN-DATE
               ADD 1 TO PRIOR-TOTAL
               IF PRIOR-COUNT < MAX-PRIOR-SIZE
                   ADD 1 TO PRIOR-COUNT
                   MOVE BNC-CONTACT-ID TO PRT-CONTACT-ID(PRIOR-COUNT)
                   MOVE FUNCTION UPPER-CASE(BNC-EMAIL)
                       TO PRT-EMAIL(PRIOR-COUNT)
                   MOVE BNC-SEVERITY TO PRT-SEVERITY(PRIOR-COUNT)
               ELSE
                   MOVE "Y" TO PRIOR-FULL-FLAG
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(BNC-EMAIL) TO ADDRESS-KEY-IN
           PERFORM FIND-ADDRESS-ENTRY
           IF ADR-FOUND-IDX > ZERO
               IF BNC-HARD
                   ADD 1 TO ADR-HARD-COUNT(ADR-FOUND-IDX)
               ELSE
                   ADD 1 TO ADR-SOFT-COUNT(ADR-FOUND-IDX)
                   PERFORM SET-HISTORY-INTEGER
                   IF HISTORY-INTEGER > ZERO
                           AND HISTORY-INTEGER + SOFT-WINDOW-DAYS
                               >= RUN-INTEGER
                       ADD 1 TO ADR-RECENT-SOFT(ADR-FOUND-IDX)
                   END-IF
               END-IF
               MOVE BNC-CONTACT-ID TO ADR-LAST-ID(ADR-FOUND-IDX)
           END-IF.

      *> Sets HISTORY-INTEGER to the history line's date as a day
      *> number, or zero when the date is not a real one.
       SET-HISTORY-INTEGER.
           MOVE ZERO TO HISTORY-INTEGER
           IF BNC-BUS-DATE IS NUMERIC
                   AND BNC-BUS-DATE >= 16010101
                   AND BNC-BUS-DATE <= 99991231
               MOVE FUNCTION INTEGER-OF-DATE(BNC-BUS-DATE)
                   TO HISTORY-INTEGER
           END-IF.

      *> Finds ADDRESS-KEY-IN in the address table, adding it if it
      *> is new and there is room; ADR-FOUND-IDX is zero only when
      *> the table is full. While the history loads, ADDRESS-ADD-FLAG
      *> is N and an address not already entered is simply skipped.
       FIND-ADDRESS-ENTRY.
           MOVE ZERO TO ADR-FOUND-IDX
           PERFORM VARYING ADR-IDX FROM 1 BY 1
                   UNTIL ADR-IDX > ADDRESS-COUNT OR ADR-FOUND-IDX > ZERO
               IF ADR-EMAIL(ADR-IDX) = ADDRESS-KEY-IN
                   MOVE ADR-IDX TO ADR-FOUND-IDX
               END-IF
           END-PERFORM
           IF ADR-FOUND-IDX = ZERO AND ADDRESS-ADD-FLAG = "Y"
               IF ADDRESS-COUNT < MAX-ADDRESS-SIZE
                   ADD 1 TO ADDRESS-COUNT
                   MOVE ADDRESS-COUNT TO ADR-FOUND-IDX
                   MOVE ADDRESS-KEY-IN TO ADR-EMAIL(ADR-FOUND-IDX)
                   MOVE ZERO TO ADR-HARD-COUNT(ADR-FOUND-IDX)
                   MOVE ZERO TO ADR-SOFT-COUNT(ADR-FOUND-IDX)
                   MOVE ZERO TO ADR-RECENT-SOFT(ADR-FOUND-IDX)
                   MOVE ZERO TO ADR-LAST-ID(ADR-FOUND-IDX)
                   MOVE "N" TO ADR-TONIGHT-FLAG(ADR-FOUND-IDX)
                   MOVE "N" TO ADR-LIVE-FLAG(ADR-FOUND-IDX)
               END-IF
           END-IF.

       READ-BOUNCE-LINE.
           IF EOF-FLAG NOT = "Y"
               READ BOUNCE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       IMPORT-ONE-BOUNCE.
           MOVE SPACES TO GTW-ID-TEXT GTW-EMAIL GTW-REASON GTW-TYPE-TEXT
           UNSTRING BOUNCE-LINE DELIMITED BY "|"
               INTO GTW-ID-TEXT GTW-EMAIL GTW-REASON GTW-TYPE-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(GTW-ID-TEXT) TO GTW-ID-TEXT
           MOVE FUNCTION TRIM(GTW-EMAIL) TO GTW-EMAIL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GTW-REASON))
               TO GTW-REASON
           IF GTW-REASON = SPACES
               MOVE "NOT GIVEN" TO GTW-REASON
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GTW-TYPE-TEXT))
               TO GTW-TYPE-TEXT
           EVALUATE TRUE
               WHEN GTW-ID-TEXT(1:6) IS NOT NUMERIC
                   MOVE "CONTACT-ID NOT NUMERIC" TO PROBLEM-REASON
                   PERFORM REPORT-ONE-PROBLEM
               WHEN GTW-EMAIL = SPACES
                   MOVE "NO EMAIL ADDRESS" TO PROBLEM-REASON
                   PERFORM REPORT-ONE-PROBLEM
               WHEN GTW-TYPE-TEXT(1:1) NOT = "H"
                       AND GTW-TYPE-TEXT(1:1) NOT = "S"
                   MOVE "BOUNCE TYPE NOT H OR S" TO PROBLEM-REASON
                   PERFORM REPORT-ONE-PROBLEM
               WHEN OTHER
                   MOVE GTW-ID-TEXT(1:6) TO GTW-CONTACT-ID
                   MOVE FUNCTION UPPER-CASE(GTW-EMAIL)
                       TO BOUNCE-EMAIL-KEY
                   MOVE GTW-TYPE-TEXT(1:1) TO BOUNCE-SEVERITY
                   PERFORM CHECK-ALREADY-IMPORTED
                   IF PRIOR-FOUND-FLAG = "Y"
                       ADD 1 TO RERUN-SKIP-COUNT
                   ELSE
                       PERFORM MATCH-BOUNCE-CONTACT
                   END-IF
           END-EVALUATE.

      *> Only bounces recorded by an earlier run are checked, not the
      *> ones recorded tonight by this run: the gateway may well
      *> report the same address twice in one drop.
       CHECK-ALREADY-IMPORTED.
           MOVE "N" TO PRIOR-FOUND-FLAG
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
                   OR PRIOR-FOUND-FLAG = "Y"
               IF PRT-CONTACT-ID(PRIOR-IDX) = GTW-CONTACT-ID
                       AND PRT-EMAIL(PRIOR-IDX) = BOUNCE-EMAIL-KEY
                       AND PRT-SEVERITY(PRIOR-IDX) = BOUNCE-SEVERITY
                   MOVE "Y" TO PRIOR-FOUND-FLAG
               END-IF
           END-PERFORM
           IF PRIOR-FOUND-FLAG = "N" AND PRIOR-FULL-FLAG = "Y"
               PERFORM SCAN-HISTORY-FILE
           END-IF.

      *> The history is appended one line at a time and closed in
      *> between, so the scan can open it for input. Lines this run
      *> has added carry tonight's date too; they follow the earlier
      *> run's, so the scan stops once PRIOR-TOTAL of tonight's lines
      *> have been seen.
       SCAN-HISTORY-FILE.
           MOVE "N" TO HISTORY-EOF-FLAG
           MOVE ZERO TO PRIOR-SEEN-COUNT
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = 00
               DISPLAY "HISTORY-FILE scan open error, status "
                   HISTORY-STATUS
               MOVE "Y" TO HISTORY-EOF-FLAG
           END-IF
           PERFORM UNTIL HISTORY-EOF-FLAG = "Y"
                   OR PRIOR-FOUND-FLAG = "Y"
                   OR PRIOR-SEEN-COUNT >= PRIOR-TOTAL
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF BNC-BUS-DATE = RUN-DATE
                           ADD 1 TO PRIOR-SEEN-COUNT
                       END-IF
                       IF BNC-BUS-DATE = RUN-DATE
                               AND BNC-CONTACT-ID = GTW-CONTACT-ID
                               AND BNC-SEVERITY = BOUNCE-SEVERITY
                               AND FUNCTION UPPER-CASE(BNC-EMAIL)
                                   = BOUNCE-EMAIL-KEY
                           MOVE "Y" TO PRIOR-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF HISTORY-STATUS NOT = 35
               CLOSE HISTORY-FILE
           END-IF.

      *> A locked record (status 51) takes neither INVALID KEY nor the
      *> success path. That bounce is reported but not recorded in
      *> the history, so a rerun of tonight's drop applies it.
       MATCH-BOUNCE-CONTACT.
           MOVE "N" TO CONTACT-FOUND-FLAG
           MOVE GTW-CONTACT-ID TO CONTACT-ID
           READ CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTACT-STATUS = 00
                       MOVE "Y" TO CONTACT-FOUND-FLAG
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN CONTACT-STATUS = 51
                   MOVE "RECORD IN USE, RERUN TO APPLY"
                       TO PROBLEM-REASON
                   PERFORM REPORT-ONE-PROBLEM
               WHEN CONTACT-FOUND-FLAG = "N"
                   MOVE "UNMATCHED" TO BOUNCE-DEPT
                   MOVE "NO MATCH" TO BOUNCE-OUTCOME
                   ADD 1 TO UNMATCHED-COUNT
                   PERFORM TALLY-ADDRESS
                   PERFORM RECORD-ONE-BOUNCE
               WHEN OTHER
                   MOVE CONTACT-TYPE TO BOUNCE-DEPT
                   PERFORM TALLY-ADDRESS
                   PERFORM APPLY-ONE-BOUNCE
                   PERFORM RECORD-ONE-BOUNCE
           END-EVALUATE.

       TALLY-ADDRESS.
           MOVE "N" TO OVF-USED-FLAG
           MOVE BOUNCE-EMAIL-KEY TO ADDRESS-KEY-IN
           PERFORM FIND-ADDRESS-ENTRY
           IF ADR-FOUND-IDX > ZERO
               IF BOUNCE-SEVERITY = "H"
                   ADD 1 TO ADR-HARD-COUNT(ADR-FOUND-IDX)
               ELSE
                   ADD 1 TO ADR-SOFT-COUNT(ADR-FOUND-IDX)
                   ADD 1 TO ADR-RECENT-SOFT(ADR-FOUND-IDX)
               END-IF
               MOVE "Y" TO ADR-TONIGHT-FLAG(ADR-FOUND-IDX)
               MOVE GTW-CONTACT-ID TO ADR-LAST-ID(ADR-FOUND-IDX)
           ELSE
               PERFORM SCAN-ADDRESS-HISTORY
               IF BOUNCE-SEVERITY = "H"
                   ADD 1 TO OVF-HARD-COUNT
               ELSE
                   ADD 1 TO OVF-SOFT-COUNT
                   ADD 1 TO OVF-RECENT-SOFT
               END-IF
           END-IF.

      *> Only on a night with more addresses than the table holds:
      *> the address's counts are read from the history file itself,
      *> which by now also holds this run's earlier bounces, so the
      *> repeat check and the soft-bounce rule still hold for it. The
      *> run ends with RETURN-CODE 4 so the digest shows the slow
      *> path was taken. A history that cannot be read stops the run
      *> as the load does; the bounces so far are in the history, and
      *> the rerun carries on from there.
       SCAN-ADDRESS-HISTORY.
           MOVE "Y" TO OVF-USED-FLAG
           ADD 1 TO OVERFLOW-COUNT
           MOVE ZERO TO OVF-HARD-COUNT OVF-SOFT-COUNT
           MOVE ZERO TO OVF-RECENT-SOFT OVF-TONIGHT-COUNT
           MOVE "N" TO HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = 00
               IF HISTORY-STATUS NOT = 35
                   DISPLAY "HISTORY-FILE scan open error, status "
                       HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO HISTORY-EOF-FLAG
           END-IF
           PERFORM UNTIL HISTORY-EOF-FLAG = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF FUNCTION UPPER-CASE(BNC-EMAIL)
                               = BOUNCE-EMAIL-KEY
                           PERFORM TALLY-OVERFLOW-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF HISTORY-STATUS NOT = 35
               CLOSE HISTORY-FILE
           END-IF.

       TALLY-OVERFLOW-ENTRY.
           IF BNC-BUS-DATE = RUN-DATE
               ADD 1 TO OVF-TONIGHT-COUNT
           END-IF
           IF BNC-HARD
               ADD 1 TO OVF-HARD-COUNT
           ELSE
               ADD 1 TO OVF-SOFT-COUNT
               PERFORM SET-HISTORY-INTEGER
               IF HISTORY-INTEGER > ZERO
                       AND HISTORY-INTEGER + SOFT-WINDOW-DAYS
                           >= RUN-INTEGER
                   ADD 1 TO OVF-RECENT-SOFT
               END-IF
           END-IF.

      *> Only a bounce of the address the contact still carries can
      *> mark it; compared case-blind, as mail addresses are.
       APPLY-ONE-BOUNCE.
           IF FUNCTION UPPER-CASE(EMAIL-FIELD) NOT = BOUNCE-EMAIL-KEY
               MOVE "ADDR CHGD" TO BOUNCE-OUTCOME
               ADD 1 TO CHANGED-COUNT
               IF ADR-FOUND-IDX > ZERO
                       AND ADR-LIVE-FLAG(ADR-FOUND-IDX) NOT = "Y"
                   MOVE "C" TO ADR-LIVE-FLAG(ADR-FOUND-IDX)
               END-IF
           ELSE
               IF ADR-FOUND-IDX > ZERO
                   MOVE "Y" TO ADR-LIVE-FLAG(ADR-FOUND-IDX)
               END-IF
               MOVE BOUNCE-SEVERITY TO EFFECTIVE-SEVERITY
               MOVE GTW-REASON TO MARK-REASON
               IF ADR-FOUND-IDX > ZERO
                   MOVE ADR-RECENT-SOFT(ADR-FOUND-IDX) TO RECENT-SOFT-NOW
               ELSE
                   MOVE OVF-RECENT-SOFT TO RECENT-SOFT-NOW
               END-IF
               IF BOUNCE-SEVERITY = "S"
                       AND RECENT-SOFT-NOW >= SOFT-BOUNCE-LIMIT
                   MOVE "H" TO EFFECTIVE-SEVERITY
                   MOVE "REPEATED SOFT BOUNCES" TO MARK-REASON
               END-IF
               IF EFFECTIVE-SEVERITY = "H"
                   PERFORM CHECK-ALREADY-MARKED
                   IF MARKED-FOUND-FLAG = "Y"
                       MOVE "ON LIST" TO BOUNCE-OUTCOME
                       ADD 1 TO ALREADY-MARKED-COUNT
                   ELSE
                       PERFORM MARK-UNDELIVERABLE
                       IF BOUNCE-SEVERITY = "S"
                           ADD 1 TO ESCALATED-COUNT
                       END-IF
                   END-IF
               ELSE
                   MOVE "SOFT" TO BOUNCE-OUTCOME
               END-IF
           END-IF.

       CHECK-ALREADY-MARKED.
           MOVE "N" TO MARKED-FOUND-FLAG
           PERFORM VARYING MARKED-IDX FROM 1 BY 1
                   UNTIL MARKED-IDX > MARKED-TBL-COUNT
                   OR MARKED-FOUND-FLAG = "Y"
               IF MKT-EMAIL(MARKED-IDX) = BOUNCE-EMAIL-KEY
                       AND MKT-CONTACT-ID(MARKED-IDX) = CONTACT-ID
                   MOVE "Y" TO MARKED-FOUND-FLAG
               END-IF
           END-PERFORM
           IF MARKED-FOUND-FLAG = "N" AND MARKED-FULL-FLAG = "Y"
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
                   OR MARKED-FOUND-FLAG = "Y"
               READ UNDELIV-FILE
                   AT END
                       MOVE "Y" TO UNDELIV-EOF-FLAG
                   NOT AT END
                       IF UND-CONTACT-ID = CONTACT-ID
                               AND FUNCTION UPPER-CASE(UND-EMAIL)
                                   = BOUNCE-EMAIL-KEY
                           MOVE "Y" TO MARKED-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF UNDELIV-STATUS NOT = 35
               CLOSE UNDELIV-FILE
           END-IF.

      *> The marker is what stops the letters and the callback is how
      *> the department learns of it, so the two go together: both
      *> files are opened before either is written, the callback is
      *> written first and the marker second, and any failure stops
      *> the run before the bounce is recorded in the history. The
      *> rerun then finds the address not yet on the list and marks
      *> it again, callback and all; the worst a failure between the
      *> two writes can leave is a second callback line, never a
      *> marker without one.
       MARK-UNDELIVERABLE.
           OPEN EXTEND CALLBACK-FILE
           IF CALLBACK-STATUS = 35
               OPEN OUTPUT CALLBACK-FILE
           END-IF
           IF CALLBACK-STATUS NOT = 00
               DISPLAY "CALLBACK-FILE open error, status "
                   CALLBACK-STATUS " for contact " CONTACT-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND UNDELIV-FILE
           IF UNDELIV-STATUS = 35
               OPEN OUTPUT UNDELIV-FILE
           END-IF
           IF UNDELIV-STATUS NOT = 00
               DISPLAY "UNDELIV-FILE open error, status " UNDELIV-STATUS
               CLOSE CALLBACK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-CALLBACK-ENTRY
           MOVE SPACES TO UND-REC
           MOVE EMAIL-FIELD  TO UND-EMAIL
           MOVE CONTACT-ID   TO UND-CONTACT-ID
           MOVE CONTACT-TYPE TO UND-DEPT
           MOVE RUN-DATE     TO UND-MARKED-DATE
           MOVE MARK-REASON  TO UND-REASON
           WRITE UND-REC
           IF UNDELIV-STATUS NOT = 00
               DISPLAY "UNDELIV-FILE write error, status "
                   UNDELIV-STATUS " for contact " CONTACT-ID
               CLOSE CALLBACK-FILE
               CLOSE UNDELIV-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CALLBACK-FILE
           CLOSE UNDELIV-FILE
           MOVE BOUNCE-EMAIL-KEY TO ADDRESS-KEY-IN
           MOVE CONTACT-ID TO MARKED-ID-IN
           PERFORM ADD-MARKED-ENTRY
           MOVE "MARKED" TO BOUNCE-OUTCOME
           ADD 1 TO MARKED-COUNT
           MOVE "BOUNCED" TO AUDIT-ACTION-IN
           PERFORM WRITE-AUDIT-ENTRY.

      *> Both files are open (see MARK-UNDELIVERABLE).
       WRITE-CALLBACK-ENTRY.
           MOVE SPACES TO CBK-REC
           MOVE RUN-DATE     TO CBK-ADDED-DATE
           MOVE CONTACT-TYPE TO CBK-DEPT
           MOVE CONTACT-ID   TO CBK-CONTACT-ID
           MOVE NAME-FIELD   TO CBK-NAME
           MOVE EMAIL-FIELD  TO CBK-EMAIL
           MOVE MARK-REASON  TO CBK-REASON
           WRITE CBK-REC
           IF CALLBACK-STATUS NOT = 00
               DISPLAY "Callback write error, status "
                   CALLBACK-STATUS " for contact " CONTACT-ID
               CLOSE CALLBACK-FILE
               CLOSE UNDELIV-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CALLBACK-COUNT.

      *> Every bounce that reached a verdict is counted, listed and
      *> appended to the history.
       RECORD-ONE-BOUNCE.
           ADD 1 TO BOUNCE-COUNT
           IF BOUNCE-SEVERITY = "H"
               ADD 1 TO HARD-COUNT
           ELSE
               ADD 1 TO SOFT-COUNT
           END-IF
           PERFORM TALLY-DEPARTMENT
           PERFORM TALLY-REASON
           PERFORM WRITE-HISTORY-ENTRY
           MOVE SPACES TO DETAIL-LINE
           MOVE GTW-CONTACT-ID  TO DTL-CONTACT-ID
           MOVE BOUNCE-DEPT     TO DTL-DEPT
           MOVE BOUNCE-SEVERITY TO DTL-SEVERITY
           MOVE BOUNCE-OUTCOME  TO DTL-OUTCOME
           MOVE GTW-EMAIL       TO DTL-EMAIL
           MOVE GTW-REASON      TO DTL-REASON
           WRITE REPORT-LINE FROM DETAIL-LINE
           IF OVF-USED-FLAG = "Y"
               PERFORM WRITE-OVERFLOW-REPEAT
           END-IF.

      *> An address beyond the table cannot be listed with the repeat
      *> bouncers at the end, so it is flagged under its own detail
      *> line instead - once, on its first bounce tonight.
       WRITE-OVERFLOW-REPEAT.
           IF OVF-TONIGHT-COUNT = ZERO
                   AND OVF-HARD-COUNT + OVF-SOFT-COUNT > 1
               ADD 1 TO REPEAT-COUNT
               COMPUTE ORL-TOTAL = OVF-HARD-COUNT + OVF-SOFT-COUNT
               MOVE OVF-HARD-COUNT TO ORL-HARD
               MOVE OVF-SOFT-COUNT TO ORL-SOFT
               WRITE REPORT-LINE FROM OVERFLOW-REPEAT-LINE
           END-IF.

      *> The rerun check, the repeat check and the soft-bounce rule
      *> all count on the history, so a bounce that cannot go into it
      *> stops the run. A rerun imports that bounce again: the marker
      *> already added for it is found, and only the history line is
      *> written.
       WRITE-HISTORY-ENTRY.
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-STATUS = 35
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF HISTORY-STATUS NOT = 00
               DISPLAY "HISTORY-FILE open error, status " HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE SPACES TO BNC-REC
               MOVE RUN-DATE        TO BNC-BUS-DATE
               MOVE GTW-CONTACT-ID  TO BNC-CONTACT-ID
               MOVE GTW-EMAIL       TO BNC-EMAIL
               MOVE BOUNCE-DEPT     TO BNC-DEPT
               MOVE BOUNCE-SEVERITY TO BNC-SEVERITY
               MOVE BOUNCE-OUTCOME  TO BNC-OUTCOME
               MOVE GTW-REASON      TO BNC-REASON
               WRITE BNC-REC
               IF HISTORY-STATUS NOT = 00
                   DISPLAY "History write error, status " HISTORY-STATUS
                   CLOSE HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

       TALLY-DEPARTMENT.
           MOVE ZERO TO DSTAT-FOUND-IDX
           PERFORM VARYING DSTAT-IDX FROM 1 BY 1
                   UNTIL DSTAT-IDX > DSTAT-COUNT OR DSTAT-FOUND-IDX > ZERO
               IF DST-DEPT(DSTAT-IDX) = BOUNCE-DEPT
                   MOVE DSTAT-IDX TO DSTAT-FOUND-IDX
               END-IF
           END-PERFORM
           IF DSTAT-FOUND-IDX = ZERO
               IF DSTAT-COUNT < MAX-DSTAT-SIZE
                   ADD 1 TO DSTAT-COUNT
                   MOVE DSTAT-COUNT TO DSTAT-FOUND-IDX
                   MOVE BOUNCE-DEPT TO DST-DEPT(DSTAT-FOUND-IDX)
                   MOVE ZERO TO DST-HARD(DSTAT-FOUND-IDX)
                   MOVE ZERO TO DST-SOFT(DSTAT-FOUND-IDX)
                   MOVE ZERO TO DST-MARKED(DSTAT-FOUND-IDX)
               ELSE
                   MOVE "Y" TO DSTAT-FULL-FLAG
               END-IF
           END-IF
           IF DSTAT-FOUND-IDX > ZERO
               IF BOUNCE-SEVERITY = "H"
                   ADD 1 TO DST-HARD(DSTAT-FOUND-IDX)
               ELSE
                   ADD 1 TO DST-SOFT(DSTAT-FOUND-IDX)
               END-IF
               IF BOUNCE-OUTCOME = "MARKED"
                   ADD 1 TO DST-MARKED(DSTAT-FOUND-IDX)
               END-IF
           END-IF.

       TALLY-REASON.
           MOVE ZERO TO RSTAT-FOUND-IDX
           PERFORM VARYING RSTAT-IDX FROM 1 BY 1
                   UNTIL RSTAT-IDX > RSTAT-COUNT OR RSTAT-FOUND-IDX > ZERO
               IF RST-REASON(RSTAT-IDX) = GTW-REASON
                   MOVE RSTAT-IDX TO RSTAT-FOUND-IDX
               END-IF
           END-PERFORM
           IF RSTAT-FOUND-IDX = ZERO
               IF RSTAT-COUNT < MAX-RSTAT-SIZE
                   ADD 1 TO RSTAT-COUNT
                   MOVE RSTAT-COUNT TO RSTAT-FOUND-IDX
                   MOVE GTW-REASON TO RST-REASON(RSTAT-FOUND-IDX)
                   MOVE ZERO TO RST-HARD(RSTAT-FOUND-IDX)
                   MOVE ZERO TO RST-SOFT(RSTAT-FOUND-IDX)
               ELSE
                   MOVE "Y" TO RSTAT-FULL-FLAG
               END-IF
           END-IF
           IF RSTAT-FOUND-IDX > ZERO
               IF BOUNCE-SEVERITY = "H"
                   ADD 1 TO RST-HARD(RSTAT-FOUND-IDX)
               ELSE
                   ADD 1 TO RST-SOFT(RSTAT-FOUND-IDX)
               END-IF
           END-IF.

       REPORT-ONE-PROBLEM.
           ADD 1 TO PROBLEM-COUNT
           MOVE SPACES TO PRB-BOUNCE-LINE PRB-REASON
           MOVE BOUNCE-LINE TO PRB-BOUNCE-LINE
           MOVE PROBLEM-REASON TO PRB-REASON
           WRITE REPORT-LINE FROM PROBLEM-LINE.

       REPORT-BY-DEPARTMENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TONIGHT'S BOUNCES BY DEPARTMENT" TO SEC-TITLE
           WRITE REPORT-LINE FROM SECTION-LINE
           WRITE REPORT-LINE FROM DSTAT-HEADING
           PERFORM VARYING DSTAT-IDX FROM 1 BY 1
                   UNTIL DSTAT-IDX > DSTAT-COUNT
               MOVE DST-DEPT(DSTAT-IDX)   TO DSL-DEPT
               MOVE DST-HARD(DSTAT-IDX)   TO DSL-HARD
               MOVE DST-SOFT(DSTAT-IDX)   TO DSL-SOFT
               MOVE DST-MARKED(DSTAT-IDX) TO DSL-MARKED
               WRITE REPORT-LINE FROM DSTAT-LINE
           END-PERFORM
           IF DSTAT-COUNT = ZERO
               MOVE "NONE" TO NTL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF
           IF DSTAT-FULL-FLAG = "Y"
               MOVE "MORE DEPARTMENTS THAN THE TABLE HOLDS; SEE DETAIL."
                   TO NTL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF.

       REPORT-BY-REASON.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TONIGHT'S BOUNCES BY REASON" TO SEC-TITLE
           WRITE REPORT-LINE FROM SECTION-LINE
           WRITE REPORT-LINE FROM RSTAT-HEADING
           PERFORM VARYING RSTAT-IDX FROM 1 BY 1
                   UNTIL RSTAT-IDX > RSTAT-COUNT
               MOVE RST-REASON(RSTAT-IDX) TO RSL-REASON
               MOVE RST-HARD(RSTAT-IDX)   TO RSL-HARD
               MOVE RST-SOFT(RSTAT-IDX)   TO RSL-SOFT
               WRITE REPORT-LINE FROM RSTAT-LINE
           END-PERFORM
           IF RSTAT-COUNT = ZERO
               MOVE "NONE" TO NTL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF
           IF RSTAT-FULL-FLAG = "Y"
               MOVE "MORE REASONS THAN THE TABLE HOLDS; SEE DETAIL."
                   TO NTL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF.

      *> A repeat bouncer is an address that bounced tonight and has
      *> bounced before (on any contact). One still on a contact
      *> needs its address corrected through CONTACTS maintenance.
       REPORT-REPEAT-BOUNCES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REPEAT BOUNCES - CORRECT THROUGH CONTACTS MAINTENANCE"
               TO SEC-TITLE
           WRITE REPORT-LINE FROM SECTION-LINE
           WRITE REPORT-LINE FROM REPEAT-HEADING
           PERFORM VARYING ADR-IDX FROM 1 BY 1
                   UNTIL ADR-IDX > ADDRESS-COUNT
               IF ADR-TONIGHT-FLAG(ADR-IDX) = "Y"
                       AND ADR-HARD-COUNT(ADR-IDX)
                           + ADR-SOFT-COUNT(ADR-IDX) > 1
                   PERFORM WRITE-REPEAT-LINE
               END-IF
           END-PERFORM
           IF REPEAT-COUNT = ZERO
               MOVE "NONE" TO NTL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF
           IF OVERFLOW-COUNT > ZERO
               MOVE "ADDRESS TABLE FULL; OTHER REPEATS FLAGGED IN THE DETAIL."
                   TO NTL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF.

       WRITE-REPEAT-LINE.
           ADD 1 TO REPEAT-COUNT
           MOVE ADR-EMAIL(ADR-IDX)       TO RPL-EMAIL
           COMPUTE RPL-TOTAL = ADR-HARD-COUNT(ADR-IDX)
               + ADR-SOFT-COUNT(ADR-IDX)
           MOVE ADR-HARD-COUNT(ADR-IDX)  TO RPL-HARD
           MOVE ADR-SOFT-COUNT(ADR-IDX)  TO RPL-SOFT
           MOVE ADR-LAST-ID(ADR-IDX)     TO RPL-LAST-ID
           EVALUATE ADR-LIVE-FLAG(ADR-IDX)
               WHEN "Y"
                   MOVE "YES - CORRECT IT" TO RPL-STATE
               WHEN "C"
                   MOVE "NO - ALREADY CHANGED" TO RPL-STATE
               WHEN OTHER
                   MOVE "NO MATCHING CONTACT" TO RPL-STATE
           END-EVALUATE
           WRITE REPORT-LINE FROM REPEAT-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BOUNCES IMPORTED:" TO TTL-LABEL
           MOVE BOUNCE-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "  HARD:" TO TTL-LABEL
           MOVE HARD-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "  SOFT:" TO TTL-LABEL
           MOVE SOFT-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "CONTACTS MARKED UNDELIVERABLE:" TO TTL-LABEL
           MOVE MARKED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "  OF WHICH FROM REPEATED SOFT:" TO TTL-LABEL
           MOVE ESCALATED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "CALLBACKS ADDED:" TO TTL-LABEL
           MOVE CALLBACK-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "ALREADY MARKED:" TO TTL-LABEL
           MOVE ALREADY-MARKED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "ADDRESS ALREADY CHANGED:" TO TTL-LABEL
           MOVE CHANGED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "NO MATCHING CONTACT:" TO TTL-LABEL
           MOVE UNMATCHED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "REPEAT ADDRESSES:" TO TTL-LABEL
           MOVE REPEAT-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "REJECTED:" TO TTL-LABEL
           MOVE PROBLEM-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE "ALREADY IMPORTED, SKIPPED:" TO TTL-LABEL
           MOVE RERUN-SKIP-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

      *> The record is blanked first: VALUE clauses on FILLER items in
      *> the FILE SECTION do not initialize the record buffer, and a
      *> line-sequential WRITE rejects control characters (status 71).
      *> The log is shared with the CONTACTS sessions running at the
      *> same time, so each entry is an open-append-close.
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

       CLEANUP.
           CLOSE CONTACT-FILE
           IF BOUNCE-STATUS NOT = 35
               CLOSE BOUNCE-FILE
           END-IF
           CLOSE REPORT-FILE.
