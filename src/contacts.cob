               SHARING WITH ALL OTHER
               FILE STATUS IS DEPT-STATUS.

      *> Operator master: the role on the operator's row decides
      *> which modes this session may use (see the OPERREC layout).
           SELECT OPER-FILE ASSIGN TO "data/CONTACTS_OPERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS OPER-STATUS.

      *> One queue file per department, named from the department
      *> master row (the same dynamic-assign pattern the checkpoint
      *> file uses).
               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

      *> Forward-recovery journal: the image of every contact this
      *> program writes, rewrites or deletes (see JRNLREC).
           SELECT JOURNAL-FILE ASSIGN TO "data/CONTACTS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS JOURNAL-STATUS.

      *> Batch driver: pipe-delimited NAME|EMAIL|MESSAGE|TYPE rows
      *> with an optional fifth PRIORITY field (1-4), one contact per
      *> line, for loading a backlog unattended.
               SHARING WITH ALL OTHER
               FILE STATUS IS QUAR-SPILL-STATUS.

      *> Addresses the mail gateway has hard-bounced (see UNDLREC);
      *> maintenance warns when a contact's email is on the list.
           SELECT UNDELIV-FILE ASSIGN TO "data/CONTACTS_UNDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS UNDELIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TODO: Flesh out FD in Step 4
       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  DEPT-QUEUE-FILE.
           COPY CONTACTREC REPLACING ==CONTACT-REC== BY ==QUEUE-REC==.

           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUDIT-STATUS-CODE  PIC 99.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  BATCH-INPUT-FILE.
       01  BATCH-LINE              PIC X(2400).

           05  FILLER              PIC X(01).
           05  RATE-EMAIL          PIC X(50).

       FD  UNDELIV-FILE.
           COPY UNDLREC.

       FD  QUAR-SPILL-FILE.
       01  QUAR-SPILL-REC           PIC X(2120).

       77  AUDIT-STATUS       PIC 99.
       77  OPERATOR-ID        PIC X(20).
       77  AUDIT-ACTION-IN    PIC X(08).
       77  JOURNAL-STATUS     PIC 99.
       77  JOURNAL-OP         PIC X(01).
       77  BATCH-STATUS        PIC 99.
       77  BATCH-REJECT-STATUS PIC 99.
       77  BATCH-EOF-FLAG      PIC X VALUE "N".
               10  TBL-DEPT-SLA        PIC 9(02).
               10  TBL-DEPT-RESPONSE   PIC X(20).
               10  TBL-DEPT-ACTIVE     PIC X(01).

      *> This operator's role from the operator master; blank means
      *> not on the master (or retired), which clears no mode.
       77  OPER-STATUS        PIC 99.
       77  OPER-EOF-FLAG      PIC X VALUE "N".
       77  OPERATOR-ROLE      PIC X(10) VALUE SPACES.
       77  MODE-CLEARED-FLAG  PIC X.
       77  DENIED-FUNCTION    PIC 99.
       77  DENIED-ID-IN       PIC 9(06).
       77  SCREEN-KWD-STATUS  PIC 99.
       77  RATELOG-STATUS     PIC 99.
       77  QUAR-STATUS        PIC 99.
       77  SEARCH-FRAG-LEN    PIC 9(02).
       77  SEARCH-MATCH-COUNT PIC 9(05) VALUE ZERO.
       77  SEARCH-DONE-FLAG   PIC X.
       77  UNDELIV-STATUS     PIC 99.
       77  UNDELIV-EOF-FLAG   PIC X.
       77  UNDELIV-HIT-FLAG   PIC X.
       77  UNDELIV-HIT-DATE   PIC 9(08).
       77  UNDELIV-HIT-REASON PIC X(30).
       77  UNDELIV-EMAIL-KEY  PIC X(50).

       PROCEDURE DIVISION.

           DISPLAY "*** Contact Us Form ***".
           PERFORM OPEN-FILES
           PERFORM ASK-MODE
           PERFORM CHECK-MODE-CLEARANCE
           EVALUATE MODE-SELECT
               WHEN "M"
                   PERFORM REPLAY-CHECKPOINT
           STRING "data/CONTACTS_" FUNCTION TRIM(OPERATOR-ID) ".CKP"
               DELIMITED BY SIZE INTO CKP-FILE-NAME
           END-STRING
           PERFORM LOAD-OPERATOR-ENTRY
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-KEYWORD-LIST
           PERFORM LOAD-URGENT-LIST
           PERFORM FIND-MAX-ID.

      *> A missing operator master, no row for this login, or a row
      *> flagged inactive leaves OPERATOR-ROLE blank: the session
      *> then clears no mode at all, and says why.
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
           END-IF.

       READ-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO OPER-EOF-FLAG
           END-READ.

      *> Any active operator may take contacts (add or batch load);
      *> maintenance is intake's and the supervisors'; quarantine
      *> review is the supervisors' alone. The delete inside
      *> maintenance is checked again per contact (DELETE-CONTACT).
       CHECK-MODE-CLEARANCE.
           MOVE "N" TO MODE-CLEARED-FLAG
           EVALUATE MODE-SELECT
               WHEN "M"
                   MOVE 02 TO DENIED-FUNCTION
                   IF OPERATOR-ROLE = "INTAKE" OR "SUPERVISOR"
                       MOVE "Y" TO MODE-CLEARED-FLAG
                   END-IF
               WHEN "Q"
                   MOVE 04 TO DENIED-FUNCTION
                   IF OPERATOR-ROLE = "SUPERVISOR"
                       MOVE "Y" TO MODE-CLEARED-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 01 TO DENIED-FUNCTION
                   IF OPERATOR-ROLE NOT = SPACES
                       MOVE "Y" TO MODE-CLEARED-FLAG
                   END-IF
           END-EVALUATE
           IF MODE-CLEARED-FLAG NOT = "Y"
               PERFORM REFUSE-MODE
               PERFORM CLEANUP
               STOP RUN
           END-IF.

       REFUSE-MODE.
           DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
               " is not cleared for this mode; the attempt is logged."
           MOVE ZERO TO DENIED-ID-IN
           PERFORM WRITE-DENIAL-ENTRY.

      *> Nothing can be validated or routed without the department
      *> master, so a missing or empty file stops the session rather
      *> than silently accepting contacts no queue will ever see.
                       DISPLAY "Write error, status " CONTACT-STATUS
               END-EVALUATE
           END-PERFORM
           IF CONTACT-STATUS = 00
               MOVE "A" TO JOURNAL-OP
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           MOVE "ADD" TO AUDIT-ACTION-IN
           PERFORM WRITE-AUDIT-ENTRY.

               CLOSE AUDIT-FILE
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
               MOVE "CONTACTS"              TO JRN-PROGRAM
               MOVE JOURNAL-OP              TO JRN-OPERATION
               MOVE OPERATOR-ID             TO JRN-OPERATOR
               MOVE CONTACT-REC             TO JRN-CONTACT-IMAGE
               WRITE JRN-REC
               IF JOURNAL-STATUS NOT = 00
                   DISPLAY "Journal write error, status " JOURNAL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      *> A refusal names the operator, the function refused (its code
      *> from the OPERREC list rides in the status column) and the
      *> contact concerned, if any, so the auditors see who tried what.
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
               MOVE DENIED-ID-IN            TO AUDIT-CONTACT-ID
               MOVE DENIED-FUNCTION         TO AUDIT-STATUS-CODE
               WRITE AUDIT-REC
               IF AUDIT-STATUS NOT = 00
                   DISPLAY "Audit write error, status " AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       ROUTE-RECORD.
           PERFORM WRITE-RECORD
           IF CONTACT-STATUS = 00
                       WHEN "U"
                           PERFORM UPDATE-CONTACT
                       WHEN "D"
                           IF OPERATOR-ROLE = "SUPERVISOR"
                               PERFORM DELETE-CONTACT
                           ELSE
                               DISPLAY "Only a supervisor may delete a "
                                   "contact; the attempt is logged."
                               MOVE 03 TO DENIED-FUNCTION
                               MOVE CONTACT-ID OF CONTACT-REC
                                   TO DENIED-ID-IN
                               PERFORM WRITE-DENIAL-ENTRY
                           END-IF
                       WHEN OTHER
                           DISPLAY "No action taken."
                   END-EVALUATE
       ASK-MAINT-ACTION.
           DISPLAY "Found: " NAME-FIELD OF CONTACT-REC
               " <" FUNCTION TRIM(EMAIL-FIELD OF CONTACT-REC) ">"
           PERFORM CHECK-UNDELIVERABLE
           IF UNDELIV-HIT-FLAG = "Y"
               DISPLAY "*** Mail to this address is bouncing: "
                   "undeliverable since " UNDELIV-HIT-DATE " ("
                   FUNCTION TRIM(UNDELIV-HIT-REASON) ")."
               DISPLAY "*** Letters and surveys are withheld until the "
                   "email is corrected with (U)pdate."
           END-IF
           DISPLAY "(U)pdate or (D)elete this contact? " WITH NO ADVANCING
           ACCEPT MAINT-ACTION
           MOVE FUNCTION UPPER-CASE(MAINT-ACTION(1:1)) TO MAINT-ACTION.
                   "change not saved."
           END-IF
           IF CONTACT-STATUS = 00
               MOVE "R" TO JOURNAL-OP
               PERFORM WRITE-JOURNAL-ENTRY
               IF MSG-SEGMENT-COUNT > ZERO
                   PERFORM WRITE-MESSAGE-OVERFLOW
               ELSE
                   PERFORM WRITE-OVERFLOW-SUPERSEDE
               END-IF
               PERFORM WRITE-DEPARTMENT-COPY
               PERFORM CHECK-UNDELIVERABLE
               IF UNDELIV-HIT-FLAG = "Y"
                   DISPLAY "*** This email is still on the undeliverable "
                       "list; letters and surveys stay withheld."
               END-IF
           END-IF
           MOVE "UPDATE" TO AUDIT-ACTION-IN
           PERFORM WRITE-AUDIT-ENTRY.
                   "not deleted."
           END-IF
           IF CONTACT-STATUS = 00
               MOVE "D" TO JOURNAL-OP
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM WRITE-DEPARTMENT-COPY
           END-IF
           MOVE "DELETE" TO AUDIT-ACTION-IN
           PERFORM WRITE-AUDIT-ENTRY.

      *> The undeliverable list is scanned, not loaded, like the rate
      *> log: it is read once per contact brought up, and the address
      *> is compared case-blind, as CONTBNCE and the letter runs do.
      *> The latest marker for the address is the one reported.
       CHECK-UNDELIVERABLE.
           MOVE "N" TO UNDELIV-HIT-FLAG
           MOVE "N" TO UNDELIV-EOF-FLAG
           MOVE FUNCTION UPPER-CASE(EMAIL-FIELD OF CONTACT-REC)
               TO UNDELIV-EMAIL-KEY
           OPEN INPUT UNDELIV-FILE
           IF UNDELIV-STATUS NOT = 00
               MOVE "Y" TO UNDELIV-EOF-FLAG
               IF UNDELIV-STATUS NOT = 35
                   DISPLAY "UNDELIV-FILE open error, status "
                       UNDELIV-STATUS
               END-IF
           END-IF
           PERFORM UNTIL UNDELIV-EOF-FLAG = "Y"
               READ UNDELIV-FILE
                   AT END
                       MOVE "Y" TO UNDELIV-EOF-FLAG
                   NOT AT END
                       IF FUNCTION UPPER-CASE(UND-EMAIL)
                               = UNDELIV-EMAIL-KEY
                           MOVE "Y" TO UNDELIV-HIT-FLAG
                           MOVE UND-MARKED-DATE TO UNDELIV-HIT-DATE
                           MOVE UND-REASON TO UNDELIV-HIT-REASON
                       END-IF
               END-READ
           END-PERFORM
           IF UNDELIV-STATUS NOT = 35
               CLOSE UNDELIV-FILE
           END-IF.

       ASK-MAINT-ANOTHER.
           DISPLAY "Maintain another contact? (Y/N): " WITH NO ADVANCING
           ACCEPT MAINT-ANOTHER-FLAG
