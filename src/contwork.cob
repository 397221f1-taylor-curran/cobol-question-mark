      *> to be claimed, annotated, resolved or closed. Dispositions are
      *> rewritten straight into CONTACTS.DAT and logged to the audit
      *> trail, so management can always see what is still waiting.
      *> A contact that landed on the wrong desk can be transferred to
      *> another active department: the old queue gets a tombstone,
      *> the new queue a fresh copy, and CONTACTS_TRANSFERS.LOG a line
      *> naming both departments for CONTXFER's daily report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

      *> Forward-recovery journal: the image of every contact this
      *> program changes (see JRNLREC).
           SELECT JOURNAL-FILE ASSIGN TO "data/CONTACTS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS JOURNAL-STATUS.

      *> Department master: the list of departments an operator can
      *> work off comes from here, not from code. A retired (inactive)
      *> department is still accepted - its open contacts must still
               SHARING WITH ALL OTHER
               FILE STATUS IS DEPT-STATUS.

      *> Operator master: only agents and supervisors work queues,
      *> and an agent only the departments listed on their row.
           SELECT OPER-FILE ASSIGN TO "data/CONTACTS_OPERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS OPER-STATUS.

      *> Continuation segments for messages longer than
      *> MESSAGE-FIELD; the whole text is shown when a contact is
      *> presented, so the department never works from the first
               SHARING WITH ALL OTHER
               FILE STATUS IS MSGOVF-STATUS.

      *> Department queues, for the tombstone and fresh copy a
      *> transfer appends (see TRANSFER-CONTACT).
           SELECT DEPT-QUEUE-FILE ASSIGN TO DYNAMIC QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS QUEUE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "data/CONTACTS_TRANSFERS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS XFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  MSGOVF-FILE.
           COPY MSGOVFREC.

      *> Written FROM CONTACT-REC, so it is declared as one field the
      *> length of the CONTACTREC layout rather than a second copy of
      *> it (which would make every unqualified field name here
      *> ambiguous).
       FD  DEPT-QUEUE-FILE.
       01  QUEUE-REC              PIC X(456).

       FD  TRANSFER-FILE.
           COPY XFERREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUDIT-OPERATOR     PIC X(20).
       WORKING-STORAGE SECTION.
       77  CONTACT-STATUS     PIC 99.
       77  AUDIT-STATUS       PIC 99.
       77  JOURNAL-STATUS     PIC 99.
       77  JOURNAL-OP         PIC X(01).
       77  OPERATOR-ID        PIC X(20).
       77  AUDIT-ACTION-IN    PIC X(08).
       77  EOF-FLAG           PIC X VALUE "N".
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 10 TIMES.
               10  TBL-DEPT-CODE       PIC X(10).
               10  TBL-DEPT-QUEUE      PIC X(30).
               10  TBL-DEPT-ACTIVE     PIC X(01).

      *> Transfer to another department.
       77  QUEUE-STATUS       PIC 99.
       77  QUEUE-FILE-NAME    PIC X(30).
       77  XFER-STATUS        PIC 99.
       77  TRANSFER-DEPT-IN   PIC X(10).
       77  TRANSFER-FROM-DEPT PIC X(10).
       77  FROM-DEPT-IDX      PIC 9(02).
       77  TO-DEPT-IDX        PIC 9(02).
       77  TRANSFERRED-COUNT  PIC 9(05) VALUE ZERO.
       01  SAVE-CONTACT-REC   PIC X(456).

      *> This operator's role and departments from the operator
      *> master; a blank role means not on the master (or retired).
       77  OPER-STATUS        PIC 99.
       77  OPER-EOF-FLAG      PIC X VALUE "N".
       77  OPERATOR-ROLE      PIC X(10) VALUE SPACES.
       77  OPER-DEPT-IDX      PIC 9(02).
       77  DEPT-CHECK-CODE    PIC X(10).
       77  DEPT-CLEARED-FLAG  PIC X.
       77  DENIED-FUNCTION    PIC 99 VALUE 05.
       01  OPERATOR-DEPT-TABLE.
           05  OPERATOR-DEPT      PIC X(10) OCCURS 10 TIMES.

       PROCEDURE DIVISION.

               PERFORM WORK-ONE-PASS
           END-PERFORM
           DISPLAY "Presented " PRESENTED-COUNT ", claimed " CLAIMED-COUNT
               ", resolved/closed " CLOSED-COUNT ", transferred "
               TRANSFERRED-COUNT "."
           PERFORM CLEANUP
           STOP RUN.

           IF FUNCTION LENGTH(FUNCTION TRIM(OPERATOR-ID)) = 0
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
           PERFORM LOAD-OPERATOR-ENTRY
           PERFORM LOAD-DEPARTMENT-TABLE.

      *> A missing operator master, no row for this login, or a row
      *> flagged inactive clears nothing. Only agents and supervisors
      *> work the queues; anyone else is refused here, and logged.
       LOAD-OPERATOR-ENTRY.
           MOVE SPACES TO OPERATOR-ROLE
           MOVE SPACES TO OPERATOR-DEPT-TABLE
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
                           PERFORM VARYING OPER-DEPT-IDX FROM 1 BY 1
                                   UNTIL OPER-DEPT-IDX > 10
                               MOVE FUNCTION UPPER-CASE
                                   (OPER-DEPT-CODE(OPER-DEPT-IDX))
                                   TO OPERATOR-DEPT(OPER-DEPT-IDX)
                           END-PERFORM
                       END-IF
                       MOVE "Y" TO OPER-EOF-FLAG
                   ELSE
                       PERFORM READ-OPER-RECORD
                   END-IF
               END-PERFORM
               CLOSE OPER-FILE
           END-IF
           IF OPERATOR-ROLE NOT = "AGENT" AND OPERATOR-ROLE NOT = "SUPERVISOR"
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is not cleared to work the queues; the attempt "
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

      *> A supervisor works every department; an agent those listed
      *> on their row, or every one if the row says ALL.
       CHECK-DEPT-CLEARANCE.
           MOVE "N" TO DEPT-CLEARED-FLAG
           IF OPERATOR-ROLE = "SUPERVISOR"
               MOVE "Y" TO DEPT-CLEARED-FLAG
           END-IF
           PERFORM VARYING OPER-DEPT-IDX FROM 1 BY 1
                   UNTIL OPER-DEPT-IDX > 10 OR DEPT-CLEARED-FLAG = "Y"
               IF OPERATOR-DEPT(OPER-DEPT-IDX) = DEPT-CHECK-CODE
                       OR OPERATOR-DEPT(OPER-DEPT-IDX) = "ALL"
                   MOVE "Y" TO DEPT-CLEARED-FLAG
               END-IF
           END-PERFORM.

      *> The work queue is meaningless without the department master;
      *> stop rather than present an empty pass.
       LOAD-DEPARTMENT-TABLE.
                       ADD 1 TO DEPT-COUNT
                       MOVE FUNCTION UPPER-CASE(DEPT-CODE)
                           TO TBL-DEPT-CODE(DEPT-COUNT)
                       MOVE DEPT-QUEUE-NAME
                           TO TBL-DEPT-QUEUE(DEPT-COUNT)
                       MOVE DEPT-ACTIVE-FLAG
                           TO TBL-DEPT-ACTIVE(DEPT-COUNT)
                   ELSE
                       DISPLAY "Department table full, entry ignored: "
                           FUNCTION TRIM(DEPT-CODE)
                   "nothing to work off."
               STOP RUN
           END-IF
      *> The prompt offers only the departments this operator is
      *> cleared for; an agent cleared for none is stopped here.
           MOVE SPACES TO DEPT-PROMPT-TEXT
           MOVE 1 TO DEPT-PROMPT-PTR
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE TBL-DEPT-CODE(DEPT-IDX) TO DEPT-CHECK-CODE
               PERFORM CHECK-DEPT-CLEARANCE
               IF DEPT-CLEARED-FLAG = "Y"
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
               END-IF
           END-PERFORM
           IF DEPT-PROMPT-PTR = 1
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is cleared for no department on the master; "
                   "the attempt is logged."
               PERFORM WRITE-DENIAL-ENTRY
               PERFORM CLEANUP
               STOP RUN
           END-IF.

       READ-DEPT-RECORD.
           READ DEPT-FILE
                       MOVE "Y" TO DEPT-VALID-FLAG
                   END-IF
               END-PERFORM
               IF DEPT-VALID-FLAG = "Y"
                   MOVE DEPARTMENT-IN TO DEPT-CHECK-CODE
                   PERFORM CHECK-DEPT-CLEARANCE
                   IF DEPT-CLEARED-FLAG NOT = "Y"
                       DISPLAY "Not cleared for department "
                           FUNCTION TRIM(DEPARTMENT-IN)
                           "; the attempt is logged."
                       PERFORM WRITE-DENIAL-ENTRY
                       MOVE "N" TO DEPT-VALID-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       START-AT-FIRST-CONTACT.
                   PERFORM RESOLVE-CONTACT
               WHEN "X"
                   PERFORM CLOSE-CONTACT
               WHEN "T"
                   PERFORM TRANSFER-CONTACT
               WHEN "Q"
                   MOVE "Y" TO QUIT-FLAG
               WHEN OTHER
           END-IF.

       ASK-WORK-ACTION.
           DISPLAY "(C)laim, (N)ote, (R)esolve, (X) close, (T)ransfer, "
               "(S)kip, (Q)uit: " WITH NO ADVANCING
           ACCEPT WORK-ACTION
           MOVE FUNCTION UPPER-CASE(WORK-ACTION(1:1)) TO WORK-ACTION.

               MOVE OPERATOR-ID TO HANDLED-BY
           END-IF.

      *> Moves the contact to another active department. The queues
      *> are append-only, so the move is two appends once the rewrite
      *> has succeeded: a tombstone to the old department's queue and
      *> a fresh copy to the new one - the same pair a maintenance
      *> delete and add would leave, so CONTBAL still balances both
      *> departments. DATE-RECEIVED is not touched; the contact keeps
      *> its age. A claim belongs to the old desk, so an in-progress
      *> contact arrives in the new department as NEW and unowned.
      *> The transfer leaves this pass, which only presents
      *> DEPARTMENT-IN's contacts.
       TRANSFER-CONTACT.
           PERFORM GET-TRANSFER-DEPARTMENT
           IF TO-DEPT-IDX > ZERO
               MOVE CONTACT-TYPE TO TRANSFER-FROM-DEPT
               MOVE TBL-DEPT-CODE(TO-DEPT-IDX) TO CONTACT-TYPE
               IF STATE-IN-PROGRESS
                   MOVE "N" TO CONTACT-STATE
                   MOVE SPACES TO HANDLED-BY
               END-IF
               MOVE "TRANSFER" TO AUDIT-ACTION-IN
               PERFORM REWRITE-CONTACT
               IF CONTACT-STATUS = 00
                   ADD 1 TO TRANSFERRED-COUNT
                   MOVE CONTACT-REC TO SAVE-CONTACT-REC
                   MOVE TRANSFER-FROM-DEPT TO CONTACT-TYPE
                   MOVE "*** CONTACT DELETED ***" TO MESSAGE-FIELD
                   MOVE TBL-DEPT-QUEUE(FROM-DEPT-IDX) TO QUEUE-FILE-NAME
                   PERFORM APPEND-QUEUE-COPY
                   MOVE SAVE-CONTACT-REC TO CONTACT-REC
                   MOVE TBL-DEPT-QUEUE(TO-DEPT-IDX) TO QUEUE-FILE-NAME
                   PERFORM APPEND-QUEUE-COPY
                   PERFORM WRITE-TRANSFER-ENTRY
                   DISPLAY "Contact " CONTACT-ID " transferred to "
                       FUNCTION TRIM(CONTACT-TYPE) "."
               END-IF
           END-IF.

      *> The target must be on the master, active, and not the
      *> department the contact is already in. Blank cancels the
      *> transfer (TO-DEPT-IDX stays zero).
       GET-TRANSFER-DEPARTMENT.
           MOVE ZERO TO TO-DEPT-IDX
           MOVE ZERO TO FROM-DEPT-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF TBL-DEPT-CODE(DEPT-IDX) = CONTACT-TYPE
                   MOVE DEPT-IDX TO FROM-DEPT-IDX
               END-IF
           END-PERFORM
           MOVE "N" TO DEPT-VALID-FLAG
           PERFORM UNTIL DEPT-VALID-FLAG = "Y"
               MOVE SPACES TO TRANSFER-DEPT-IN
               DISPLAY "Transfer to department (blank to cancel): "
                   WITH NO ADVANCING
               ACCEPT TRANSFER-DEPT-IN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TRANSFER-DEPT-IN))
                   TO TRANSFER-DEPT-IN
               IF TRANSFER-DEPT-IN = SPACES
                   MOVE "Y" TO DEPT-VALID-FLAG
               ELSE
                   PERFORM VARYING DEPT-IDX FROM 1 BY 1
                           UNTIL DEPT-IDX > DEPT-COUNT
                           OR TO-DEPT-IDX > ZERO
                       IF TBL-DEPT-CODE(DEPT-IDX) = TRANSFER-DEPT-IN
                           MOVE DEPT-IDX TO TO-DEPT-IDX
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN TO-DEPT-IDX = ZERO
                           DISPLAY "No department " FUNCTION TRIM
                               (TRANSFER-DEPT-IN) " on the master."
                       WHEN TBL-DEPT-ACTIVE(TO-DEPT-IDX) NOT = "Y"
                           DISPLAY "Department " FUNCTION TRIM
                               (TRANSFER-DEPT-IN) " is retired; choose "
                               "an active department."
                           MOVE ZERO TO TO-DEPT-IDX
                       WHEN TO-DEPT-IDX = FROM-DEPT-IDX
                           DISPLAY "Contact is already in "
                               FUNCTION TRIM(TRANSFER-DEPT-IN) "."
                           MOVE ZERO TO TO-DEPT-IDX
                       WHEN OTHER
                           MOVE "Y" TO DEPT-VALID-FLAG
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> Open-append-close, as CONTACTS writes its department copies.
       APPEND-QUEUE-COPY.
           OPEN EXTEND DEPT-QUEUE-FILE
           IF QUEUE-STATUS = 35
               OPEN OUTPUT DEPT-QUEUE-FILE
           END-IF
           IF QUEUE-STATUS NOT = 00
               DISPLAY "Queue open error, status " QUEUE-STATUS
                   " for " FUNCTION TRIM(QUEUE-FILE-NAME)
           ELSE
               WRITE QUEUE-REC FROM CONTACT-REC
               IF QUEUE-STATUS NOT = 00
                   DISPLAY "Queue write error, status " QUEUE-STATUS
                       " for " FUNCTION TRIM(QUEUE-FILE-NAME)
               END-IF
               CLOSE DEPT-QUEUE-FILE
           END-IF.

       WRITE-TRANSFER-ENTRY.
           OPEN EXTEND TRANSFER-FILE
           IF XFER-STATUS = 35
               OPEN OUTPUT TRANSFER-FILE
           END-IF
           IF XFER-STATUS NOT = 00
               DISPLAY "TRANSFER-FILE open error, status " XFER-STATUS
           ELSE
               MOVE SPACES TO XFER-REC
               MOVE FUNCTION CURRENT-DATE   TO XFER-TIMESTAMP
               MOVE OPERATOR-ID             TO XFER-OPERATOR
               MOVE CONTACT-ID              TO XFER-CONTACT-ID
               MOVE TRANSFER-FROM-DEPT      TO XFER-FROM-DEPT
               MOVE CONTACT-TYPE            TO XFER-TO-DEPT
               MOVE DATE-RECEIVED           TO XFER-DATE-RECEIVED
               WRITE XFER-REC
               IF XFER-STATUS NOT = 00
                   DISPLAY "Transfer log write error, status "
                       XFER-STATUS
               END-IF
               CLOSE TRANSFER-FILE
           END-IF.

       GET-WORK-NOTE.
           MOVE SPACES TO NOTE-IN
           DISPLAY "Note    : " WITH NO ADVANCING
               DISPLAY "Contact record in use by another operator, "
                   "disposition not saved."
           END-IF
           IF CONTACT-STATUS = 00
               MOVE "R" TO JOURNAL-OP
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

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
               MOVE "CONTWORK"              TO JRN-PROGRAM
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
