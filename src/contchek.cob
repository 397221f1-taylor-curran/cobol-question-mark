               SHARING WITH ALL OTHER
               FILE STATUS IS AUDIT-STATUS.

      *> Operator master: a rebuild needs a supervisor; verify needs
      *> no clearance.
           SELECT OPER-FILE ASSIGN TO "data/CONTACTS_OPERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS OPER-STATUS.

           SELECT TOTALS-FILE ASSIGN TO "data/CONTACTS_AUDIT_TOTALS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
           05  FILLER             PIC X(01).
           05  AUDIT-STATUS-CODE  PIC 99.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  TOTALS-FILE.
       01  TOTALS-REC.
           05  TOT-ACTION         PIC X(08).
       77  MAX-SEEN-ID            PIC 9(06) VALUE ZERO.
       77  FIRST-RECORD-FLAG      PIC X VALUE "Y".
       77  WALK-STOPPED-FLAG      PIC X VALUE "N".
       77  OPERATOR-ID            PIC X(20).
       77  OPER-STATUS            PIC 99.
       77  OPER-EOF-FLAG          PIC X VALUE "N".
       77  OPERATOR-ROLE          PIC X(10) VALUE SPACES.

      *> Audit identity, the same A+R-D-A arithmetic CONTBAL uses,
      *> seeded from the rotation's running totals.
       MAIN-LOGIC.
           DISPLAY "*** Contact File Integrity Check / Rebuild ***".
           PERFORM ASK-MODE
           IF MODE-SELECT = "R"
               PERFORM CHECK-REBUILD-CLEARANCE
           END-IF
           PERFORM OPEN-REPORT
           IF MODE-SELECT = "R"
               PERFORM REBUILD-MODE
           ACCEPT MODE-SELECT
           MOVE FUNCTION UPPER-CASE(MODE-SELECT(1:1)) TO MODE-SELECT.

      *> A rebuild produces the file that will be renamed over the
      *> live one, so it needs an active supervisor on the operator
      *> master. Anyone else is refused before the report is opened -
      *> the last CONTCHEK.OUT is left as it was - and the refusal is
      *> logged with the rebuild code (08, see OPERREC) in the status
      *> column.
       CHECK-REBUILD-CLEARANCE.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER"
           IF FUNCTION LENGTH(FUNCTION TRIM(OPERATOR-ID)) = 0
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
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
                   " is not cleared to rebuild; the attempt is logged."
               PERFORM WRITE-DENIAL-ENTRY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO OPER-EOF-FLAG
           END-READ.

      *> The record is blanked first: the FILLER items in this FD
      *> carry no VALUE, and a line-sequential WRITE rejects control
      *> characters. The log is shared, so this is an
      *> open-append-close like every other program's audit entry.
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
               MOVE 08                      TO AUDIT-STATUS-CODE
               WRITE AUDIT-REC
               IF AUDIT-STATUS NOT = 00
                   DISPLAY "Audit write error, status " AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
