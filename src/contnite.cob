      *>     at the failed step, not from the top;
      *>   - CONTRECN is not started until the CRM acknowledgment
      *>     file has actually landed - running it early is how
      *>     contacts used to be carried forward for no reason;
      *>   - the exception digest (CONTDGST) closes every night, run
      *>     even when the stream stopped, since a stopped stream is
      *>     the night the morning most needs it. Its RED/AMBER code
      *>     stops nothing, but it becomes the driver's RETURN-CODE
      *>     for the scheduler to alert on, and a digest that was not
      *>     GREEN is produced again by the rerun.
      *> The stream expects the compiled programs alongside the data
      *> directory, the same working directory every program's
      *> "data/..." file names assume. CONTARCH runs unattended in
      *> archive mode; restores stay a manual, daytime action. The
      *> business date is exported to every step as CONTACTS_BUS_DATE,
      *> so a report step run after midnight still reports the night
      *> it belongs to. The stream runs every night, but a business
      *> date that is a weekend or a holiday on the
      *> CONTACTS_HOLIDAYS.DAT calendar is announced as non-working
      *> and its ledger entries are marked so, which keeps a long
      *> weekend's nights apart from the working days around them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-CHECK-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "data/CONTACTS_HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           05  LED-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  LED-NOTE            PIC X(30).
           05  FILLER              PIC X(01).
      *> Entries written before the calendar existed carry a blank
      *> day type and read as working days.
           05  LED-DAY-TYPE        PIC X(01).
               88  LED-WORKING-DAY      VALUES "W", " ".
               88  LED-NON-WORKING-DAY  VALUE "N".

       FD  ACK-CHECK-FILE.
       01  ACK-CHECK-REC           PIC X(20).

       FD  HOLIDAY-FILE.
           COPY HOLIREC.

       WORKING-STORAGE SECTION.
       77  LEDGER-STATUS      PIC 99.
       77  ACK-CHECK-STATUS   PIC 99.
       77  LEDGER-EOF-FLAG    PIC X VALUE "N".
       77  BUS-DATE-IN        PIC X(08).
       77  BUS-DATE           PIC 9(08).
       77  HOLIDAY-STATUS     PIC 99.
       77  HOLIDAY-EOF-FLAG   PIC X VALUE "N".
       77  BUS-DAY-TYPE       PIC X(01).
       77  BUS-DAY-NAME       PIC X(30).
       77  DAY-OF-WEEK-NO     PIC 9(01).
       77  STEP-IDX           PIC 9(02).
       77  STEP-RAW-RC        PIC S9(05).
       77  STEP-RC            PIC 9(03).
       77  RUN-COUNT          PIC 9(02) VALUE ZERO.
       77  SKIP-COUNT         PIC 9(02) VALUE ZERO.

       77  DIGEST-RC          PIC 9(03) VALUE ZERO.

       77  STEP-COUNT         PIC 9(02) VALUE 16.
       01  STEP-DONE-TABLE.
           05  STEP-DONE       PIC X(01) OCCURS 16 TIMES.

      *> The one correct order: the backup image is taken before the
      *> batch changes anything; then CRM updates, customer replies
      *> and survey responses land, so tonight's letters and export
      *> see them (a reply can reopen a contact); the mail gateway's
      *> bounces are imported before any letter is written, so no
      *> letter goes to an address bounced last night;
      *> acknowledgment and resolution letters next, then the survey
      *> invitations (after the resolution letter they follow up);
      *> then the outbound export and its reconciliation; then the
      *> balance, the aging report, the end-of-day backlog snapshot
      *> (before the archive moves anything out), the retention
      *> archive, and the day's transfer report; last, the exception
      *> digest over all of it.
       01  STEP-DEF-TABLE.
           05  FILLER          PIC X(48) VALUE
               "CONTBKUP./contbkup".
           05  FILLER          PIC X(48) VALUE
               "CONTCRMU./contcrmu".
           05  FILLER          PIC X(48) VALUE
               "CONTRPLY./contrply".
           05  FILLER          PIC X(48) VALUE
               "CONTSRSP./contsrsp".
           05  FILLER          PIC X(48) VALUE
               "CONTBNCE./contbnce".
           05  FILLER          PIC X(48) VALUE
               "CONTACKL./contackl".
           05  FILLER          PIC X(48) VALUE
               "CONTRESL./contresl".
           05  FILLER          PIC X(48) VALUE
               "CONTSRVY./contsrvy".
           05  FILLER          PIC X(48) VALUE
               "CONTEXPT./contexpt".
           05  FILLER          PIC X(48) VALUE
               "CONTBAL ./contbal".
           05  FILLER          PIC X(48) VALUE
               "CONTAGE ./contage".
           05  FILLER          PIC X(48) VALUE
               "CONTSNAP./contsnap".
           05  FILLER          PIC X(48) VALUE
               "CONTARCHecho A | ./contarch".
           05  FILLER          PIC X(48) VALUE
               "CONTXFERecho | ./contxfer".
           05  FILLER          PIC X(48) VALUE
               "CONTDGST./contdgst".
       01  FILLER REDEFINES STEP-DEF-TABLE.
           05  STEP-DEF-ENTRY OCCURS 16 TIMES.
               10  STEP-NAME       PIC X(08).
               10  STEP-COMMAND    PIC X(40).

       MAIN-LOGIC.
           DISPLAY "*** Nightly Job Stream ***".
           PERFORM GET-BUSINESS-DATE
           PERFORM CHECK-BUSINESS-DAY-TYPE
           PERFORM LOAD-LEDGER-HISTORY
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX = STEP-COUNT
                   OR STREAM-STOP-FLAG = "Y"
               PERFORM DRIVE-ONE-STEP
           END-PERFORM
           MOVE STEP-COUNT TO STEP-IDX
           PERFORM DRIVE-ONE-STEP
           IF STREAM-STOP-FLAG = "Y"
               DISPLAY "*** STREAM STOPPED AT STEP " FAILED-STEP-NO " ("
                   FUNCTION TRIM(FAILED-STEP-NAME) ") - FIX AND "
           ELSE
               DISPLAY "Stream complete for " BUS-DATE ": " RUN-COUNT
                   " step(s) run, " SKIP-COUNT " already done."
               MOVE DIGEST-RC TO RETURN-CODE
           END-IF
           STOP RUN.

               MOVE BUS-DATE-IN(1:8) TO BUS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-IF
           SET ENVIRONMENT "CONTACTS_BUS_DATE" TO BUS-DATE.

      *> A weekend needs no calendar line; a weekday is non-working
      *> only when the calendar names it. INTEGER-OF-DATE day 1 is
      *> Monday 1601-01-01, so REM(integer, 7) of 6 or 0 is the
      *> weekend. A missing calendar just means weekends only.
       CHECK-BUSINESS-DAY-TYPE.
           MOVE "W" TO BUS-DAY-TYPE
           MOVE SPACES TO BUS-DAY-NAME
           IF BUS-DATE >= 16010101 AND BUS-DATE <= 99991231
                   AND FUNCTION INTEGER-OF-DATE(BUS-DATE) > ZERO
               COMPUTE DAY-OF-WEEK-NO =
                   FUNCTION REM(FUNCTION INTEGER-OF-DATE(BUS-DATE), 7)
               IF DAY-OF-WEEK-NO = 6 OR DAY-OF-WEEK-NO = 0
                   MOVE "N" TO BUS-DAY-TYPE
                   MOVE "WEEKEND" TO BUS-DAY-NAME
               END-IF
           END-IF
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-STATUS NOT = 00
               MOVE "Y" TO HOLIDAY-EOF-FLAG
               IF HOLIDAY-STATUS NOT = 35
                   DISPLAY "HOLIDAY-FILE open error, status "
                       HOLIDAY-STATUS
               END-IF
           END-IF
           PERFORM UNTIL HOLIDAY-EOF-FLAG = "Y"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "Y" TO HOLIDAY-EOF-FLAG
                   NOT AT END
                       IF HOL-DATE IS NUMERIC AND HOL-DATE = BUS-DATE
                           MOVE "N" TO BUS-DAY-TYPE
                           MOVE HOL-DESCRIPTION TO BUS-DAY-NAME
                           MOVE "Y" TO HOLIDAY-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF HOLIDAY-STATUS NOT = 35
               CLOSE HOLIDAY-FILE
           END-IF
           IF BUS-DAY-TYPE = "N"
               DISPLAY "Business date " BUS-DATE " is a non-working day ("
                   FUNCTION TRIM(BUS-DAY-NAME) "); ledger entries are "
                   "marked non-working."
           END-IF.

      *> One pass over the ledger marks every step this business
      *> date has already completed; a step recorded only with a
      *> failing code stays eligible, which is exactly what makes
      *> the morning-after rerun restart at the failure. Entries are
      *> matched to the stream by step name, not number, so a step
      *> inserted into the stream never shifts an earlier night's
      *> record onto the wrong step.
       LOAD-LEDGER-HISTORY.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
           PERFORM UNTIL LEDGER-EOF-FLAG = "Y"
               IF LED-BUS-DATE = BUS-DATE
                       AND LED-RETURN-CODE = ZERO
                   PERFORM MARK-STEP-DONE
               END-IF
               PERFORM READ-LEDGER-ENTRY
           END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       MARK-STEP-DONE.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF STEP-NAME(STEP-IDX) = LED-STEP-NAME
                   MOVE "Y" TO STEP-DONE(STEP-IDX)
               END-IF
           END-PERFORM.

       READ-LEDGER-ENTRY.
           IF LEDGER-EOF-FLAG NOT = "Y"
               READ LEDGER-FILE
           ELSE
               MOVE "FAILED" TO STEP-NOTE
           END-IF
           IF STEP-NAME(STEP-IDX) = "CONTDGST"
               PERFORM NOTE-DIGEST-STATUS
           END-IF
           PERFORM RECORD-LEDGER-ENTRY
           IF STEP-RC >= 8 AND STEP-NAME(STEP-IDX) NOT = "CONTDGST"
               MOVE "Y" TO STREAM-STOP-FLAG
               MOVE STEP-IDX TO FAILED-STEP-NO
               MOVE STEP-NAME(STEP-IDX) TO FAILED-STEP-NAME
                   " ended, RETURN-CODE " STEP-RC "."
           END-IF.

      *> The digest's code is the night's status, not a failure of
      *> the digest: it goes into the ledger note as such and is
      *> kept for the driver's own RETURN-CODE.
       NOTE-DIGEST-STATUS.
           MOVE STEP-RC TO DIGEST-RC
           EVALUATE STEP-RC
               WHEN ZERO
                   MOVE "DIGEST GREEN" TO STEP-NOTE
               WHEN 4
                   MOVE "DIGEST AMBER" TO STEP-NOTE
               WHEN 8
                   MOVE "DIGEST RED" TO STEP-NOTE
           END-EVALUATE.

      *> The ledger is the record the whole stream depends on, so
      *> each entry is an open-append-close - durable the moment the
      *> step ends, even if the driver itself dies next.
               MOVE STEP-RC TO LED-RETURN-CODE
               MOVE FUNCTION CURRENT-DATE TO LED-TIMESTAMP
               MOVE STEP-NOTE TO LED-NOTE
               MOVE BUS-DAY-TYPE TO LED-DAY-TYPE
               WRITE LEDGER-REC
               IF LEDGER-STATUS NOT = 00
                   DISPLAY "Ledger write error, status " LEDGER-STATUS
