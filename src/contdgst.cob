       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTDGST.

      *> Morning exception digest, the last step of the night stream.
      *> After the stream the on-call analyst used to open the ledger
      *> and six reports one at a time to find out what needed doing;
      *> this reads them all for the business date CONTNITE ran and
      *> writes the exceptions in one place, data/CONTDGST.OUT:
      *>   - every stream step's status from data/CONTNITE_LEDGER.DAT
      *>     (a step with no entry for the date did not run);
      *>   - each balance discrepancy from data/CONTBAL.OUT;
      *>   - contacts the CRM has not confirmed (data/CONTRECN.OUT);
      *>   - CRM updates that matched no contact (data/CONTCRMU.OUT);
      *>   - new SLA breaches by department, from CONTAGE's
      *>     escalation extract;
      *>   - the day's batch rejects (CONTACTS_BATCH_REJECTS.LOG);
      *>   - growth of the intake quarantine (CONTACTS_QUARANTINE.DAT);
      *>   - anomalies from the latest CONTCHEK verify, if it has run
      *>     since the business date.
      *> Every item carries the CONTACT-ID involved (a reject or a
      *> quarantined contact has none yet) and the program to fix it
      *> with. A report is only read if the ledger shows its step ran
      *> for the business date; otherwise it is an earlier night's
      *> and says nothing about this one. "New" breaches and the
      *> quarantine growth are measured against the last digest for
      *> an earlier date, kept in data/CONTDGST.CTL, so a rerun for
      *> the same date gives the same answer. The digest ends with an
      *> overall status and a matching RETURN-CODE for the scheduler:
      *>   RED   (8) - a step failed or did not run, the files are out
      *>               of balance, or the integrity check found damage;
      *>   AMBER (4) - nothing broken, but items need a look today;
      *>   GREEN (0) - nothing to do.
      *> The same text, with mail headers for the supervisors'
      *> distribution list (CONTACTS_DIGEST_MAILTO, or
      *> contact-supervisors), goes to data/CONTDGST.MAIL for the mail
      *> gateway to pick up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "data/CONTNITE_LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS LEDGER-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "data/CONTBAL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT RECON-FILE ASSIGN TO "data/CONTRECN.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-STATUS.

           SELECT CRM-UPDATE-FILE ASSIGN TO "data/CONTCRMU.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRM-UPDATE-STATUS.

           SELECT ESCALATION-FILE ASSIGN TO "data/CONTAGE_ESCALATION.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATION-STATUS.

           SELECT CHECK-FILE ASSIGN TO "data/CONTCHEK.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-STATUS.

           SELECT REJECT-FILE ASSIGN TO "data/CONTACTS_BATCH_REJECTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS REJECT-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "data/CONTACTS_QUARANTINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS QUAR-STATUS.

      *> The last digest's breach list and quarantine count, the
      *> baseline tonight's "new" is measured against.
           SELECT CONTROL-FILE ASSIGN TO "data/CONTDGST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CONTDGST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT MAIL-FILE ASSIGN TO "data/CONTDGST.MAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LED-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  LED-STEP-NO         PIC 9(02).
           05  FILLER              PIC X(01).
           05  LED-STEP-NAME       PIC X(08).
           05  FILLER              PIC X(01).
           05  LED-RETURN-CODE     PIC 9(03).
           05  FILLER              PIC X(01).
           05  LED-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  LED-NOTE            PIC X(30).
           05  FILLER              PIC X(01).
           05  LED-DAY-TYPE        PIC X(01).

       FD  BALANCE-FILE.
       01  BALANCE-LINE            PIC X(100).

       FD  RECON-FILE.
       01  RECON-LINE              PIC X(100).

       FD  CRM-UPDATE-FILE.
       01  CRM-UPDATE-LINE         PIC X(100).

       FD  ESCALATION-FILE.
       01  ESCALATION-LINE         PIC X(160).

       FD  CHECK-FILE.
       01  CHECK-LINE              PIC X(110).

       FD  REJECT-FILE.
       01  REJECT-LINE             PIC X(2440).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-REC.
           05  QUAR-REASON         PIC X(20).
           05  QUAR-DATE           PIC 9(08).
           05  QUAR-NAME           PIC X(30).
           05  QUAR-EMAIL          PIC X(50).
           05  FILLER              PIC X(2012).

      *> B - a contact on the night's escalation extract (the line
      *>     with CONTACT-ID zero marks that the extract was read,
      *>     and carries the night's breach count);
      *> Q - the night's quarantine count.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-TYPE            PIC X(01).
           05  FILLER              PIC X(01).
           05  CTL-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  CTL-CONTACT-ID      PIC 9(06).
           05  FILLER              PIC X(01).
           05  CTL-COUNT           PIC 9(05).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       FD  MAIL-FILE.
       01  MAIL-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       77  LEDGER-STATUS          PIC 99.
       77  BALANCE-STATUS         PIC 99.
       77  RECON-STATUS           PIC 99.
       77  CRM-UPDATE-STATUS      PIC 99.
       77  ESCALATION-STATUS      PIC 99.
       77  CHECK-STATUS           PIC 99.
       77  REJECT-STATUS          PIC 99.
       77  QUAR-STATUS            PIC 99.
       77  CONTROL-STATUS         PIC 99.
       77  REPORT-STATUS          PIC 99.
       77  MAIL-STATUS            PIC 99.
       77  EOF-FLAG               PIC X.
       77  BUS-DATE-IN            PIC X(08).
       77  BUS-DATE               PIC 9(08).
       77  RUN-DATE               PIC 9(08).
       77  BUS-DAY-TYPE           PIC X(01) VALUE SPACE.
       77  MAIL-TO                PIC X(60).
       77  LINE-NO                PIC 9(05).

      *> Item counts across the whole digest, and the section's own
      *> count; only the first MAX-SECTION-LINES items of a section
      *> are printed, the rest are totalled with a pointer to the
      *> report they came from.
       77  RED-COUNT              PIC 9(05) VALUE ZERO.
       77  AMBER-COUNT            PIC 9(05) VALUE ZERO.
       77  SECTION-COUNT          PIC 9(05).
       77  MAX-SECTION-LINES      PIC 9(05) VALUE 200.
       77  SECTION-SOURCE         PIC X(40).
       77  SECTION-SKIPPED-FLAG   PIC X(01).
       77  ITEM-SEVERITY          PIC X(01).
       77  OVERALL-STATUS         PIC X(05).
       77  DIGEST-RC              PIC 9(01).

      *> The stream's steps, in CONTNITE's order; CONTDGST itself is
      *> the stream's last step and is not reported on. Keep this
      *> list in step with CONTNITE's STEP-DEF-TABLE.
       77  STEP-COUNT             PIC 9(02) VALUE 15.
       77  STEP-IDX               PIC 9(02).
       77  STEP-FOUND-IDX         PIC 9(02).
       01  STEP-NAME-TABLE.
           05  FILLER          PIC X(08) VALUE "CONTBKUP".
           05  FILLER          PIC X(08) VALUE "CONTCRMU".
           05  FILLER          PIC X(08) VALUE "CONTRPLY".
           05  FILLER          PIC X(08) VALUE "CONTSRSP".
           05  FILLER          PIC X(08) VALUE "CONTBNCE".
           05  FILLER          PIC X(08) VALUE "CONTACKL".
           05  FILLER          PIC X(08) VALUE "CONTRESL".
           05  FILLER          PIC X(08) VALUE "CONTSRVY".
           05  FILLER          PIC X(08) VALUE "CONTEXPT".
           05  FILLER          PIC X(08) VALUE "CONTRECN".
           05  FILLER          PIC X(08) VALUE "CONTBAL ".
           05  FILLER          PIC X(08) VALUE "CONTAGE ".
           05  FILLER          PIC X(08) VALUE "CONTSNAP".
           05  FILLER          PIC X(08) VALUE "CONTARCH".
           05  FILLER          PIC X(08) VALUE "CONTXFER".
       01  FILLER REDEFINES STEP-NAME-TABLE.
           05  STEP-NAME           PIC X(08) OCCURS 15 TIMES.

      *> What the ledger says about each step for the business date:
      *> the latest entry's code and note, whether any entry shows it
      *> completed, and whether it ran far enough to write its report
      *> (a CONTRECN held back for the CRM acknowledgment did not).
       01  STEP-STATE-TABLE.
           05  STEP-STATE-ENTRY OCCURS 15 TIMES.
               10  STP-SEEN-FLAG       PIC X(01).
               10  STP-DONE-FLAG       PIC X(01).
               10  STP-RAN-FLAG        PIC X(01).
               10  STP-LAST-RC         PIC 9(03).
               10  STP-LAST-NOTE       PIC X(30).

      *> The control file, held whole: it is rewritten at the end with
      *> the baseline lines kept and tonight's replacing any earlier
      *> run for the same date.
       77  CONTROL-EOF-FLAG       PIC X VALUE "N".
       77  MAX-CONTROL-SIZE       PIC 9(04) VALUE 3000.
       77  CONTROL-COUNT          PIC 9(04) VALUE ZERO.
       77  CONTROL-IDX            PIC 9(04).
       77  CONTROL-FULL-FLAG      PIC X VALUE "N".
       77  PRIOR-BREACH-DATE      PIC 9(08) VALUE ZERO.
       77  PRIOR-BREACH-TOTAL     PIC 9(05) VALUE ZERO.
       77  PRIOR-QUAR-DATE        PIC 9(08) VALUE ZERO.
       77  PRIOR-QUAR-COUNT       PIC 9(05) VALUE ZERO.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 3000 TIMES.
               10  CTT-TYPE            PIC X(01).
               10  CTT-BUS-DATE        PIC 9(08).
               10  CTT-CONTACT-ID      PIC 9(06).
               10  CTT-COUNT           PIC 9(05).

      *> Tonight's escalation extract, and the departments it names.
       77  ESCALATION-READ-FLAG   PIC X VALUE "N".
       77  MAX-BREACH-SIZE        PIC 9(04) VALUE 1000.
       77  BREACH-COUNT           PIC 9(04) VALUE ZERO.
       77  BREACH-TOTAL           PIC 9(05) VALUE ZERO.
       77  NEW-BREACH-TOTAL       PIC 9(05) VALUE ZERO.
       77  BREACH-IDX             PIC 9(04).
       77  BREACH-FULL-FLAG       PIC X VALUE "N".
       77  BREACH-NEW-FLAG        PIC X.
       01  BREACH-TABLE.
           05  BREACH-ENTRY OCCURS 1000 TIMES.
               10  BRT-CONTACT-ID      PIC 9(06).
               10  BRT-DEPT            PIC X(10).
               10  BRT-DATE-RECEIVED   PIC X(08).
               10  BRT-AGE             PIC X(06).
               10  BRT-SLA             PIC X(02).
               10  BRT-PRIORITY        PIC X(01).
               10  BRT-NEW-FLAG        PIC X(01).
       77  MAX-BREACH-DEPT-SIZE   PIC 9(02) VALUE 20.
       77  BREACH-DEPT-COUNT      PIC 9(02) VALUE ZERO.
       77  BREACH-DEPT-IDX        PIC 9(02).
       77  BREACH-DEPT-FOUND-IDX  PIC 9(02).
       01  BREACH-DEPT-TABLE.
           05  BREACH-DEPT-ENTRY OCCURS 20 TIMES.
               10  BDT-DEPT            PIC X(10).
               10  BDT-TOTAL           PIC 9(05).
               10  BDT-NEW             PIC 9(05).

       77  QUAR-EOF-FLAG          PIC X VALUE "N".
       77  QUAR-COUNT             PIC 9(05) VALUE ZERO.
       77  QUAR-LISTED-COUNT      PIC 9(05) VALUE ZERO.
       77  QUAR-GROWTH            PIC S9(05) VALUE ZERO.
       77  QUAR-LIST-AFTER        PIC 9(08).
       77  CHECK-RUN-DATE         PIC 9(08) VALUE ZERO.
       77  CRM-UPDATE-ID-TEXT     PIC X(50).
       77  SECTION-PROGRAM        PIC X(08).
       77  FIX-TEXT               PIC X(30).
       77  DETAIL-TEXT            PIC X(50).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(40) VALUE
               "CONTACT NIGHT STREAM EXCEPTION DIGEST".
           05  FILLER              PIC X(14) VALUE "BUSINESS DATE ".
           05  HDG-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(06) VALUE "  RUN ".
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HDG-DAY-TEXT        PIC X(11).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(06) VALUE "SEV".
           05  FILLER              PIC X(07) VALUE "ID".
           05  FILLER              PIC X(51) VALUE "ITEM".
           05  FILLER              PIC X(30) VALUE "FIX WITH".

       01  ITEM-LINE.
           05  ITM-SEVERITY        PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ITM-CONTACT-ID      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ITM-DETAIL          PIC X(50).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ITM-FIX-LABEL       PIC X(05).
           05  ITM-FIX             PIC X(30).

       01  STEP-DETAIL.
           05  STD-STEP-NAME       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STD-STATUS          PIC X(08).
           05  FILLER              PIC X(04) VALUE " RC ".
           05  STD-RC              PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STD-NOTE            PIC X(25).

       01  BREACH-DETAIL.
           05  FILLER              PIC X(08) VALUE "BUS.AGE ".
           05  BRD-AGE             PIC X(06).
           05  FILLER              PIC X(05) VALUE " SLA ".
           05  BRD-SLA             PIC X(02).
           05  FILLER              PIC X(05) VALUE " PRI ".
           05  BRD-PRIORITY        PIC X(01).
           05  FILLER              PIC X(10) VALUE " RECEIVED ".
           05  BRD-DATE-RECEIVED   PIC X(08).

       01  BREACH-DEPT-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BDL-DEPT            PIC X(10).
           05  FILLER              PIC X(15) VALUE " NEW BREACHES: ".
           05  BDL-NEW             PIC ZZ,ZZ9.
           05  FILLER              PIC X(17) VALUE
               "   ALL PAST SLA: ".
           05  BDL-TOTAL           PIC ZZ,ZZ9.

       01  SECTION-TOTAL-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  STL-LABEL           PIC X(08).
           05  STL-COUNT           PIC ZZ,ZZ9.

       01  MORE-LINE.
           05  FILLER              PIC X(10) VALUE "      ... ".
           05  MRL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE " MORE - SEE ".
           05  MRL-SOURCE          PIC X(40).

       01  QUARANTINE-TOTAL-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE "QUARANTINED NOW: ".
           05  QTL-NOW             PIC ZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE "   LAST DIGEST: ".
           05  QTL-PRIOR           PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "   GROWTH: ".
           05  QTL-GROWTH          PIC ---,--9.

       01  STATUS-LINE.
           05  FILLER              PIC X(16) VALUE "OVERALL STATUS: ".
           05  STS-STATUS          PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STS-RED             PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE " RED ITEM(S), ".
           05  STS-AMBER           PIC ZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE " AMBER ITEM(S)".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-LEDGER
           PERFORM LOAD-CONTROL-FILE
           PERFORM WRITE-HEADING
           PERFORM REPORT-STEP-STATUS
           PERFORM REPORT-BALANCE
           PERFORM REPORT-CRM-UNCONFIRMED
           PERFORM REPORT-CRM-UNMATCHED
           PERFORM REPORT-SLA-BREACHES
           PERFORM REPORT-BATCH-REJECTS
           PERFORM REPORT-QUARANTINE
           PERFORM REPORT-INTEGRITY-CHECK
           PERFORM WRITE-OVERALL-STATUS
           PERFORM SAVE-CONTROL-FILE
           CLOSE REPORT-FILE
           PERFORM WRITE-MAIL-FILE
           DISPLAY "Exception digest for " BUS-DATE ": "
               OVERALL-STATUS " - " RED-COUNT " red, " AMBER-COUNT
               " amber item(s). See data/CONTDGST.OUT."
           MOVE DIGEST-RC TO RETURN-CODE
           STOP RUN.

      *> CONTNITE exports the business date it is running; run by
      *> hand, set CONTACTS_BUS_DATE to the night wanted, or the
      *> digest is for today.
       GET-BUSINESS-DATE.
           MOVE SPACES TO BUS-DATE-IN
           ACCEPT BUS-DATE-IN FROM ENVIRONMENT "CONTACTS_BUS_DATE"
           IF BUS-DATE-IN(1:8) IS NUMERIC
               MOVE BUS-DATE-IN(1:8) TO BUS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE SPACES TO MAIL-TO
           ACCEPT MAIL-TO FROM ENVIRONMENT "CONTACTS_DIGEST_MAILTO"
           IF FUNCTION LENGTH(FUNCTION TRIM(MAIL-TO)) = 0
               MOVE "contact-supervisors" TO MAIL-TO
           END-IF.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = 00
               DISPLAY "REPORT-FILE open error, status " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The ledger is appended in time order, so the last entry for
      *> a step is its latest; a completed entry stands, since
      *> CONTNITE never reruns a step once it has completed.
       LOAD-LEDGER.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               MOVE "N"    TO STP-SEEN-FLAG(STEP-IDX)
               MOVE "N"    TO STP-DONE-FLAG(STEP-IDX)
               MOVE "N"    TO STP-RAN-FLAG(STEP-IDX)
               MOVE ZERO   TO STP-LAST-RC(STEP-IDX)
               MOVE SPACES TO STP-LAST-NOTE(STEP-IDX)
           END-PERFORM
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = 00
               MOVE "Y" TO EOF-FLAG
               IF LEDGER-STATUS NOT = 35
                   DISPLAY "LEDGER-FILE open error, status "
                       LEDGER-STATUS
               END-IF
           END-IF
           PERFORM READ-LEDGER-ENTRY
           PERFORM UNTIL EOF-FLAG = "Y"
               IF LED-BUS-DATE = BUS-DATE
                   PERFORM NOTE-LEDGER-ENTRY
               END-IF
               PERFORM READ-LEDGER-ENTRY
           END-PERFORM
           IF LEDGER-STATUS NOT = 35
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-ENTRY.
           IF EOF-FLAG NOT = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       NOTE-LEDGER-ENTRY.
           IF LED-DAY-TYPE NOT = SPACE
               MOVE LED-DAY-TYPE TO BUS-DAY-TYPE
           END-IF
           MOVE ZERO TO STEP-FOUND-IDX
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT OR STEP-FOUND-IDX > ZERO
               IF STEP-NAME(STEP-IDX) = LED-STEP-NAME
                   MOVE STEP-IDX TO STEP-FOUND-IDX
               END-IF
           END-PERFORM
           IF STEP-FOUND-IDX > ZERO
               MOVE "Y" TO STP-SEEN-FLAG(STEP-FOUND-IDX)
               MOVE LED-RETURN-CODE TO STP-LAST-RC(STEP-FOUND-IDX)
               MOVE LED-NOTE TO STP-LAST-NOTE(STEP-FOUND-IDX)
               IF LED-RETURN-CODE = ZERO
                   MOVE "Y" TO STP-DONE-FLAG(STEP-FOUND-IDX)
               END-IF
               IF LED-NOTE NOT = "CRM ACK FILE NOT LANDED"
                   MOVE "Y" TO STP-RAN-FLAG(STEP-FOUND-IDX)
               END-IF
           END-IF.

      *> The baseline for each kind of line is the latest date before
      *> the business date that has one; a missing file means this
      *> is the first digest, and every breach is new.
       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-STATUS NOT = 00
               MOVE "Y" TO CONTROL-EOF-FLAG
               IF CONTROL-STATUS NOT = 35
                   DISPLAY "CONTROL-FILE open error, status "
                       CONTROL-STATUS
               END-IF
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM UNTIL CONTROL-EOF-FLAG = "Y"
               IF CTL-BUS-DATE IS NUMERIC AND CTL-CONTACT-ID IS NUMERIC
                       AND CTL-COUNT IS NUMERIC
                   PERFORM HOLD-CONTROL-RECORD
               END-IF
               PERFORM READ-CONTROL-RECORD
           END-PERFORM
           IF CONTROL-STATUS NOT = 35
               CLOSE CONTROL-FILE
           END-IF
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                   UNTIL CONTROL-IDX > CONTROL-COUNT
               IF CTT-BUS-DATE(CONTROL-IDX) < BUS-DATE
                   IF CTT-TYPE(CONTROL-IDX) = "B"
                           AND CTT-BUS-DATE(CONTROL-IDX)
                               > PRIOR-BREACH-DATE
                       MOVE CTT-BUS-DATE(CONTROL-IDX)
                           TO PRIOR-BREACH-DATE
                   END-IF
                   IF CTT-TYPE(CONTROL-IDX) = "Q"
                           AND CTT-BUS-DATE(CONTROL-IDX) > PRIOR-QUAR-DATE
                       MOVE CTT-BUS-DATE(CONTROL-IDX) TO PRIOR-QUAR-DATE
                       MOVE CTT-COUNT(CONTROL-IDX) TO PRIOR-QUAR-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                   UNTIL CONTROL-IDX > CONTROL-COUNT
               IF CTT-TYPE(CONTROL-IDX) = "B"
                       AND CTT-BUS-DATE(CONTROL-IDX) = PRIOR-BREACH-DATE
                       AND CTT-CONTACT-ID(CONTROL-IDX) = ZERO
                   MOVE CTT-COUNT(CONTROL-IDX) TO PRIOR-BREACH-TOTAL
               END-IF
           END-PERFORM.

       READ-CONTROL-RECORD.
           IF CONTROL-EOF-FLAG NOT = "Y"
               READ CONTROL-FILE
                   AT END
                       MOVE "Y" TO CONTROL-EOF-FLAG
               END-READ
           END-IF.

       HOLD-CONTROL-RECORD.
           IF CONTROL-COUNT < MAX-CONTROL-SIZE
               ADD 1 TO CONTROL-COUNT
               MOVE CTL-TYPE       TO CTT-TYPE(CONTROL-COUNT)
               MOVE CTL-BUS-DATE   TO CTT-BUS-DATE(CONTROL-COUNT)
               MOVE CTL-CONTACT-ID TO CTT-CONTACT-ID(CONTROL-COUNT)
               MOVE CTL-COUNT      TO CTT-COUNT(CONTROL-COUNT)
           ELSE
               MOVE "Y" TO CONTROL-FULL-FLAG
           END-IF.

       WRITE-HEADING.
           MOVE BUS-DATE TO HDG-BUS-DATE
           MOVE RUN-DATE TO HDG-RUN-DATE
           IF BUS-DAY-TYPE = "N"
               MOVE "NON-WORKING" TO HDG-DAY-TEXT
           ELSE
               MOVE SPACES TO HDG-DAY-TEXT
           END-IF
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADING-LINE-2.

      *> Every step gets a line, completed or not, so the digest also
      *> shows what did go right.
       REPORT-STEP-STATUS.
           PERFORM START-SECTION
           MOVE "NIGHT STREAM STEPS (data/CONTNITE_LEDGER.DAT)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTNITE_LEDGER.DAT" TO SECTION-SOURCE
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM REPORT-ONE-STEP
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-ONE-STEP.
           MOVE STEP-NAME(STEP-IDX) TO STD-STEP-NAME
           MOVE STP-LAST-NOTE(STEP-IDX) TO STD-NOTE
           MOVE STP-LAST-RC(STEP-IDX) TO STD-RC
           MOVE SPACES TO ITM-CONTACT-ID
           EVALUATE TRUE
               WHEN STP-DONE-FLAG(STEP-IDX) = "Y"
                   MOVE "OK" TO STD-STATUS
                   MOVE "000" TO STD-RC
                   MOVE "OK" TO STD-NOTE
                   MOVE SPACE TO ITEM-SEVERITY
                   MOVE SPACES TO FIX-TEXT
               WHEN STP-SEEN-FLAG(STEP-IDX) = "N"
                   MOVE "NOT RUN" TO STD-STATUS
                   MOVE "---" TO STD-RC
                   MOVE "NO LEDGER ENTRY" TO STD-NOTE
                   MOVE "R" TO ITEM-SEVERITY
                   MOVE "RERUN CONTNITE" TO FIX-TEXT
               WHEN STP-LAST-RC(STEP-IDX) >= 8
                   MOVE "FAILED" TO STD-STATUS
                   MOVE "R" TO ITEM-SEVERITY
                   MOVE SPACES TO FIX-TEXT
                   IF STP-RAN-FLAG(STEP-IDX) = "N"
                       STRING "CRM ACK, THEN RERUN CONTNITE"
                           DELIMITED BY SIZE INTO FIX-TEXT
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(STEP-NAME(STEP-IDX))
                               ", THEN RERUN CONTNITE"
                           DELIMITED BY SIZE INTO FIX-TEXT
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE "WARNING" TO STD-STATUS
                   MOVE "A" TO ITEM-SEVERITY
                   MOVE STEP-NAME(STEP-IDX) TO FIX-TEXT
           END-EVALUATE
           MOVE STEP-DETAIL TO DETAIL-TEXT
           PERFORM WRITE-ITEM.

      *> CONTBAL lists each discrepancy as "  nnnnnn reason" under
      *> its department's balance line, and flags the audit identity
      *> and any table overflow on lines of their own.
       REPORT-BALANCE.
           PERFORM START-SECTION
           MOVE "BALANCE DISCREPANCIES (data/CONTBAL.OUT)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTBAL.OUT" TO SECTION-SOURCE
           MOVE "CONTBAL" TO SECTION-PROGRAM
           PERFORM CHECK-STEP-RAN
           IF STEP-FOUND-IDX > ZERO
               MOVE "N" TO EOF-FLAG
               OPEN INPUT BALANCE-FILE
               IF BALANCE-STATUS NOT = 00
                   PERFORM NOTE-REPORT-MISSING
               ELSE
                   PERFORM READ-BALANCE-LINE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       PERFORM CHECK-BALANCE-LINE
                       PERFORM READ-BALANCE-LINE
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
           END-IF
           PERFORM END-SECTION.

       READ-BALANCE-LINE.
           READ BALANCE-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

       CHECK-BALANCE-LINE.
           EVALUATE TRUE
               WHEN BALANCE-LINE(1:2) = SPACES
                       AND BALANCE-LINE(3:6) IS NUMERIC
                       AND BALANCE-LINE(9:1) = SPACE
                   MOVE "R" TO ITEM-SEVERITY
                   MOVE BALANCE-LINE(3:6) TO ITM-CONTACT-ID
                   MOVE BALANCE-LINE(10:40) TO DETAIL-TEXT
                   IF BALANCE-LINE(10:32)
                           = "IN LIVE FILE, MISSING FROM QUEUE"
                       MOVE "CONTACTS MAINTENANCE UPDATE" TO FIX-TEXT
                   ELSE
                       MOVE "CONTAUDT, THEN CONTRCVR" TO FIX-TEXT
                   END-IF
                   PERFORM WRITE-ITEM
               WHEN BALANCE-LINE(1:39)
                       = "AUDIT TRAIL DOES NOT EXPLAIN LIVE COUNT"
                   MOVE "R" TO ITEM-SEVERITY
                   MOVE SPACES TO ITM-CONTACT-ID
                   MOVE BALANCE-LINE(1:50) TO DETAIL-TEXT
                   MOVE "CONTCHEK VERIFY, CONTAUDT" TO FIX-TEXT
                   PERFORM WRITE-ITEM
               WHEN BALANCE-LINE(44:12) = "UNVERIFIABLE"
                   MOVE "A" TO ITEM-SEVERITY
                   MOVE SPACES TO ITM-CONTACT-ID
                   MOVE SPACES TO DETAIL-TEXT
                   STRING FUNCTION TRIM(BALANCE-LINE(1:10))
                           " QUEUE COULD NOT BE BALANCED"
                       DELIMITED BY SIZE INTO DETAIL-TEXT
                   END-STRING
                   MOVE "CONTBAL (QUEUE FILE)" TO FIX-TEXT
                   PERFORM WRITE-ITEM
               WHEN BALANCE-LINE(1:8) = "WARNING:"
                   MOVE "A" TO ITEM-SEVERITY
                   MOVE SPACES TO ITM-CONTACT-ID
                   MOVE BALANCE-LINE(10:50) TO DETAIL-TEXT
                   MOVE "CONTBAL (TABLE SIZES)" TO FIX-TEXT
                   PERFORM WRITE-ITEM
           END-EVALUATE.

      *> CONTRECN's problem lines are "nnnnnn reason". Everything it
      *> lists is carried forward and re-sent by CONTEXPT on its own;
      *> the digest says what has to happen for that to succeed.
       REPORT-CRM-UNCONFIRMED.
           PERFORM START-SECTION
           MOVE "CRM CONTACTS NOT CONFIRMED (data/CONTRECN.OUT)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTRECN.OUT" TO SECTION-SOURCE
           MOVE "CONTRECN" TO SECTION-PROGRAM
           PERFORM CHECK-STEP-RAN
           IF STEP-FOUND-IDX > ZERO
               MOVE "N" TO EOF-FLAG
               OPEN INPUT RECON-FILE
               IF RECON-STATUS NOT = 00
                   PERFORM NOTE-REPORT-MISSING
               ELSE
                   PERFORM READ-RECON-LINE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       IF RECON-LINE(1:6) IS NUMERIC
                               AND RECON-LINE(7:1) = SPACE
                           PERFORM REPORT-ONE-UNCONFIRMED
                       END-IF
                       PERFORM READ-RECON-LINE
                   END-PERFORM
                   CLOSE RECON-FILE
               END-IF
           END-IF
           PERFORM END-SECTION.

       READ-RECON-LINE.
           READ RECON-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

       REPORT-ONE-UNCONFIRMED.
           MOVE "A" TO ITEM-SEVERITY
           MOVE RECON-LINE(1:6) TO ITM-CONTACT-ID
           MOVE RECON-LINE(8:30) TO DETAIL-TEXT
           EVALUATE RECON-LINE(8:30)
               WHEN "SKIPPED OVERSIZED, NEVER SENT"
                   MOVE "CONTACTS MAINT (SHORTEN TEXT)" TO FIX-TEXT
               WHEN "NOT ACKNOWLEDGED"
                   MOVE "CRM TEAM; CONTEXPT RE-SENDS" TO FIX-TEXT
               WHEN "REJECTED BY CRM"
                   MOVE "CRM TEAM; CONTEXPT RE-SENDS" TO FIX-TEXT
               WHEN OTHER
                   MOVE "CRM TEAM, CONTAUDT" TO FIX-TEXT
           END-EVALUATE
           PERFORM WRITE-ITEM.

      *> CONTCRMU's problem lines are the CRM's update line in the
      *> first 50 columns and the reason after it; the CONTACT-ID is
      *> the update line's first field.
       REPORT-CRM-UNMATCHED.
           PERFORM START-SECTION
           MOVE "CRM UPDATES NOT MATCHED (data/CONTCRMU.OUT)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTCRMU.OUT" TO SECTION-SOURCE
           MOVE "CONTCRMU" TO SECTION-PROGRAM
           PERFORM CHECK-STEP-RAN
           IF STEP-FOUND-IDX > ZERO
               MOVE "N" TO EOF-FLAG
               MOVE ZERO TO LINE-NO
               OPEN INPUT CRM-UPDATE-FILE
               IF CRM-UPDATE-STATUS NOT = 00
                   PERFORM NOTE-REPORT-MISSING
               ELSE
                   PERFORM READ-CRM-UPDATE-LINE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       ADD 1 TO LINE-NO
                       IF LINE-NO > 1
                               AND CRM-UPDATE-LINE(52:40) NOT = SPACES
                           PERFORM REPORT-ONE-UNMATCHED
                       END-IF
                       PERFORM READ-CRM-UPDATE-LINE
                   END-PERFORM
                   CLOSE CRM-UPDATE-FILE
               END-IF
           END-IF
           PERFORM END-SECTION.

       READ-CRM-UPDATE-LINE.
           READ CRM-UPDATE-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

       REPORT-ONE-UNMATCHED.
           MOVE "A" TO ITEM-SEVERITY
           MOVE SPACES TO CRM-UPDATE-ID-TEXT
           UNSTRING CRM-UPDATE-LINE(1:50) DELIMITED BY "|"
               INTO CRM-UPDATE-ID-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(CRM-UPDATE-ID-TEXT) TO CRM-UPDATE-ID-TEXT
           IF CRM-UPDATE-ID-TEXT(1:6) IS NUMERIC
               MOVE CRM-UPDATE-ID-TEXT(1:6) TO ITM-CONTACT-ID
           ELSE
               MOVE "------" TO ITM-CONTACT-ID
           END-IF
           MOVE CRM-UPDATE-LINE(52:40) TO DETAIL-TEXT
           EVALUATE CRM-UPDATE-LINE(52:40)
               WHEN "NO MATCHING LIVE CONTACT"
                   MOVE "CONTAUDT, CONTARCH RESTORE" TO FIX-TEXT
               WHEN "RECORD IN USE, NOT APPLIED"
                   MOVE "NONE - CRM RE-SENDS IT" TO FIX-TEXT
               WHEN OTHER
                   MOVE "CRM TEAM (BAD UPDATE LINE)" TO FIX-TEXT
           END-EVALUATE
           PERFORM WRITE-ITEM.

      *> Tonight's escalation extract against the last digest's: a
      *> contact past its SLA that was not on the earlier list is a
      *> new breach. The whole extract is kept as tomorrow's baseline.
       REPORT-SLA-BREACHES.
           PERFORM START-SECTION
           MOVE "NEW SLA BREACHES BY DEPARTMENT "
               & "(data/CONTAGE_ESCALATION.OUT)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTAGE_ESCALATION.OUT" TO SECTION-SOURCE
           MOVE "CONTAGE" TO SECTION-PROGRAM
           PERFORM CHECK-STEP-RAN
           IF STEP-FOUND-IDX > ZERO
               MOVE "N" TO EOF-FLAG
               OPEN INPUT ESCALATION-FILE
               IF ESCALATION-STATUS NOT = 00
                   PERFORM NOTE-REPORT-MISSING
               ELSE
                   MOVE "Y" TO ESCALATION-READ-FLAG
                   PERFORM READ-ESCALATION-LINE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       IF ESCALATION-LINE(1:6) IS NUMERIC
                           PERFORM HOLD-ONE-BREACH
                       END-IF
                       PERFORM READ-ESCALATION-LINE
                   END-PERFORM
                   CLOSE ESCALATION-FILE
                   PERFORM LIST-BREACHES-BY-DEPT
               END-IF
           END-IF
           PERFORM END-SECTION.

       READ-ESCALATION-LINE.
           READ ESCALATION-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

       HOLD-ONE-BREACH.
           ADD 1 TO BREACH-TOTAL
           MOVE "Y" TO BREACH-NEW-FLAG
           IF PRIOR-BREACH-DATE > ZERO
               PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                       UNTIL CONTROL-IDX > CONTROL-COUNT
                       OR BREACH-NEW-FLAG = "N"
                   IF CTT-TYPE(CONTROL-IDX) = "B"
                           AND CTT-BUS-DATE(CONTROL-IDX)
                               = PRIOR-BREACH-DATE
                           AND CTT-CONTACT-ID(CONTROL-IDX)
                               = ESCALATION-LINE(1:6)
                       MOVE "N" TO BREACH-NEW-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF BREACH-NEW-FLAG = "Y"
               ADD 1 TO NEW-BREACH-TOTAL
           END-IF
           PERFORM FIND-BREACH-DEPT
           IF BREACH-DEPT-FOUND-IDX > ZERO
               ADD 1 TO BDT-TOTAL(BREACH-DEPT-FOUND-IDX)
               IF BREACH-NEW-FLAG = "Y"
                   ADD 1 TO BDT-NEW(BREACH-DEPT-FOUND-IDX)
               END-IF
           END-IF
           IF BREACH-COUNT < MAX-BREACH-SIZE
               ADD 1 TO BREACH-COUNT
               MOVE ESCALATION-LINE(1:6)  TO BRT-CONTACT-ID(BREACH-COUNT)
               MOVE ESCALATION-LINE(8:8)  TO
                   BRT-DATE-RECEIVED(BREACH-COUNT)
               MOVE ESCALATION-LINE(18:10) TO BRT-DEPT(BREACH-COUNT)
               MOVE ESCALATION-LINE(29:6) TO BRT-AGE(BREACH-COUNT)
               MOVE ESCALATION-LINE(38:2) TO BRT-SLA(BREACH-COUNT)
               MOVE ESCALATION-LINE(43:1) TO BRT-PRIORITY(BREACH-COUNT)
               MOVE BREACH-NEW-FLAG       TO BRT-NEW-FLAG(BREACH-COUNT)
           ELSE
               MOVE "Y" TO BREACH-FULL-FLAG
           END-IF.

       FIND-BREACH-DEPT.
           MOVE ZERO TO BREACH-DEPT-FOUND-IDX
           PERFORM VARYING BREACH-DEPT-IDX FROM 1 BY 1
                   UNTIL BREACH-DEPT-IDX > BREACH-DEPT-COUNT
                   OR BREACH-DEPT-FOUND-IDX > ZERO
               IF BDT-DEPT(BREACH-DEPT-IDX) = ESCALATION-LINE(18:10)
                   MOVE BREACH-DEPT-IDX TO BREACH-DEPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF BREACH-DEPT-FOUND-IDX = ZERO
                   AND BREACH-DEPT-COUNT < MAX-BREACH-DEPT-SIZE
               ADD 1 TO BREACH-DEPT-COUNT
               MOVE ESCALATION-LINE(18:10) TO BDT-DEPT(BREACH-DEPT-COUNT)
               MOVE ZERO TO BDT-TOTAL(BREACH-DEPT-COUNT)
               MOVE ZERO TO BDT-NEW(BREACH-DEPT-COUNT)
               MOVE BREACH-DEPT-COUNT TO BREACH-DEPT-FOUND-IDX
           END-IF.

       LIST-BREACHES-BY-DEPT.
           IF PRIOR-BREACH-DATE = ZERO
               MOVE "  NO EARLIER DIGEST: EVERY CURRENT BREACH IS "
                   & "LISTED AS NEW" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING BREACH-DEPT-IDX FROM 1 BY 1
                   UNTIL BREACH-DEPT-IDX > BREACH-DEPT-COUNT
               MOVE BDT-DEPT(BREACH-DEPT-IDX)  TO BDL-DEPT
               MOVE BDT-NEW(BREACH-DEPT-IDX)   TO BDL-NEW
               MOVE BDT-TOTAL(BREACH-DEPT-IDX) TO BDL-TOTAL
               WRITE REPORT-LINE FROM BREACH-DEPT-LINE
               PERFORM VARYING BREACH-IDX FROM 1 BY 1
                       UNTIL BREACH-IDX > BREACH-COUNT
                   IF BRT-DEPT(BREACH-IDX) = BDT-DEPT(BREACH-DEPT-IDX)
                           AND BRT-NEW-FLAG(BREACH-IDX) = "Y"
                       PERFORM REPORT-ONE-BREACH
                   END-IF
               END-PERFORM
           END-PERFORM
           IF BREACH-FULL-FLAG = "Y"
               MOVE "  WARNING: BREACH TABLE FULL, NOT EVERY BREACH "
                   & "IS LISTED OR KEPT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REPORT-ONE-BREACH.
           MOVE "A" TO ITEM-SEVERITY
           MOVE BRT-CONTACT-ID(BREACH-IDX)    TO ITM-CONTACT-ID
           MOVE BRT-AGE(BREACH-IDX)           TO BRD-AGE
           MOVE BRT-SLA(BREACH-IDX)           TO BRD-SLA
           MOVE BRT-PRIORITY(BREACH-IDX)      TO BRD-PRIORITY
           MOVE BRT-DATE-RECEIVED(BREACH-IDX) TO BRD-DATE-RECEIVED
           MOVE BREACH-DETAIL TO DETAIL-TEXT
           MOVE SPACES TO FIX-TEXT
           STRING "CONTWORK (" FUNCTION TRIM(BRT-DEPT(BREACH-IDX)) ")"
               DELIMITED BY SIZE INTO FIX-TEXT
           END-STRING
           PERFORM WRITE-ITEM.

      *> CONTACTS stamps every reject line with the date it was
      *> written; the business date's lines are the night's rejects.
      *> A rejected line never became a contact, so it has no ID.
       REPORT-BATCH-REJECTS.
           PERFORM START-SECTION
           MOVE "BATCH REJECTS (data/CONTACTS_BATCH_REJECTS.LOG)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTACTS_BATCH_REJECTS.LOG" TO SECTION-SOURCE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF REJECT-STATUS NOT = 00
               MOVE "Y" TO EOF-FLAG
               IF REJECT-STATUS NOT = 35
                   DISPLAY "REJECT-FILE open error, status "
                       REJECT-STATUS
               END-IF
           END-IF
           PERFORM READ-REJECT-LINE
           PERFORM UNTIL EOF-FLAG = "Y"
               IF REJECT-LINE(1:8) = BUS-DATE
                   MOVE "A" TO ITEM-SEVERITY
                   MOVE "------" TO ITM-CONTACT-ID
                   MOVE REJECT-LINE(10:50) TO DETAIL-TEXT
                   MOVE "CONTACTS (CORRECT AND RE-KEY)" TO FIX-TEXT
                   PERFORM WRITE-ITEM
               END-IF
               PERFORM READ-REJECT-LINE
           END-PERFORM
           IF REJECT-STATUS NOT = 35
               CLOSE REJECT-FILE
           END-IF
           PERFORM END-SECTION.

       READ-REJECT-LINE.
           IF EOF-FLAG NOT = "Y"
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

      *> Growth is tonight's count against the last digest's; the
      *> entries quarantined since that digest are listed. Growth
      *> needs a look; a shrinking quarantine is review working.
       REPORT-QUARANTINE.
           PERFORM START-SECTION
           MOVE "QUARANTINE GROWTH (data/CONTACTS_QUARANTINE.DAT)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTACTS_QUARANTINE.DAT" TO SECTION-SOURCE
           IF PRIOR-QUAR-DATE > ZERO
               MOVE PRIOR-QUAR-DATE TO QUAR-LIST-AFTER
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BUS-DATE) - 1)
                   TO QUAR-LIST-AFTER
           END-IF
           MOVE "N" TO QUAR-EOF-FLAG
           OPEN INPUT QUARANTINE-FILE
           IF QUAR-STATUS NOT = 00
               MOVE "Y" TO QUAR-EOF-FLAG
               IF QUAR-STATUS NOT = 35
                   DISPLAY "QUARANTINE-FILE open error, status "
                       QUAR-STATUS
               END-IF
           END-IF
           PERFORM READ-QUARANTINE-RECORD
           PERFORM UNTIL QUAR-EOF-FLAG = "Y"
               IF QUARANTINE-REC NOT = SPACES
                   ADD 1 TO QUAR-COUNT
                   IF QUAR-DATE IS NUMERIC
                           AND QUAR-DATE > QUAR-LIST-AFTER
                       PERFORM REPORT-ONE-QUARANTINED
                   END-IF
               END-IF
               PERFORM READ-QUARANTINE-RECORD
           END-PERFORM
           IF QUAR-STATUS NOT = 35
               CLOSE QUARANTINE-FILE
           END-IF
           IF QUAR-LISTED-COUNT > MAX-SECTION-LINES
               COMPUTE MRL-COUNT = QUAR-LISTED-COUNT - MAX-SECTION-LINES
               MOVE SECTION-SOURCE TO MRL-SOURCE
               WRITE REPORT-LINE FROM MORE-LINE
           END-IF
           COMPUTE QUAR-GROWTH = QUAR-COUNT - PRIOR-QUAR-COUNT
           MOVE QUAR-COUNT       TO QTL-NOW
           MOVE PRIOR-QUAR-COUNT TO QTL-PRIOR
           MOVE QUAR-GROWTH      TO QTL-GROWTH
           WRITE REPORT-LINE FROM QUARANTINE-TOTAL-LINE
           IF PRIOR-QUAR-DATE = ZERO
               MOVE "  NO EARLIER DIGEST: GROWTH IS MEASURED FROM THE "
                   & "NEXT RUN" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF PRIOR-QUAR-DATE > ZERO AND QUAR-GROWTH > ZERO
               MOVE "A" TO ITEM-SEVERITY
               MOVE "------" TO ITM-CONTACT-ID
               MOVE SPACES TO DETAIL-TEXT
               STRING "QUARANTINE GREW SINCE DIGEST OF "
                       PRIOR-QUAR-DATE
                   DELIMITED BY SIZE INTO DETAIL-TEXT
               END-STRING
               MOVE "CONTACTS QUARANTINE REVIEW" TO FIX-TEXT
               PERFORM WRITE-ITEM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       READ-QUARANTINE-RECORD.
           IF QUAR-EOF-FLAG NOT = "Y"
               READ QUARANTINE-FILE
                   AT END
                       MOVE "Y" TO QUAR-EOF-FLAG
               END-READ
           END-IF.

      *> Listed for information; the growth line below carries the
      *> status, so a quarantine review the same day that cleared
      *> them leaves the digest green.
       REPORT-ONE-QUARANTINED.
           ADD 1 TO QUAR-LISTED-COUNT
           IF QUAR-LISTED-COUNT NOT > MAX-SECTION-LINES
               MOVE SPACES TO ITM-SEVERITY
               MOVE "------" TO ITM-CONTACT-ID
               MOVE SPACES TO ITM-DETAIL
               STRING QUAR-DATE " " FUNCTION TRIM(QUAR-REASON) ": "
                       FUNCTION TRIM(QUAR-EMAIL)
                   DELIMITED BY SIZE INTO ITM-DETAIL
               END-STRING
               MOVE "FIX: " TO ITM-FIX-LABEL
               MOVE "CONTACTS QUARANTINE REVIEW" TO ITM-FIX
               WRITE REPORT-LINE FROM ITEM-LINE
           END-IF.

      *> CONTCHEK is run by hand, not by the stream; its report counts
      *> only if the verify ran on or after the business date, and an
      *> older one is noted so nobody mistakes it for tonight's.
       REPORT-INTEGRITY-CHECK.
           PERFORM START-SECTION
           MOVE "INTEGRITY CHECK ANOMALIES (data/CONTCHEK.OUT)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "data/CONTCHEK.OUT" TO SECTION-SOURCE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CHECK-FILE
           IF CHECK-STATUS NOT = 00
               MOVE "Y" TO SECTION-SKIPPED-FLAG
               MOVE "  NO INTEGRITY CHECK REPORT ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-CHECK-LINE
               IF EOF-FLAG NOT = "Y" AND CHECK-LINE(41:8) IS NUMERIC
                   MOVE CHECK-LINE(41:8) TO CHECK-RUN-DATE
               END-IF
               IF CHECK-RUN-DATE < BUS-DATE
                   MOVE "Y" TO SECTION-SKIPPED-FLAG
                   MOVE SPACES TO REPORT-LINE
                   IF CHECK-RUN-DATE = ZERO
                       MOVE "  INTEGRITY CHECK REPORT CARRIES NO RUN "
                           & "DATE; NOT USED" TO REPORT-LINE
                   ELSE
                       STRING "  LAST INTEGRITY CHECK RAN "
                               CHECK-RUN-DATE
                               ", BEFORE THE BUSINESS DATE; NOT USED"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   END-IF
                   WRITE REPORT-LINE
               ELSE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       IF CHECK-LINE(1:2) = SPACES
                               AND CHECK-LINE(3:6) IS NUMERIC
                               AND CHECK-LINE(9:1) = SPACE
                           MOVE "R" TO ITEM-SEVERITY
                           MOVE CHECK-LINE(3:6) TO ITM-CONTACT-ID
                           MOVE CHECK-LINE(10:45) TO DETAIL-TEXT
                           MOVE "CONTCHEK REBUILD OR CONTRCVR"
                               TO FIX-TEXT
                           PERFORM WRITE-ITEM
                       END-IF
                       PERFORM READ-CHECK-LINE
                   END-PERFORM
               END-IF
               CLOSE CHECK-FILE
           END-IF
           PERFORM END-SECTION.

       READ-CHECK-LINE.
           READ CHECK-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

      *> A step's report is only tonight's if the ledger shows the
      *> step ran for the business date; STEP-FOUND-IDX comes back
      *> zero, with a line saying so, when it did not.
       CHECK-STEP-RAN.
           MOVE ZERO TO STEP-FOUND-IDX
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT OR STEP-FOUND-IDX > ZERO
               IF STEP-NAME(STEP-IDX) = SECTION-PROGRAM
                       AND STP-RAN-FLAG(STEP-IDX) = "Y"
                   MOVE STEP-IDX TO STEP-FOUND-IDX
               END-IF
           END-PERFORM
           IF STEP-FOUND-IDX = ZERO
               MOVE "Y" TO SECTION-SKIPPED-FLAG
               MOVE SPACES TO REPORT-LINE
               STRING "  " FUNCTION TRIM(SECTION-PROGRAM)
                       " DID NOT RUN FOR THIS BUSINESS DATE; "
                       "NOTHING TO REPORT (SEE STEPS ABOVE)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       NOTE-REPORT-MISSING.
           MOVE "A" TO ITEM-SEVERITY
           MOVE SPACES TO ITM-CONTACT-ID
           MOVE SPACES TO DETAIL-TEXT
           STRING "REPORT " FUNCTION TRIM(SECTION-SOURCE) " NOT FOUND"
               DELIMITED BY SIZE INTO DETAIL-TEXT
           END-STRING
           MOVE SPACES TO FIX-TEXT
           STRING "RERUN " FUNCTION TRIM(SECTION-PROGRAM)
               DELIMITED BY SIZE INTO FIX-TEXT
           END-STRING
           PERFORM WRITE-ITEM.

       START-SECTION.
           MOVE "N" TO SECTION-SKIPPED-FLAG
           MOVE ZERO TO SECTION-COUNT
           MOVE SPACES TO SECTION-PROGRAM.

      *> Item lines are counted and graded even past the print limit,
      *> so the overall status reflects every item.
       WRITE-ITEM.
           ADD 1 TO SECTION-COUNT
           EVALUATE ITEM-SEVERITY
               WHEN "R"
                   ADD 1 TO RED-COUNT
                   MOVE "RED" TO ITM-SEVERITY
               WHEN "A"
                   ADD 1 TO AMBER-COUNT
                   MOVE "AMBER" TO ITM-SEVERITY
               WHEN OTHER
                   MOVE SPACES TO ITM-SEVERITY
           END-EVALUATE
           IF SECTION-COUNT NOT > MAX-SECTION-LINES
               MOVE DETAIL-TEXT TO ITM-DETAIL
               MOVE FIX-TEXT TO ITM-FIX
               IF FIX-TEXT = SPACES
                   MOVE SPACES TO ITM-FIX-LABEL
               ELSE
                   MOVE "FIX: " TO ITM-FIX-LABEL
               END-IF
               WRITE REPORT-LINE FROM ITEM-LINE
           END-IF.

       END-SECTION.
           IF SECTION-COUNT > MAX-SECTION-LINES
               COMPUTE MRL-COUNT = SECTION-COUNT - MAX-SECTION-LINES
               MOVE SECTION-SOURCE TO MRL-SOURCE
               WRITE REPORT-LINE FROM MORE-LINE
           END-IF
           IF SECTION-COUNT = ZERO
               IF SECTION-SKIPPED-FLAG = "N"
                   MOVE "      NONE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE "ITEMS: " TO STL-LABEL
               MOVE SECTION-COUNT TO STL-COUNT
               WRITE REPORT-LINE FROM SECTION-TOTAL-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-OVERALL-STATUS.
           EVALUATE TRUE
               WHEN RED-COUNT > ZERO
                   MOVE "RED" TO OVERALL-STATUS
                   MOVE 8 TO DIGEST-RC
               WHEN AMBER-COUNT > ZERO
                   MOVE "AMBER" TO OVERALL-STATUS
                   MOVE 4 TO DIGEST-RC
               WHEN OTHER
                   MOVE "GREEN" TO OVERALL-STATUS
                   MOVE 0 TO DIGEST-RC
           END-EVALUATE
           IF CONTROL-FULL-FLAG = "Y"
               MOVE "WARNING: data/CONTDGST.CTL TABLE FULL, EARLIER "
                   & "BASELINE MAY BE INCOMPLETE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE OVERALL-STATUS TO STS-STATUS
           MOVE RED-COUNT      TO STS-RED
           MOVE AMBER-COUNT    TO STS-AMBER
           WRITE REPORT-LINE FROM STATUS-LINE.

      *> The control file keeps the baseline this run used and any
      *> later dates (a rerun for an old night must not lose them);
      *> tonight's lines replace an earlier run for the same date.
      *> Without tonight's extract no breach lines are written, and
      *> the earlier baseline stays the one tomorrow measures from.
       SAVE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF CONTROL-STATUS NOT = 00
               DISPLAY "CONTROL-FILE open error, status " CONTROL-STATUS
           ELSE
               PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                       UNTIL CONTROL-IDX > CONTROL-COUNT
                   IF CTT-BUS-DATE(CONTROL-IDX) > BUS-DATE
                       OR (CTT-TYPE(CONTROL-IDX) = "B" AND
                           CTT-BUS-DATE(CONTROL-IDX) = PRIOR-BREACH-DATE)
                       OR (CTT-TYPE(CONTROL-IDX) = "Q" AND
                           CTT-BUS-DATE(CONTROL-IDX) = PRIOR-QUAR-DATE)
                       MOVE SPACES TO CONTROL-REC
                       MOVE CTT-TYPE(CONTROL-IDX)       TO CTL-TYPE
                       MOVE CTT-BUS-DATE(CONTROL-IDX)   TO CTL-BUS-DATE
                       MOVE CTT-CONTACT-ID(CONTROL-IDX) TO CTL-CONTACT-ID
                       MOVE CTT-COUNT(CONTROL-IDX)      TO CTL-COUNT
                       WRITE CONTROL-REC
                   END-IF
               END-PERFORM
               MOVE SPACES TO CONTROL-REC
               MOVE "Q"        TO CTL-TYPE
               MOVE BUS-DATE   TO CTL-BUS-DATE
               MOVE ZERO       TO CTL-CONTACT-ID
               MOVE QUAR-COUNT TO CTL-COUNT
               WRITE CONTROL-REC
               IF ESCALATION-READ-FLAG = "Y"
                   MOVE "B"          TO CTL-TYPE
                   MOVE ZERO         TO CTL-CONTACT-ID
                   MOVE BREACH-TOTAL TO CTL-COUNT
                   WRITE CONTROL-REC
                   PERFORM VARYING BREACH-IDX FROM 1 BY 1
                           UNTIL BREACH-IDX > BREACH-COUNT
                       MOVE BRT-CONTACT-ID(BREACH-IDX) TO CTL-CONTACT-ID
                       MOVE ZERO TO CTL-COUNT
                       WRITE CONTROL-REC
                   END-PERFORM
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

      *> The mail copy is the finished report behind the headers the
      *> gateway needs, with the status in the subject so the list
      *> sees it before opening the message.
       WRITE-MAIL-FILE.
           OPEN OUTPUT MAIL-FILE
           IF MAIL-STATUS NOT = 00
               DISPLAY "MAIL-FILE open error, status " MAIL-STATUS
           ELSE
               MOVE SPACES TO MAIL-LINE
               STRING "To: " FUNCTION TRIM(MAIL-TO)
                   DELIMITED BY SIZE INTO MAIL-LINE
               END-STRING
               WRITE MAIL-LINE
               MOVE SPACES TO MAIL-LINE
               STRING "Subject: CONTACT NIGHT DIGEST " BUS-DATE " - "
                       FUNCTION TRIM(OVERALL-STATUS)
                   DELIMITED BY SIZE INTO MAIL-LINE
               END-STRING
               WRITE MAIL-LINE
               MOVE SPACES TO MAIL-LINE
               WRITE MAIL-LINE
               MOVE "N" TO EOF-FLAG
               OPEN INPUT REPORT-FILE
               IF REPORT-STATUS NOT = 00
                   DISPLAY "REPORT-FILE reopen error, status "
                       REPORT-STATUS
               ELSE
                   PERFORM READ-REPORT-LINE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       MOVE REPORT-LINE TO MAIL-LINE
                       WRITE MAIL-LINE
                       PERFORM READ-REPORT-LINE
                   END-PERFORM
                   CLOSE REPORT-FILE
               END-IF
               CLOSE MAIL-FILE
           END-IF.

       READ-REPORT-LINE.
           READ REPORT-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
