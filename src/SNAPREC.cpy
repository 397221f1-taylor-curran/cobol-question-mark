      *> End-of-day backlog snapshot record for
      *> data/CONTACTS_SNAPSHOT.DAT, one line per department per
      *> business date, appended by CONTSNAP in the night stream.
      *> CONTACTS.DAT only knows where things stand now; this file is
      *> the history CONTTRND reports trends from. Per department:
      *> the open contacts by state and by priority (zero, the
      *> pre-priority value, counted as 3 as everywhere else), how
      *> many of them are past the department's SLA in business days
      *> (the CONTAGE rule), and the day's arrivals (DATE-RECEIVED)
      *> and dispositions (RESOLUTION-DATE) by outcome. The day type
      *> is CONTNITE's W/N. The file is append-only; if a date is
      *> ever snapshotted twice, the later set of lines is the one
      *> that counts.
       01  SNAPSHOT-REC.
           05  SNP-BUS-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SNP-DAY-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  SNP-DEPT                PIC X(10).
           05  FILLER                  PIC X(01).
           05  SNP-OPEN-TOTAL          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SNP-OPEN-NEW            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SNP-OPEN-IN-PROGRESS    PIC 9(05).
           05  SNP-PRIORITY-ENTRY OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
               10  SNP-OPEN-PRIORITY   PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SNP-BREACHED            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SNP-ARRIVED             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SNP-RESOLVED            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SNP-CLOSED              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SNP-TIMESTAMP           PIC X(21).
