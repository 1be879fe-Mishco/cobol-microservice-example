      *>--------------------------------------------------------------
      *> FIBSTS - step timing record on the shared run-statistics
      *> file FIB.RUN.STATS (FIBSTATS).  Every program in the
      *> nightly (FIBJOB) and batch (FIBBATJ) streams fills one in:
      *> it clears the record and stamps STS-START-DATE/TIME as its
      *> first act, fills in the rest as its last, and CALLs FIBSTAT
      *> with it.  FIBSTAT stamps the end date and time and appends
      *> the record; a business date left blank is taken from the
      *> processing calendar, and a run ID left blank is the
      *> business date plus the step start time - the same form as
      *> the FIB run ID (see FIBRUN copy).  The step stamps its own
      *> stream and program name, so the weekly timing report
      *> (FIBSLA) can total a whole stream per business date.
      *> STS-RECORD-COUNT is whatever the step counts as its work:
      *> requests, results, terms, detail records.  Times are
      *> HHMMSShh as ACCEPT ... FROM TIME gives them.
      *>--------------------------------------------------------------
       01  FIB-STAT-RECORD.
           05  STS-STREAM              PIC X(8).
           05  FILLER                  PIC X(1).
           05  STS-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(1).
           05  STS-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  STS-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(1).
           05  STS-START-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  STS-START-TIME          PIC X(8).
           05  FILLER                  PIC X(1).
           05  STS-END-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  STS-END-TIME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  STS-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  STS-RETURN-CODE         PIC 9(2).
