      *>--------------------------------------------------------------
      *> FIBBCK - batch commit/restart record layout.
      *> Record area for FIBBAT's commit file (FIBBCKP).  FIBBAT
      *> rewrites this one record every commit interval with how
      *> far it has got through the prior recycle file (FIBRCYI)
      *> and the request file (FIBREQS), the run totals and the
      *> worst return code so far, and how many records it had
      *> landed on the result file, the updated recycle file and
      *> the audit log at that moment.  A pending commit
      *> (non-empty file) means the previous batch did not reach
      *> its end: the resubmitted step cuts the three output files
      *> back to the committed counts, skips the committed input
      *> and carries on, so the files come out as one clean pass
      *> would have left them.  BCK-RUN-DATE is the business date
      *> of the interrupted batch - a commit from any other night
      *> is ignored.
      *>--------------------------------------------------------------
       01  FIB-BATCH-COMMIT-RECORD.
           05  BCK-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  BCK-RECYCLE-READ        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-REQUEST-READ        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-REQUEST-COUNT       PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-REJECT-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-RELEASED-COUNT      PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-CARRIED-COUNT       PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-SWEPT-COUNT         PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-MAX-RETURN-CODE     PIC 9(2).
           05  FILLER                  PIC X(1).
           05  BCK-RESULT-WRITTEN      PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-RECYCLE-WRITTEN     PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-AUDIT-ROWS          PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BCK-COMMIT-TIME         PIC X(6).
