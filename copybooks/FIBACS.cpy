      *>--------------------------------------------------------------
      *> FIBACS - request accountability summary line.
      *> FIBRECN ends every accountability report (FIBRCNR) with
      *> this one line, so FIBOPS can pick the business date's
      *> verdict off the report without re-running the
      *> reconciliation: the newest line whose ACS-BUSINESS-DATE is
      *> the night under review wins.
      *>     BALANCED     every request input produced one result,
      *>                  and every result was audited, delivered
      *>                  and (if rejected) recycled as it should be
      *>     EXCEPTIONS   the report lists requests that went
      *>                  missing, were duplicated or do not match -
      *>                  the step ended RC 20
      *>     INCOMPLETE   a file the reconciliation needs could not
      *>                  be read, so nothing was proved - RC 24
      *>--------------------------------------------------------------
       01  FIB-ACCT-SUMMARY.
           05  ACS-ID                  PIC X(15)
                                       VALUE "REQUEST SUMMARY".
               88  ACS-SUMMARY-LINE             VALUE
                                       "REQUEST SUMMARY".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ACS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE " INPUTS ".
           05  ACS-INPUT-COUNT         PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(9) VALUE " RESULTS ".
           05  ACS-RESULT-COUNT        PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(12)
                                       VALUE " EXCEPTIONS ".
           05  ACS-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(9) VALUE " VERDICT ".
           05  ACS-VERDICT             PIC X(16) VALUE SPACES.
               88  ACS-BALANCED                 VALUE "BALANCED".
               88  ACS-EXCEPTIONS               VALUE "EXCEPTIONS".
               88  ACS-INCOMPLETE               VALUE "INCOMPLETE".
