      *>--------------------------------------------------------------
      *> FIBRQS - request file stamp (FIBRQST).  FIBEDIT empties the
      *> stamp when it starts rewriting the request file (FIBREQS)
      *> and writes this one record only once the file is complete:
      *> the business date it was built for and the requests on it.
      *> FIBBAT runs the request file only under a stamp for its own
      *> business date, so a night whose edit never ran cannot run
      *> an earlier night's requests a second time; FIBRECN holds
      *> the file it reconciles to the same stamp and count.
      *>--------------------------------------------------------------
       01  FIB-REQUEST-STAMP.
           05  RQS-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  RQS-REQUEST-COUNT       PIC 9(9).
