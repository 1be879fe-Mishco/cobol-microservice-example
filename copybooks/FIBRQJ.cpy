      *>--------------------------------------------------------------
      *> FIBRQJ - entitlement maintenance journal record layout.
      *> Record area for the journal FIBRUTL appends to (FIBRQJNL)
      *> for every ADD, CHANGE and DEACTIVATE it applies to the
      *> requestor entitlement master: the date and time of the
      *> change, the operator and job that made it, and the master
      *> record before and after (same shape as FIBRQM).  An ADD has
      *> a blank before image.  FIBRCERT reads it back to show each
      *> department the changes since its last certification.
      *>--------------------------------------------------------------
       01  FIB-RQJ-RECORD.
           05  RQJ-CHANGE-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  RQJ-CHANGE-TIME         PIC X(6).
           05  FILLER                  PIC X(1).
           05  RQJ-FUNCTION            PIC X(10).
           05  FILLER                  PIC X(1).
           05  RQJ-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RQJ-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RQJ-BEFORE-IMAGE.
               10  RQJ-BEF-REQUESTOR   PIC X(8).
               10  RQJ-BEF-DEPARTMENT  PIC X(8).
               10  RQJ-BEF-AUTHORIZED  PIC X(1).
               10  RQJ-BEF-MAX-N       PIC X(8).
               10  RQJ-BEF-EXTENDED    PIC X(1).
           05  FILLER                  PIC X(1).
           05  RQJ-AFTER-IMAGE.
               10  RQJ-AFT-REQUESTOR   PIC X(8).
               10  RQJ-AFT-DEPARTMENT  PIC X(8).
               10  RQJ-AFT-AUTHORIZED  PIC X(1).
               10  RQJ-AFT-MAX-N       PIC X(8).
               10  RQJ-AFT-EXTENDED    PIC X(1).
