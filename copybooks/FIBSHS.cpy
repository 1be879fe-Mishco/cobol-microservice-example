      *>--------------------------------------------------------------
      *> FIBSHS - submission history record layout.
      *> Record area for the keyed submission history FIBEDIT keeps
      *> (FIBSUBH), one record per department block it has passed
      *> to the batch run.  Key is department + submission sequence
      *> number (SHS-KEY, 14 bytes), so a block that reuses a number
      *> already processed is found with one keyed read.
      *> SHS-BUSINESS-DATE is the night the block was accepted: a
      *> rerun of that same night's edit finds its own record and
      *> accepts the block again rather than refusing it.
      *>--------------------------------------------------------------
       01  FIB-SUBMIT-HISTORY-RECORD.
           05  SHS-KEY.
               10  SHS-DEPARTMENT      PIC X(8).
               10  SHS-SUBMIT-SEQ      PIC X(6).
           05  FILLER                  PIC X(1).
           05  SHS-SUBMIT-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  SHS-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  SHS-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  SHS-HASH-TOTAL          PIC 9(18).
           05  FILLER                  PIC X(1).
           05  SHS-PASSED-COUNT        PIC 9(9).
