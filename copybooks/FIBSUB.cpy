      *>--------------------------------------------------------------
      *> FIBSUB - departmental request submission record layouts.
      *> Record areas for the submission file FIBEDIT balances
      *> ahead of the batch run.  Each department sends its requests
      *> as one block: a header naming the department, the date it
      *> was prepared and the department's own submission sequence
      *> number; the request records themselves, exactly the
      *> FIBREQS shape FIBBAT reads (N, requestor, mode, seed pair);
      *> and a trailer carrying the block's request count and the
      *> hash total of every N in it.  Headers and trailers are
      *> told apart from requests by the SBH-ID/SBT-ID literal - a
      *> request starts with its 8 digits of N.
      *>--------------------------------------------------------------
       01  FIB-SUBMIT-HEADER.
           05  SBH-ID                  PIC X(3).
               88  SBH-HEADER                   VALUE "HDR".
           05  FILLER                  PIC X(1).
           05  SBH-DEPARTMENT          PIC X(8).
           05  FILLER                  PIC X(1).
           05  SBH-SUBMIT-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  SBH-SUBMIT-SEQ          PIC X(6).
           05  FILLER                  PIC X(25).
       01  FIB-SUBMIT-REQUEST.
           05  SBR-N                   PIC 9(8).
           05  SBR-REQUESTOR           PIC X(8).
           05  SBR-MODE                PIC X(1).
           05  SBR-SEED0               PIC X(18).
           05  SBR-SEED1               PIC X(18).
       01  FIB-SUBMIT-TRAILER.
           05  SBT-ID                  PIC X(3).
               88  SBT-TRAILER                  VALUE "TRL".
           05  FILLER                  PIC X(1).
           05  SBT-RECORD-COUNT        PIC X(9).
           05  FILLER                  PIC X(1).
           05  SBT-HASH-TOTAL          PIC X(18).
           05  FILLER                  PIC X(21).
