      *>--------------------------------------------------------------
      *> FIBRHS - keyed result history record layout.
      *> Record area for the result history KSDS FIB.RESULT.HISTORY
      *> (FIBRHST), 297 bytes, keyed on the first 26: requestor,
      *> business date, N and an occurrence number that tells apart
      *> two requests for the same N by the same requestor on the
      *> same night.  FIBHIST posts one record per FIBRSL result
      *> after each batch run, carrying the result as FIBBAT wrote
      *> it together with the FIB run ID and seed pair from the
      *> FIBAUDIT row that produced it, and the department the
      *> requestor belonged to that night.  RHS-RUN-STATUS says how
      *> the run ID was found:
      *>     A  tied to the FIBAUDIT row for the run
      *>     R  refused by FIBAUTH (RC 12) - FIB never ran, so there
      *>        is no run ID, seed pair or audit row
      *>     U  no matching FIBAUDIT row for the business date
      *> FIBHRPT and FIBINQ read it back for certified copies.
      *>--------------------------------------------------------------
       01  FIB-RHS-RECORD.
           05  RHS-KEY.
               10  RHS-REQUESTOR       PIC X(8).
               10  RHS-BUSINESS-DATE   PIC X(8).
               10  RHS-N               PIC 9(8).
               10  RHS-OCCURRENCE      PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RHS-DEPARTMENT          PIC X(8).
           05  FILLER                  PIC X(1).
           05  RHS-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(1).
           05  RHS-RUN-STATUS          PIC X(1).
               88  RHS-AUDITED                  VALUE "A".
               88  RHS-REFUSED                  VALUE "R".
               88  RHS-UNMATCHED                VALUE "U".
           05  FILLER                  PIC X(1).
           05  RHS-SEED0               PIC X(18).
           05  FILLER                  PIC X(1).
           05  RHS-SEED1               PIC X(18).
           05  FILLER                  PIC X(1).
           05  RHS-RESULT              PIC Z(20)9.
           05  FILLER                  PIC X(1).
           05  RHS-RETURN-CODE         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RHS-ERROR-TEXT          PIC X(60).
           05  FILLER                  PIC X(1).
           05  RHS-WIDE-RESULT         PIC X(120).
