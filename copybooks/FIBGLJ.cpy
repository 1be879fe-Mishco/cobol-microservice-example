      *>--------------------------------------------------------------
      *> FIBGLJ - chargeback general-ledger journal record layout.
      *> Record areas for the fixed-format journal FIBCHGB writes
      *> for the general-ledger feed (FIBCHGL), 80 bytes: one
      *> header, then per department a debit to the department's
      *> charge account and a credit to the service recovery
      *> account for the same amount, then one trailer carrying
      *> the detail count, the debit and credit totals (always
      *> equal) and the audit rows the period's charges were
      *> priced from.  Amounts carry two implied decimals.
      *>--------------------------------------------------------------
       01  FIB-GLJ-HEADER.
           05  GLH-RECORD-TYPE         PIC X(1).
               88  GLH-HEADER                   VALUE "H".
           05  FILLER                  PIC X(1).
           05  GLH-PERIOD              PIC X(6).
           05  FILLER                  PIC X(1).
           05  GLH-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  GLH-RUN-TIME            PIC X(6).
           05  FILLER                  PIC X(1).
           05  GLH-SOURCE              PIC X(8).
           05  FILLER                  PIC X(47).

       01  FIB-GLJ-DETAIL.
           05  GLD-RECORD-TYPE         PIC X(1).
               88  GLD-DETAIL                   VALUE "D".
           05  FILLER                  PIC X(1).
           05  GLD-PERIOD              PIC X(6).
           05  FILLER                  PIC X(1).
           05  GLD-ACCOUNT             PIC X(10).
           05  FILLER                  PIC X(1).
           05  GLD-DEPARTMENT          PIC X(8).
           05  FILLER                  PIC X(1).
           05  GLD-DEBIT-CREDIT        PIC X(1).
               88  GLD-DEBIT                    VALUE "D".
               88  GLD-CREDIT                   VALUE "C".
           05  FILLER                  PIC X(1).
           05  GLD-AMOUNT              PIC 9(11)V99.
           05  FILLER                  PIC X(1).
           05  GLD-RUN-COUNT           PIC 9(9).
           05  FILLER                  PIC X(1).
           05  GLD-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(5).

       01  FIB-GLJ-TRAILER.
           05  GLT-RECORD-TYPE         PIC X(1).
               88  GLT-TRAILER                  VALUE "T".
           05  FILLER                  PIC X(1).
           05  GLT-DETAIL-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  GLT-DEBIT-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(1).
           05  GLT-CREDIT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(1).
           05  GLT-AUDIT-ROWS          PIC 9(9).
           05  FILLER                  PIC X(27).
