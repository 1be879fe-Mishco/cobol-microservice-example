       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCHGB.
      *>--------------------------------------------------------------
      *> Month-end department chargeback.  Prices every FIB run of
      *> the period (PARM yyyymm; default the month before the
      *> business date's month) and bills it to the department that
      *> owns the requestor on the entitlement master (FIBRQMT, see
      *> FIBRQM copy):
      *>     - the runs come from the audit log (FIBAUDIT, see FIBAUD
      *>       copy) and the audit archive generations (FIBARCHV,
      *>       newest generation first).  FIBARCH rolls the whole
      *>       live log into every generation, so the same run
      *>       appears in the live log and in several generations:
      *>       each business day of the period is counted from the
      *>       newest source that holds it (the live log, then each
      *>       generation in turn) and that source's copies of the
      *>       day are the only ones charged.  A generation starts
      *>       where the run dates step backwards;
      *>     - the rate table (FIBRATE, keyword=value records like
      *>       FIBCNFG) prices a clean run at BASE-RATE, plus
      *>       EXTENDED-SURCHARGE for an extended run (N over 92, or
      *>       a clean run that carries no 19-digit result, which
      *>       only a wide run leaves) and SEED-SURCHARGE for a seed
      *>       pair other than 0/1.  A rejected run (any non-zero
      *>       return code) is charged REJECT-RATE alone.  RC 12
      *>       refusals never reach FIB and carry no audit row, so
      *>       they are never charged.  CHARGE-ACCOUNT and
      *>       RECOVERY-ACCOUNT are the ledger accounts the journal
      *>       debits and credits;
      *>     - a printed invoice per department (FIBCHINV) lists
      *>       each requestor's runs and the department's charges,
      *>       and closes with the control totals;
      *>     - the general-ledger journal (FIBCHGL, see FIBGLJ copy)
      *>       carries a debit and a credit per department.
      *> The control totals prove every audit row read is either
      *> charged once, outside the period, or a copy of a day
      *> already counted.  A requestor not on the master is billed
      *> to department UNASSIGN and the step ends 04 so finance can
      *> chase it.  When the totals do not tie the journal is left
      *> empty and the step ends 20; 16 for a bad PARM, 24 when a
      *> file cannot be used, 28 when the rate table is missing or
      *> incomplete - in every one of those cases nothing is fed to
      *> the ledger.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-AUDIT-LOG ASSIGN TO "FIBAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL FIB-ARCHIVE-FILE ASSIGN TO "FIBARCHV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT FIB-REQMAST-FILE ASSIGN TO "FIBRQMT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RQM-REQUESTOR
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT FIB-RATE-FILE ASSIGN TO "FIBRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT FIB-INVOICE-FILE ASSIGN TO "FIBCHINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT FIB-JOURNAL-FILE ASSIGN TO "FIBCHGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-AUDIT-LOG.
           COPY FIBAUD.

       FD  FIB-ARCHIVE-FILE.
       01  FIB-ARCHIVE-RECORD          PIC X(110).

       FD  FIB-REQMAST-FILE.
           COPY FIBRQM.

       FD  FIB-RATE-FILE.
       01  FIB-RATE-RECORD             PIC X(80).

       FD  FIB-INVOICE-FILE.
       01  FIB-INVOICE-RECORD          PIC X(120).

       FD  FIB-JOURNAL-FILE.
           COPY FIBGLJ.

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REQMAST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-RATE-STATUS              PIC X(2) VALUE SPACES.
       01  WS-INVOICE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-EOF                     VALUE "Y".
       01  WS-ARCHIVE-EOF-SW           PIC X VALUE "N".
           88  WS-ARCHIVE-EOF                   VALUE "Y".
       01  WS-RATE-EOF-SW              PIC X VALUE "N".
           88  WS-RATE-EOF                      VALUE "Y".
       01  WS-FILES-OPEN-SW            PIC X VALUE "N".
           88  WS-FILES-OPEN                    VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.

      *> ---- the period (PARM, yyyymm) -------------------------------
       01  WS-COMMAND-LINE             PIC X(20) VALUE SPACES.
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-PERIOD-TEXT REDEFINES WS-PERIOD
                                       PIC X(6).

      *> ---- rate table (FIBRATE) ------------------------------------
       01  WS-RATE-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-RATE-VALUE-TEXT          PIC X(20) VALUE SPACES.
       01  WS-BASE-RATE                PIC 9(3)V9(4) VALUE 0.
       01  WS-EXTENDED-SURCHARGE       PIC 9(3)V9(4) VALUE 0.
       01  WS-SEED-SURCHARGE           PIC 9(3)V9(4) VALUE 0.
       01  WS-REJECT-RATE              PIC 9(3)V9(4) VALUE 0.
       01  WS-CHARGE-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-RECOVERY-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-RATES-SEEN               PIC X(6) VALUE SPACES.
       01  WS-RATE-SLOT                BINARY-C-LONG VALUE 0.

      *> ---- which source each day of the period is counted from ----
       01  WS-DAY-TABLE.
           05  WS-DAY-SOURCE           BINARY-C-LONG OCCURS 31 TIMES.
       01  WS-DAY-IX                   BINARY-C-LONG VALUE 0.
       01  WS-SOURCE-NO                BINARY-C-LONG VALUE 0.
       01  WS-PRIOR-ARCHIVE-DATE       PIC X(8) VALUE SPACES.

      *> ---- the run being priced ------------------------------------
       01  WS-RUN-EXTENDED-SW          PIC X VALUE "N".
           88  WS-RUN-EXTENDED                  VALUE "Y".
       01  WS-RUN-SEEDED-SW            PIC X VALUE "N".
           88  WS-RUN-SEEDED                    VALUE "Y".
       01  WS-FINAL-RESULT             PIC 9(21) VALUE 0.

      *> ---- per-requestor accumulators ------------------------------
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY            OCCURS 2000 TIMES.
               10  WS-REQ-NAME         PIC X(8).
               10  WS-REQ-DEPT-IX      BINARY-C-LONG.
               10  WS-REQ-CLEAN        BINARY-C-LONG.
               10  WS-REQ-EXTENDED     BINARY-C-LONG.
               10  WS-REQ-SEEDED       BINARY-C-LONG.
               10  WS-REQ-REJECTED     BINARY-C-LONG.
       01  WS-REQ-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-REQ-LIMIT                BINARY-C-LONG VALUE 2000.
       01  WS-REQ-IX                   BINARY-C-LONG VALUE 0.
       01  WS-REQ-FOUND-SW             PIC X VALUE "N".
           88  WS-REQ-FOUND                     VALUE "Y".

      *> ---- per-department accumulators -----------------------------
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY           OCCURS 200 TIMES.
               10  WS-DEPT-NAME        PIC X(8).
               10  WS-DEPT-CLEAN       BINARY-C-LONG.
               10  WS-DEPT-EXTENDED    BINARY-C-LONG.
               10  WS-DEPT-SEEDED      BINARY-C-LONG.
               10  WS-DEPT-REJECTED    BINARY-C-LONG.
               10  WS-DEPT-AMOUNT      PIC 9(11)V99.
       01  WS-DEPT-COUNT               BINARY-C-LONG VALUE 0.
       01  WS-DEPT-LIMIT               BINARY-C-LONG VALUE 200.
       01  WS-DEPT-IX                  BINARY-C-LONG VALUE 0.
       01  WS-DEPT-FOUND-SW            PIC X VALUE "N".
           88  WS-DEPT-FOUND                    VALUE "Y".
       01  WS-DEPT-KEY                 PIC X(8) VALUE SPACES.
       01  WS-DEPT-RUNS                BINARY-C-LONG VALUE 0.
       01  WS-LINE-AMOUNT              PIC 9(11)V99 VALUE 0.

      *> ---- control totals ------------------------------------------
       01  WS-LIVE-READ                BINARY-C-LONG VALUE 0.
       01  WS-ARCHIVE-READ             BINARY-C-LONG VALUE 0.
       01  WS-OUTSIDE-PERIOD           BINARY-C-LONG VALUE 0.
       01  WS-ALREADY-COUNTED          BINARY-C-LONG VALUE 0.
       01  WS-IN-PERIOD                BINARY-C-LONG VALUE 0.
       01  WS-NOT-CHARGED              BINARY-C-LONG VALUE 0.
       01  WS-RUNS-CHARGED             BINARY-C-LONG VALUE 0.
       01  WS-UNASSIGNED-RUNS          BINARY-C-LONG VALUE 0.
       01  WS-ROWS-ACCOUNTED           BINARY-C-LONG VALUE 0.
       01  WS-GRAND-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  WS-JOURNAL-DETAILS          BINARY-C-LONG VALUE 0.
       01  WS-JOURNAL-DEBITS           PIC 9(13)V99 VALUE 0.
       01  WS-JOURNAL-CREDITS          PIC 9(13)V99 VALUE 0.
       01  WS-TOTALS-TIE-SW            PIC X VALUE "N".
           88  WS-TOTALS-TIE                    VALUE "Y".

      *> ---- invoice pagination --------------------------------------
       01  WS-RPT-LINE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-LINES-PER-PAGE       BINARY-C-LONG VALUE 55.
       01  WS-RPT-PAGE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-HOLD-LINE            PIC X(120) VALUE SPACES.

      *> ---- invoice line build areas --------------------------------
       01  WS-INV-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "FIB SERVICE CHARGEBACK INVOICE      ".
           05  FILLER                  PIC X(7) VALUE "PERIOD ".
           05  INV-HDR-PERIOD          PIC X(6).
           05  FILLER                  PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  INV-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  INV-HDR-TIME            PIC X(6).
           05  FILLER                  PIC X(7) VALUE "  PAGE ".
           05  INV-HDR-PAGE            PIC ZZZ9.
       01  WS-INV-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05  INV-HDR-DEPT            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-HDR-DEPT-NOTE       PIC X(50).
       01  WS-INV-HEADER-3.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "REQUESTOR".
           05  FILLER                  PIC X(10) VALUE "      RUNS".
           05  FILLER                  PIC X(10) VALUE "     CLEAN".
           05  FILLER                  PIC X(10) VALUE "  EXTENDED".
           05  FILLER                  PIC X(10) VALUE "  NON-STD ".
           05  FILLER                  PIC X(10) VALUE "  REJECTED".
       01  WS-INV-REQ-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-REQ-NAME            PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  INV-REQ-RUNS            PIC Z(9)9.
           05  INV-REQ-CLEAN           PIC Z(9)9.
           05  INV-REQ-EXTENDED        PIC Z(9)9.
           05  INV-REQ-SEEDED          PIC Z(9)9.
           05  INV-REQ-REJECTED        PIC Z(9)9.
       01  WS-INV-CHARGE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  INV-CHG-TEXT            PIC X(24).
           05  INV-CHG-COUNT           PIC Z(9)9.
           05  FILLER                  PIC X(3) VALUE " @ ".
           05  INV-CHG-RATE            PIC ZZ9.9999.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  INV-CHG-AMOUNT          PIC Z(10)9.99.
       01  WS-INV-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE "DEPARTMENT TOTAL".
           05  INV-DTOT-RUNS           PIC Z(9)9.
           05  FILLER                  PIC X(14) VALUE " RUN(S)       ".
           05  INV-DTOT-AMOUNT         PIC Z(10)9.99.
       01  WS-INV-CONTROL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  INV-CTL-TEXT            PIC X(40).
           05  INV-CTL-COUNT           PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INV-CTL-NOTE            PIC X(40).
       01  WS-INV-CONTROL-AMOUNT.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  INV-CTA-TEXT            PIC X(40).
           05  INV-CTA-AMOUNT          PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-PERIOD
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-RATE-TABLE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM OPEN-CHARGEBACK-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE 1 TO WS-SOURCE-NO
               PERFORM READ-AUDIT-RECORD
               PERFORM PRICE-ONE-LIVE-ROW
                   UNTIL WS-AUDIT-EOF
               MOVE 2 TO WS-SOURCE-NO
               PERFORM READ-ARCHIVE-RECORD
               PERFORM PRICE-ONE-ARCHIVE-ROW
                   UNTIL WS-ARCHIVE-EOF
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM PRICE-DEPARTMENTS
               PERFORM CHECK-CONTROL-TOTALS
               PERFORM WRITE-INVOICES
               IF WS-TOTALS-TIE
                   PERFORM WRITE-JOURNAL
               END-IF
               PERFORM WRITE-CONTROL-TOTALS
           END-IF
           IF WS-FILES-OPEN
               PERFORM CLOSE-CHARGEBACK-FILES
           END-IF
           IF WS-RETURN-CODE = 0 AND NOT WS-TOTALS-TIE
               DISPLAY "FIBCHGB: CONTROL TOTALS DO NOT TIE - "
                   "JOURNAL NOT WRITTEN"
               MOVE 20 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-UNASSIGNED-RUNS > 0
               DISPLAY "FIBCHGB: " WS-UNASSIGNED-RUNS " RUN(S) BILLED"
                   " TO UNASSIGN - REQUESTOR NOT ON MASTER"
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           DISPLAY "FIBCHGB: PERIOD " WS-PERIOD-TEXT " - "
               WS-RUNS-CHARGED " RUN(S) CHARGED TO " WS-DEPT-COUNT
               " DEPARTMENT(S) - RETURN CODE " WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     the invoices stamp the business date, and the default
      *>     period follows from it, so a rerun bills the same
      *>     month.  With no calendar allocated the system date
      *>     stands.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBCHGB: PROCESSING CALENDAR UNREADABLE "
                       "- USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

      *>     month-end runs in the first days of the next month, so
      *>     with no PARM the period is the month before the
      *>     business date's.
       RESOLVE-PERIOD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-TEXT
               IF WS-PERIOD-MONTH = 1
                   MOVE 12 TO WS-PERIOD-MONTH
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           ELSE
               MOVE WS-COMMAND-LINE(1:6) TO WS-PERIOD-TEXT
               IF WS-PERIOD-TEXT IS NOT NUMERIC
                       OR WS-COMMAND-LINE(7:14) NOT = SPACES
                   DISPLAY "FIBCHGB: PERIOD NEEDS YYYYMM - GOT '"
                       WS-COMMAND-LINE "'"
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       DISPLAY "FIBCHGB: PERIOD MONTH NOT VALID - GOT '"
                           WS-COMMAND-LINE "'"
                       MOVE 16 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *>     the rate table is money: a missing table or a missing
      *>     rate must stop the bill, never fall back to a compiled
      *>     figure.  Blank records and records starting "*" are
      *>     comments; all six keywords are required.
      *>         BASE-RATE=n             clean run, 0-999.9999
      *>         EXTENDED-SURCHARGE=n    added for an extended run
      *>         SEED-SURCHARGE=n        added for a non-standard seed
      *>         REJECT-RATE=n           a rejected run, alone
      *>         CHARGE-ACCOUNT=acct     ledger account debited
      *>         RECOVERY-ACCOUNT=acct   ledger account credited
       LOAD-RATE-TABLE.
           OPEN INPUT FIB-RATE-FILE
           IF WS-RATE-STATUS = "00"
               PERFORM READ-RATE-RECORD
               PERFORM APPLY-RATE-RECORD
                   UNTIL WS-RATE-EOF OR WS-RETURN-CODE NOT = 0
               CLOSE FIB-RATE-FILE
               IF WS-RETURN-CODE = 0
                       AND WS-RATES-SEEN NOT = "YYYYYY"
                   DISPLAY "FIBCHGB: RATE TABLE INCOMPLETE - ALL OF "
                       "BASE-RATE, EXTENDED-SURCHARGE, SEED-SURCHARGE,"
                       " REJECT-RATE, CHARGE-ACCOUNT AND "
                       "RECOVERY-ACCOUNT ARE REQUIRED"
                   MOVE 28 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "FIBCHGB: RATE TABLE UNAVAILABLE - STATUS="
                   WS-RATE-STATUS
               MOVE 28 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               DISPLAY "FIBCHGB: RATES - BASE=" WS-BASE-RATE
                   " EXTENDED=" WS-EXTENDED-SURCHARGE
                   " SEED=" WS-SEED-SURCHARGE
                   " REJECT=" WS-REJECT-RATE
           END-IF.

       READ-RATE-RECORD.
           READ FIB-RATE-FILE
               AT END MOVE "Y" TO WS-RATE-EOF-SW
           END-READ
           IF WS-RATE-STATUS NOT = "00"
               MOVE "Y" TO WS-RATE-EOF-SW
               IF WS-RATE-STATUS NOT = "10"
                   DISPLAY "FIBCHGB: RATE TABLE READ ERROR - STATUS="
                       WS-RATE-STATUS
                   MOVE 28 TO WS-RETURN-CODE
               END-IF
           END-IF.

       APPLY-RATE-RECORD.
           IF FIB-RATE-RECORD = SPACES
                   OR FIB-RATE-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-RATE-KEYWORD
               MOVE SPACES TO WS-RATE-VALUE-TEXT
               UNSTRING FIB-RATE-RECORD DELIMITED BY "="
                   INTO WS-RATE-KEYWORD WS-RATE-VALUE-TEXT
               END-UNSTRING
               EVALUATE WS-RATE-KEYWORD
                   WHEN "CHARGE-ACCOUNT"
                       MOVE 5 TO WS-RATE-SLOT
                       PERFORM CHECK-ACCOUNT-VALUE
                       MOVE WS-RATE-VALUE-TEXT TO WS-CHARGE-ACCOUNT
                   WHEN "RECOVERY-ACCOUNT"
                       MOVE 6 TO WS-RATE-SLOT
                       PERFORM CHECK-ACCOUNT-VALUE
                       MOVE WS-RATE-VALUE-TEXT TO WS-RECOVERY-ACCOUNT
                   WHEN "BASE-RATE"
                       MOVE 1 TO WS-RATE-SLOT
                       PERFORM APPLY-RATE-VALUE
                   WHEN "EXTENDED-SURCHARGE"
                       MOVE 2 TO WS-RATE-SLOT
                       PERFORM APPLY-RATE-VALUE
                   WHEN "SEED-SURCHARGE"
                       MOVE 3 TO WS-RATE-SLOT
                       PERFORM APPLY-RATE-VALUE
                   WHEN "REJECT-RATE"
                       MOVE 4 TO WS-RATE-SLOT
                       PERFORM APPLY-RATE-VALUE
                   WHEN OTHER
                       PERFORM REJECT-RATE-RECORD
               END-EVALUATE
           END-IF
           PERFORM READ-RATE-RECORD.

      *>     NUMVAL would quietly read garbage as zero, and a zero
      *>     rate is a valid (free) rate - so an unreadable value is
      *>     rejected before it is used.
       APPLY-RATE-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-RATE-VALUE-TEXT) NOT = 0
               PERFORM REJECT-RATE-RECORD
           ELSE
               IF FUNCTION NUMVAL(WS-RATE-VALUE-TEXT) < 0
                       OR FUNCTION NUMVAL(WS-RATE-VALUE-TEXT) > 999.9999
                   PERFORM REJECT-RATE-RECORD
               ELSE
                   MOVE "Y" TO WS-RATES-SEEN(WS-RATE-SLOT:1)
                   EVALUATE WS-RATE-KEYWORD
                       WHEN "BASE-RATE"
                           MOVE FUNCTION NUMVAL(WS-RATE-VALUE-TEXT)
                               TO WS-BASE-RATE
                       WHEN "EXTENDED-SURCHARGE"
                           MOVE FUNCTION NUMVAL(WS-RATE-VALUE-TEXT)
                               TO WS-EXTENDED-SURCHARGE
                       WHEN "SEED-SURCHARGE"
                           MOVE FUNCTION NUMVAL(WS-RATE-VALUE-TEXT)
                               TO WS-SEED-SURCHARGE
                       WHEN "REJECT-RATE"
                           MOVE FUNCTION NUMVAL(WS-RATE-VALUE-TEXT)
                               TO WS-REJECT-RATE
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-ACCOUNT-VALUE.
           IF WS-RATE-VALUE-TEXT = SPACES
                   OR WS-RATE-VALUE-TEXT(11:10) NOT = SPACES
               PERFORM REJECT-RATE-RECORD
           ELSE
               MOVE "Y" TO WS-RATES-SEEN(WS-RATE-SLOT:1)
           END-IF.

       REJECT-RATE-RECORD.
           DISPLAY "FIBCHGB: RATE TABLE RECORD NOT VALID - '"
               FIB-RATE-RECORD "'"
           MOVE 28 TO WS-RETURN-CODE.

      *>     the master is what turns a requestor into a department;
      *>     without it nothing can be billed.  No archive
      *>     generation allocated (OPTIONAL, status 05) just means
      *>     the live log holds the whole period.
       OPEN-CHARGEBACK-FILES.
           OPEN INPUT FIB-AUDIT-LOG
           OPEN INPUT FIB-ARCHIVE-FILE
           OPEN INPUT FIB-REQMAST-FILE
           OPEN OUTPUT FIB-INVOICE-FILE
           OPEN OUTPUT FIB-JOURNAL-FILE
           MOVE "Y" TO WS-FILES-OPEN-SW
           IF WS-AUDIT-STATUS NOT = "00"
                   OR (WS-ARCHIVE-STATUS NOT = "00" AND "05")
                   OR WS-REQMAST-STATUS NOT = "00"
                   OR WS-INVOICE-STATUS NOT = "00"
                   OR WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FIBCHGB: UNABLE TO OPEN CHARGEBACK FILES - "
                   "AUDIT STATUS=" WS-AUDIT-STATUS
                   " ARCHIVE STATUS=" WS-ARCHIVE-STATUS
                   " MASTER STATUS=" WS-REQMAST-STATUS
                   " INVOICE STATUS=" WS-INVOICE-STATUS
                   " JOURNAL STATUS=" WS-JOURNAL-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       READ-AUDIT-RECORD.
           READ FIB-AUDIT-LOG
               AT END MOVE "Y" TO WS-AUDIT-EOF-SW
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDIT-EOF-SW
               IF WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "FIBCHGB: AUDIT LOG READ ERROR - STATUS="
                       WS-AUDIT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-LIVE-READ
           END-IF.

       READ-ARCHIVE-RECORD.
           READ FIB-ARCHIVE-FILE
               AT END MOVE "Y" TO WS-ARCHIVE-EOF-SW
           END-READ
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO WS-ARCHIVE-EOF-SW
               IF WS-ARCHIVE-STATUS NOT = "10"
                   DISPLAY "FIBCHGB: AUDIT ARCHIVE READ ERROR - "
                       "STATUS=" WS-ARCHIVE-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-ARCHIVE-READ
               MOVE FIB-ARCHIVE-RECORD TO FIB-AUDIT-RECORD
           END-IF.

       PRICE-ONE-LIVE-ROW.
           PERFORM CLAIM-AUDIT-ROW
           PERFORM READ-AUDIT-RECORD.

      *>     every generation holds the live log as it stood when
      *>     it was cut, oldest row first; the next (older)
      *>     generation starts where the run date steps backwards.
      *>     The archive rows are moved into the audit record area,
      *>     so the live log must be finished with by now.
       PRICE-ONE-ARCHIVE-ROW.
           IF AUD-RUN-DATE IS NUMERIC
               IF WS-PRIOR-ARCHIVE-DATE NOT = SPACES
                       AND AUD-RUN-DATE < WS-PRIOR-ARCHIVE-DATE
                   ADD 1 TO WS-SOURCE-NO
               END-IF
               MOVE AUD-RUN-DATE TO WS-PRIOR-ARCHIVE-DATE
           END-IF
           PERFORM CLAIM-AUDIT-ROW
           PERFORM READ-ARCHIVE-RECORD.

      *>     the newest source to hold a day of the period claims
      *>     it; a later (older) source's copies of that day are
      *>     counted as already charged.  An undated row belongs to
      *>     no period.
       CLAIM-AUDIT-ROW.
           IF AUD-RUN-DATE IS NOT NUMERIC
                   OR AUD-RUN-DATE(1:6) NOT = WS-PERIOD-TEXT
               ADD 1 TO WS-OUTSIDE-PERIOD
           ELSE
               MOVE AUD-RUN-DATE(7:2) TO WS-DAY-IX
               IF WS-DAY-IX < 1 OR WS-DAY-IX > 31
                   ADD 1 TO WS-OUTSIDE-PERIOD
               ELSE
                   IF WS-DAY-SOURCE(WS-DAY-IX) = 0
                       MOVE WS-SOURCE-NO TO WS-DAY-SOURCE(WS-DAY-IX)
                   END-IF
                   IF WS-DAY-SOURCE(WS-DAY-IX) = WS-SOURCE-NO
                       ADD 1 TO WS-IN-PERIOD
                       PERFORM CHARGE-AUDIT-ROW
                   ELSE
                       ADD 1 TO WS-ALREADY-COUNTED
                   END-IF
               END-IF
           END-IF.

      *>     a wide run leaves 0 in the 19-digit result field; a
      *>     clean fast run only does that for N = 0 or an all-zero
      *>     seed pair.  Rows written before seed pairs were
      *>     audited carry no seeds and ran the standard pair.
       CHARGE-AUDIT-ROW.
           PERFORM FIND-REQUESTOR
           IF NOT WS-REQ-FOUND
               ADD 1 TO WS-NOT-CHARGED
           ELSE
               MOVE "N" TO WS-RUN-EXTENDED-SW
               MOVE "N" TO WS-RUN-SEEDED-SW
               IF AUD-SEED0 IS NUMERIC AND AUD-SEED1 IS NUMERIC
                   IF AUD-SEED0 NOT = 0 OR AUD-SEED1 NOT = 1
                       MOVE "Y" TO WS-RUN-SEEDED-SW
                   END-IF
               END-IF
               IF AUD-REQUESTED-N > 92
                   MOVE "Y" TO WS-RUN-EXTENDED-SW
               ELSE
                   MOVE FUNCTION NUMVAL(AUD-FINAL-RESULT)
                       TO WS-FINAL-RESULT
                   IF AUD-RETURN-CODE = 0 AND WS-FINAL-RESULT = 0
                           AND AUD-REQUESTED-N > 0
                       IF AUD-SEED0 IS NOT NUMERIC
                               OR AUD-SEED1 IS NOT NUMERIC
                               OR AUD-SEED0 NOT = 0
                               OR AUD-SEED1 NOT = 0
                           MOVE "Y" TO WS-RUN-EXTENDED-SW
                       END-IF
                   END-IF
               END-IF
               IF AUD-RETURN-CODE NOT = 0
                   ADD 1 TO WS-REQ-REJECTED(WS-REQ-IX)
               ELSE
                   ADD 1 TO WS-REQ-CLEAN(WS-REQ-IX)
                   IF WS-RUN-EXTENDED
                       ADD 1 TO WS-REQ-EXTENDED(WS-REQ-IX)
                   END-IF
                   IF WS-RUN-SEEDED
                       ADD 1 TO WS-REQ-SEEDED(WS-REQ-IX)
                   END-IF
               END-IF
           END-IF.

      *>     the master is read once per requestor; the department
      *>     it names is fixed for the whole period's bill.
       FIND-REQUESTOR.
           MOVE "N" TO WS-REQ-FOUND-SW
           MOVE 0 TO WS-REQ-IX
           PERFORM CHECK-ONE-REQUESTOR
               UNTIL WS-REQ-FOUND OR WS-REQ-IX >= WS-REQ-COUNT
           IF NOT WS-REQ-FOUND
               IF WS-REQ-COUNT < WS-REQ-LIMIT
                   PERFORM ADD-REQUESTOR
               ELSE
                   IF WS-NOT-CHARGED = 0
                       DISPLAY "FIBCHGB: MORE THAN " WS-REQ-LIMIT
                           " REQUESTORS IN THE PERIOD - LATER "
                           "REQUESTORS CANNOT BE BILLED"
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-REQUESTOR.
           ADD 1 TO WS-REQ-IX
           IF WS-REQ-NAME(WS-REQ-IX) = AUD-REQUESTOR
               MOVE "Y" TO WS-REQ-FOUND-SW
           END-IF.

       ADD-REQUESTOR.
           MOVE AUD-REQUESTOR TO RQM-REQUESTOR
           READ FIB-REQMAST-FILE
           EVALUATE WS-REQMAST-STATUS
               WHEN "00"
                   MOVE RQM-DEPARTMENT TO WS-DEPT-KEY
               WHEN "23"
                   MOVE "UNASSIGN" TO WS-DEPT-KEY
               WHEN OTHER
                   DISPLAY "FIBCHGB: REQUESTOR MASTER READ ERROR - "
                       "STATUS=" WS-REQMAST-STATUS
                   MOVE "UNASSIGN" TO WS-DEPT-KEY
           END-EVALUATE
           PERFORM FIND-DEPARTMENT
           IF WS-DEPT-FOUND
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-REQ-COUNT TO WS-REQ-IX
               MOVE AUD-REQUESTOR TO WS-REQ-NAME(WS-REQ-IX)
               MOVE WS-DEPT-IX TO WS-REQ-DEPT-IX(WS-REQ-IX)
               MOVE 0 TO WS-REQ-CLEAN(WS-REQ-IX)
               MOVE 0 TO WS-REQ-EXTENDED(WS-REQ-IX)
               MOVE 0 TO WS-REQ-SEEDED(WS-REQ-IX)
               MOVE 0 TO WS-REQ-REJECTED(WS-REQ-IX)
               MOVE "Y" TO WS-REQ-FOUND-SW
           END-IF.

      *>     a full department table leaves the requestor unbilled
      *>     (and the totals untied) rather than billing it to
      *>     someone else's department.
       FIND-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE 0 TO WS-DEPT-IX
           PERFORM CHECK-ONE-DEPARTMENT
               UNTIL WS-DEPT-FOUND OR WS-DEPT-IX >= WS-DEPT-COUNT
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < WS-DEPT-LIMIT
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IX
                   MOVE WS-DEPT-KEY TO WS-DEPT-NAME(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-CLEAN(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-EXTENDED(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-SEEDED(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-REJECTED(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-AMOUNT(WS-DEPT-IX)
                   MOVE "Y" TO WS-DEPT-FOUND-SW
               ELSE
                   DISPLAY "FIBCHGB: MORE THAN " WS-DEPT-LIMIT
                       " DEPARTMENTS - " WS-DEPT-KEY
                       " CANNOT BE BILLED"
               END-IF
           END-IF.

       CHECK-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-IX
           IF WS-DEPT-NAME(WS-DEPT-IX) = WS-DEPT-KEY
               MOVE "Y" TO WS-DEPT-FOUND-SW
           END-IF.

      *>     each charge line is priced (and rounded) once, on the
      *>     department's count, so the invoice lines add up to the
      *>     department total to the cent.
       PRICE-DEPARTMENTS.
           MOVE 0 TO WS-REQ-IX
           PERFORM ROLL-UP-ONE-REQUESTOR
               UNTIL WS-REQ-IX >= WS-REQ-COUNT
           MOVE 0 TO WS-DEPT-IX
           PERFORM PRICE-ONE-DEPARTMENT
               UNTIL WS-DEPT-IX >= WS-DEPT-COUNT.

       ROLL-UP-ONE-REQUESTOR.
           ADD 1 TO WS-REQ-IX
           MOVE WS-REQ-DEPT-IX(WS-REQ-IX) TO WS-DEPT-IX
           ADD WS-REQ-CLEAN(WS-REQ-IX) TO WS-DEPT-CLEAN(WS-DEPT-IX)
           ADD WS-REQ-EXTENDED(WS-REQ-IX)
               TO WS-DEPT-EXTENDED(WS-DEPT-IX)
           ADD WS-REQ-SEEDED(WS-REQ-IX) TO WS-DEPT-SEEDED(WS-DEPT-IX)
           ADD WS-REQ-REJECTED(WS-REQ-IX)
               TO WS-DEPT-REJECTED(WS-DEPT-IX)
           IF WS-DEPT-NAME(WS-DEPT-IX) = "UNASSIGN"
               ADD WS-REQ-CLEAN(WS-REQ-IX) TO WS-UNASSIGNED-RUNS
               ADD WS-REQ-REJECTED(WS-REQ-IX) TO WS-UNASSIGNED-RUNS
           END-IF.

       PRICE-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-IX
           MOVE 0 TO WS-DEPT-AMOUNT(WS-DEPT-IX)
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-CLEAN(WS-DEPT-IX) * WS-BASE-RATE
           ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT(WS-DEPT-IX)
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-EXTENDED(WS-DEPT-IX) * WS-EXTENDED-SURCHARGE
           ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT(WS-DEPT-IX)
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-SEEDED(WS-DEPT-IX) * WS-SEED-SURCHARGE
           ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT(WS-DEPT-IX)
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-REJECTED(WS-DEPT-IX) * WS-REJECT-RATE
           ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT(WS-DEPT-IX)
           ADD WS-DEPT-AMOUNT(WS-DEPT-IX) TO WS-GRAND-AMOUNT
           ADD WS-DEPT-CLEAN(WS-DEPT-IX) TO WS-RUNS-CHARGED
           ADD WS-DEPT-REJECTED(WS-DEPT-IX) TO WS-RUNS-CHARGED.

      *>     every row read is charged, outside the period, or a
      *>     copy of a day already charged - and every row in the
      *>     period reached a department.
       CHECK-CONTROL-TOTALS.
           COMPUTE WS-ROWS-ACCOUNTED = WS-IN-PERIOD
               + WS-OUTSIDE-PERIOD + WS-ALREADY-COUNTED
           IF WS-ROWS-ACCOUNTED = WS-LIVE-READ + WS-ARCHIVE-READ
                   AND WS-RUNS-CHARGED = WS-IN-PERIOD
                   AND WS-NOT-CHARGED = 0
               MOVE "Y" TO WS-TOTALS-TIE-SW
           END-IF.

      *>     one invoice per department, each starting a new page.
       WRITE-INVOICES.
           MOVE 0 TO WS-DEPT-IX
           PERFORM WRITE-ONE-INVOICE
               UNTIL WS-DEPT-IX >= WS-DEPT-COUNT.

       WRITE-ONE-INVOICE.
           ADD 1 TO WS-DEPT-IX
           MOVE WS-DEPT-NAME(WS-DEPT-IX) TO INV-HDR-DEPT
           IF WS-DEPT-NAME(WS-DEPT-IX) = "UNASSIGN"
               MOVE "REQUESTORS NOT ON THE ENTITLEMENT MASTER"
                   TO INV-HDR-DEPT-NOTE
           ELSE
               MOVE SPACES TO INV-HDR-DEPT-NOTE
           END-IF
           PERFORM WRITE-INVOICE-HEADERS
           MOVE 0 TO WS-REQ-IX
           PERFORM WRITE-ONE-REQUESTOR-LINE
               UNTIL WS-REQ-IX >= WS-REQ-COUNT
           MOVE SPACES TO FIB-INVOICE-RECORD
           PERFORM WRITE-INVOICE-LINE
           MOVE "CLEAN RUNS" TO INV-CHG-TEXT
           MOVE WS-DEPT-CLEAN(WS-DEPT-IX) TO INV-CHG-COUNT
           MOVE WS-BASE-RATE TO INV-CHG-RATE
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-CLEAN(WS-DEPT-IX) * WS-BASE-RATE
           PERFORM WRITE-CHARGE-LINE
           MOVE "EXTENDED SURCHARGE" TO INV-CHG-TEXT
           MOVE WS-DEPT-EXTENDED(WS-DEPT-IX) TO INV-CHG-COUNT
           MOVE WS-EXTENDED-SURCHARGE TO INV-CHG-RATE
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-EXTENDED(WS-DEPT-IX) * WS-EXTENDED-SURCHARGE
           PERFORM WRITE-CHARGE-LINE
           MOVE "NON-STANDARD SEED SURCH" TO INV-CHG-TEXT
           MOVE WS-DEPT-SEEDED(WS-DEPT-IX) TO INV-CHG-COUNT
           MOVE WS-SEED-SURCHARGE TO INV-CHG-RATE
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-SEEDED(WS-DEPT-IX) * WS-SEED-SURCHARGE
           PERFORM WRITE-CHARGE-LINE
           MOVE "REJECTED RUNS" TO INV-CHG-TEXT
           MOVE WS-DEPT-REJECTED(WS-DEPT-IX) TO INV-CHG-COUNT
           MOVE WS-REJECT-RATE TO INV-CHG-RATE
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DEPT-REJECTED(WS-DEPT-IX) * WS-REJECT-RATE
           PERFORM WRITE-CHARGE-LINE
           COMPUTE WS-DEPT-RUNS = WS-DEPT-CLEAN(WS-DEPT-IX)
               + WS-DEPT-REJECTED(WS-DEPT-IX)
           MOVE WS-DEPT-RUNS TO INV-DTOT-RUNS
           MOVE WS-DEPT-AMOUNT(WS-DEPT-IX) TO INV-DTOT-AMOUNT
           MOVE WS-INV-DEPT-TOTAL-LINE TO FIB-INVOICE-RECORD
           PERFORM WRITE-INVOICE-LINE.

       WRITE-ONE-REQUESTOR-LINE.
           ADD 1 TO WS-REQ-IX
           IF WS-REQ-DEPT-IX(WS-REQ-IX) = WS-DEPT-IX
               MOVE WS-REQ-NAME(WS-REQ-IX) TO INV-REQ-NAME
               COMPUTE WS-DEPT-RUNS = WS-REQ-CLEAN(WS-REQ-IX)
                   + WS-REQ-REJECTED(WS-REQ-IX)
               MOVE WS-DEPT-RUNS TO INV-REQ-RUNS
               MOVE WS-REQ-CLEAN(WS-REQ-IX) TO INV-REQ-CLEAN
               MOVE WS-REQ-EXTENDED(WS-REQ-IX) TO INV-REQ-EXTENDED
               MOVE WS-REQ-SEEDED(WS-REQ-IX) TO INV-REQ-SEEDED
               MOVE WS-REQ-REJECTED(WS-REQ-IX) TO INV-REQ-REJECTED
               MOVE WS-INV-REQ-LINE TO FIB-INVOICE-RECORD
               PERFORM WRITE-INVOICE-LINE
           END-IF.

       WRITE-CHARGE-LINE.
           MOVE WS-LINE-AMOUNT TO INV-CHG-AMOUNT
           MOVE WS-INV-CHARGE-LINE TO FIB-INVOICE-RECORD
           PERFORM WRITE-INVOICE-LINE.

      *>     the headers are written through the record area, so
      *>     the line that forced the new page is held across them.
       WRITE-INVOICE-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               MOVE FIB-INVOICE-RECORD TO WS-RPT-HOLD-LINE
               PERFORM WRITE-INVOICE-HEADERS
               MOVE WS-RPT-HOLD-LINE TO FIB-INVOICE-RECORD
           END-IF
           WRITE FIB-INVOICE-RECORD
           ADD 1 TO WS-RPT-LINE-COUNT.

       WRITE-INVOICE-HEADERS.
           ADD 1 TO WS-RPT-PAGE-COUNT
           MOVE WS-RPT-PAGE-COUNT TO INV-HDR-PAGE
           MOVE WS-PERIOD-TEXT TO INV-HDR-PERIOD
           MOVE WS-RUN-DATE TO INV-HDR-DATE
           MOVE WS-RUN-TIME TO INV-HDR-TIME
           WRITE FIB-INVOICE-RECORD FROM WS-INV-HEADER-1
           WRITE FIB-INVOICE-RECORD FROM WS-INV-HEADER-2
           MOVE SPACES TO FIB-INVOICE-RECORD
           WRITE FIB-INVOICE-RECORD
           WRITE FIB-INVOICE-RECORD FROM WS-INV-HEADER-3
           MOVE 0 TO WS-RPT-LINE-COUNT.

      *>     the department's charge account is debited and the
      *>     service recovery account credited for the same amount,
      *>     so the journal balances by construction - the trailer
      *>     proves it to the ledger.  A department with nothing to
      *>     pay posts nothing.
       WRITE-JOURNAL.
           MOVE SPACES TO FIB-GLJ-HEADER
           MOVE "H" TO GLH-RECORD-TYPE
           MOVE WS-PERIOD-TEXT TO GLH-PERIOD
           MOVE WS-RUN-DATE TO GLH-BUSINESS-DATE
           MOVE WS-RUN-TIME TO GLH-RUN-TIME
           MOVE "FIBCHGB" TO GLH-SOURCE
           PERFORM WRITE-JOURNAL-RECORD
           MOVE 0 TO WS-DEPT-IX
           PERFORM JOURNAL-ONE-DEPARTMENT
               UNTIL WS-DEPT-IX >= WS-DEPT-COUNT
           MOVE SPACES TO FIB-GLJ-TRAILER
           MOVE "T" TO GLT-RECORD-TYPE
           MOVE WS-JOURNAL-DETAILS TO GLT-DETAIL-COUNT
           MOVE WS-JOURNAL-DEBITS TO GLT-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDITS TO GLT-CREDIT-TOTAL
           MOVE WS-IN-PERIOD TO GLT-AUDIT-ROWS
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-IX
           IF WS-DEPT-AMOUNT(WS-DEPT-IX) > 0
               COMPUTE WS-DEPT-RUNS = WS-DEPT-CLEAN(WS-DEPT-IX)
                   + WS-DEPT-REJECTED(WS-DEPT-IX)
               MOVE SPACES TO FIB-GLJ-DETAIL
               MOVE "D" TO GLD-RECORD-TYPE
               MOVE WS-PERIOD-TEXT TO GLD-PERIOD
               MOVE WS-CHARGE-ACCOUNT TO GLD-ACCOUNT
               MOVE WS-DEPT-NAME(WS-DEPT-IX) TO GLD-DEPARTMENT
               MOVE "D" TO GLD-DEBIT-CREDIT
               MOVE WS-DEPT-AMOUNT(WS-DEPT-IX) TO GLD-AMOUNT
               MOVE WS-DEPT-RUNS TO GLD-RUN-COUNT
               MOVE "FIB SERVICE CHARGE" TO GLD-DESCRIPTION
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-DETAILS
               ADD WS-DEPT-AMOUNT(WS-DEPT-IX) TO WS-JOURNAL-DEBITS
               MOVE WS-RECOVERY-ACCOUNT TO GLD-ACCOUNT
               MOVE "C" TO GLD-DEBIT-CREDIT
               MOVE "FIB SERVICE RECOVERY" TO GLD-DESCRIPTION
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-DETAILS
               ADD WS-DEPT-AMOUNT(WS-DEPT-IX) TO WS-JOURNAL-CREDITS
           END-IF.

       WRITE-JOURNAL-RECORD.
           WRITE FIB-GLJ-HEADER
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FIBCHGB: JOURNAL WRITE ERROR - STATUS="
                   WS-JOURNAL-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

      *>     the closing page ties the bill back to the audit rows
      *>     it was priced from.
       WRITE-CONTROL-TOTALS.
           MOVE "CONTROL" TO INV-HDR-DEPT
           MOVE "CONTROL TOTALS FOR THE PERIOD" TO INV-HDR-DEPT-NOTE
           PERFORM WRITE-INVOICE-HEADERS
           MOVE SPACES TO INV-CTL-NOTE
           MOVE "AUDIT ROWS READ - LIVE LOG" TO INV-CTL-TEXT
           MOVE WS-LIVE-READ TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "AUDIT ROWS READ - ARCHIVE GENERATIONS"
               TO INV-CTL-TEXT
           MOVE WS-ARCHIVE-READ TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "ROWS OUTSIDE THE PERIOD OR UNDATED" TO INV-CTL-TEXT
           MOVE WS-OUTSIDE-PERIOD TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "ARCHIVE COPIES OF DAYS ALREADY COUNTED"
               TO INV-CTL-TEXT
           MOVE WS-ALREADY-COUNTED TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "AUDIT ROWS IN THE PERIOD" TO INV-CTL-TEXT
           MOVE WS-IN-PERIOD TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "RUNS CHARGED TO DEPARTMENTS" TO INV-CTL-TEXT
           MOVE WS-RUNS-CHARGED TO INV-CTL-COUNT
           IF WS-TOTALS-TIE
               MOVE "TIES TO AUDIT ROWS IN THE PERIOD"
                   TO INV-CTL-NOTE
           ELSE
               MOVE "*** DOES NOT TIE - JOURNAL NOT WRITTEN ***"
                   TO INV-CTL-NOTE
           END-IF
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO INV-CTL-NOTE
           MOVE "RUNS BILLED TO UNASSIGN" TO INV-CTL-TEXT
           MOVE WS-UNASSIGNED-RUNS TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "DEPARTMENTS BILLED" TO INV-CTL-TEXT
           MOVE WS-DEPT-COUNT TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "JOURNAL DETAIL RECORDS" TO INV-CTL-TEXT
           MOVE WS-JOURNAL-DETAILS TO INV-CTL-COUNT
           PERFORM WRITE-CONTROL-LINE
           MOVE "TOTAL BILLED" TO INV-CTA-TEXT
           MOVE WS-GRAND-AMOUNT TO INV-CTA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "JOURNAL DEBITS" TO INV-CTA-TEXT
           MOVE WS-JOURNAL-DEBITS TO INV-CTA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "JOURNAL CREDITS" TO INV-CTA-TEXT
           MOVE WS-JOURNAL-CREDITS TO INV-CTA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT.

       WRITE-CONTROL-LINE.
           MOVE WS-INV-CONTROL-LINE TO FIB-INVOICE-RECORD
           PERFORM WRITE-INVOICE-LINE.

       WRITE-CONTROL-AMOUNT.
           MOVE WS-INV-CONTROL-AMOUNT TO FIB-INVOICE-RECORD
           PERFORM WRITE-INVOICE-LINE.

       CLOSE-CHARGEBACK-FILES.
           CLOSE FIB-AUDIT-LOG
           CLOSE FIB-ARCHIVE-FILE
           CLOSE FIB-REQMAST-FILE
           CLOSE FIB-INVOICE-FILE
           CLOSE FIB-JOURNAL-FILE.
