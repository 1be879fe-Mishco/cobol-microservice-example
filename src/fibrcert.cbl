       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRCERT.
      *>--------------------------------------------------------------
      *> Quarterly access recertification report.  For each
      *> department on the requestor entitlement master (FIBRQMT,
      *> see FIBRQM copy) it prints a page department managers sign
      *> off or revoke from:
      *>     - every authorized requestor with its ceiling, its
      *>       extended entitlement and the last business date it
      *>       actually ran, taken from the audit log (FIBAUDIT) and
      *>       the audit archive generations (FIBARCHV) so a
      *>       requestor idle longer than the log's retention still
      *>       shows its last run;
      *>     - a DORMANT flag on a requestor that has not run for
      *>       more than the dormancy threshold (PARM, days, default
      *>       90) or has no run on record at all;
      *>     - every FIBRUTL change journaled (FIBRQJNL, see FIBRQJ
      *>       copy) since the last certification, before and after,
      *>       with who made it - listed under the department the
      *>       requestor left and the one it joined.
      *> The certification control file (FIBRCCTL) gets a record
      *> per certification: its business date and the date it
      *> reported from.  The last record is the last certification;
      *> a rerun on that same business date reports from the same
      *> starting point as the first run.
      *> Ends 04 when anything is dormant, 16 for a bad PARM, 24
      *> when a file cannot be used (the control file is then left
      *> alone, so the next run still reports every change).
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-REQMAST-FILE ASSIGN TO "FIBRQMT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY RQM-REQUESTOR
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT FIB-AUDIT-LOG ASSIGN TO "FIBAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL FIB-ARCHIVE-FILE ASSIGN TO "FIBARCHV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL FIB-JOURNAL-FILE ASSIGN TO "FIBRQJNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL FIB-CERT-CONTROL ASSIGN TO "FIBRCCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT FIB-CERT-REPORT ASSIGN TO "FIBRCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-REQMAST-FILE.
           COPY FIBRQM.

       FD  FIB-AUDIT-LOG.
           COPY FIBAUD.

       FD  FIB-ARCHIVE-FILE.
       01  FIB-ARCHIVE-RECORD.
           05  ARC-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(7).
           05  ARC-REQUESTOR           PIC X(8).
           05  FILLER                  PIC X(87).

       FD  FIB-JOURNAL-FILE.
           COPY FIBRQJ.

       FD  FIB-CERT-CONTROL.
       01  FIB-CERT-CONTROL-RECORD.
           05  RCC-CERT-DATE           PIC X(8).
           05  FILLER                  PIC X(1).
           05  RCC-PRIOR-DATE          PIC X(8).

       FD  FIB-CERT-REPORT.
       01  FIB-CERT-REPORT-RECORD      PIC X(120).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-REQMAST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-CONTROL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REQMAST-EOF-SW           PIC X VALUE "N".
           88  WS-REQMAST-EOF                   VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-EOF                     VALUE "Y".
       01  WS-ARCHIVE-EOF-SW           PIC X VALUE "N".
           88  WS-ARCHIVE-EOF                   VALUE "Y".
       01  WS-JOURNAL-EOF-SW           PIC X VALUE "N".
           88  WS-JOURNAL-EOF                   VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.

      *> ---- dormancy threshold (PARM, days) -------------------------
       01  WS-COMMAND-LINE             PIC X(20) VALUE SPACES.
       01  WS-DORMANT-DAYS             BINARY-C-LONG VALUE 90.
       01  WS-DORMANT-DAYS-MAX         BINARY-C-LONG VALUE 999.

      *> ---- certification dates -------------------------------------
       01  WS-SINCE-DATE               PIC X(8) VALUE "00000000".
       01  WS-PRIOR-CERT-DATE          PIC X(8) VALUE SPACES.
       01  WS-LAST-CERT-DATE           PIC X(8) VALUE SPACES.
       01  WS-LAST-CERT-PRIOR          PIC X(8) VALUE SPACES.
       01  WS-CONTROL-EOF-SW           PIC X VALUE "N".
           88  WS-CONTROL-EOF                   VALUE "Y".

      *> ---- dormancy arithmetic -------------------------------------
       01  WS-DATE-TODAY               BINARY-C-LONG VALUE 0.
       01  WS-DATE-WORK                BINARY-C-LONG VALUE 0.
       01  WS-IDLE-DAYS                BINARY-C-LONG VALUE 0.
       01  WS-LOOKUP-REQUESTOR         PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-DATE              PIC X(8) VALUE SPACES.

      *> ---- authorized requestors (master key order) ----------------
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY            OCCURS 2000 TIMES.
               10  WS-REQ-NAME         PIC X(8).
               10  WS-REQ-DEPARTMENT   PIC X(8).
               10  WS-REQ-MAX-N        PIC 9(8).
               10  WS-REQ-EXTENDED     PIC X(1).
               10  WS-REQ-LAST-RUN     PIC X(8).
       01  WS-REQ-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-REQ-LIMIT                BINARY-C-LONG VALUE 2000.
       01  WS-REQ-IX                   BINARY-C-LONG VALUE 0.
       01  WS-REQ-FOUND-SW             PIC X VALUE "N".
           88  WS-REQ-FOUND                     VALUE "Y".
       01  WS-REQ-DROPPED              BINARY-C-LONG VALUE 0.

      *> ---- departments, kept in ascending order --------------------
       01  WS-DEPT-TABLE.
           05  WS-DEPT-NAME            PIC X(8) OCCURS 500 TIMES.
       01  WS-DEPT-COUNT               BINARY-C-LONG VALUE 0.
       01  WS-DEPT-LIMIT               BINARY-C-LONG VALUE 500.
       01  WS-DEPT-IX                  BINARY-C-LONG VALUE 0.
       01  WS-DEPT-SHIFT-IX            BINARY-C-LONG VALUE 0.
       01  WS-DEPT-KEY                 PIC X(8) VALUE SPACES.
       01  WS-DEPT-PLACED-SW           PIC X VALUE "N".
           88  WS-DEPT-PLACED                   VALUE "Y".
       01  WS-DEPT-ON-FILE-SW          PIC X VALUE "N".
           88  WS-DEPT-ON-FILE                  VALUE "Y".
       01  WS-DEPT-DROPPED             BINARY-C-LONG VALUE 0.

      *> ---- journaled changes since the last certification ----------
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY            OCCURS 2000 TIMES.
               10  WS-CHG-RECORD       PIC X(98).
       01  WS-CHG-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-CHG-LIMIT                BINARY-C-LONG VALUE 2000.
       01  WS-CHG-IX                   BINARY-C-LONG VALUE 0.
       01  WS-CHG-DROPPED              BINARY-C-LONG VALUE 0.

      *> ---- tallies -------------------------------------------------
       01  WS-DORMANT-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-DEPT-REQ-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-DEPT-DORMANT-COUNT       BINARY-C-LONG VALUE 0.
       01  WS-DEPT-CHG-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-AUDIT-READ               BINARY-C-LONG VALUE 0.
       01  WS-ARCHIVE-READ             BINARY-C-LONG VALUE 0.

      *> ---- report pagination ---------------------------------------
       01  WS-RPT-LINE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-LINES-PER-PAGE       BINARY-C-LONG VALUE 55.
       01  WS-RPT-PAGE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-HOLD-LINE            PIC X(120) VALUE SPACES.

      *> ---- report line build areas ---------------------------------
       01  WS-CRT-HEADER-1.
           05  FILLER                  PIC X(28) VALUE
               "FIB ACCESS RECERTIFICATION -".
           05  FILLER                  PIC X(15)
               VALUE " BUSINESS DATE ".
           05  CRT-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  CRT-HDR-TIME            PIC X(6).
           05  FILLER                  PIC X(7) VALUE "  PAGE ".
           05  CRT-HDR-PAGE            PIC ZZZ9.
       01  WS-CRT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05  CRT-HDR-DEPT            PIC X(8).
           05  FILLER                  PIC X(26)
               VALUE "   CHANGES SINCE LAST CERT".
           05  FILLER                  PIC X(11) VALUE "IFICATION: ".
           05  CRT-HDR-SINCE           PIC X(8).
           05  FILLER                  PIC X(19)
               VALUE "   DORMANT AFTER: ".
           05  CRT-HDR-DORMANT         PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE " DAYS".
       01  WS-CRT-REQ-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "  REQUESTOR   MAX N  EXT  LAST RUN   IDLE DAYS".
           05  FILLER                  PIC X(40) VALUE
               "  FLAG       CERTIFY (K)EEP / (R)EVOKE".
       01  WS-CRT-REQ-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-REQ-NAME            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-REQ-MAX-N           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CRT-REQ-EXTENDED        PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-REQ-LAST-RUN        PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-REQ-IDLE-TEXT       PIC X(9).
           05  CRT-REQ-IDLE REDEFINES CRT-REQ-IDLE-TEXT
                                       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CRT-REQ-FLAG            PIC X(9).
           05  FILLER                  PIC X(15)
               VALUE "     ___       ".
       01  WS-CRT-CHG-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "  CHANGED  AT      FUNCTION   OPERATOR JOB      ".
           05  FILLER                  PIC X(60) VALUE
               "REQUESTOR  DEPT     AUTH MAX N    EXT".
       01  WS-CRT-CHG-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-CHG-DATE            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CHG-TIME            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-CHG-FUNCTION        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CHG-OPERATOR        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CHG-JOB             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CHG-IMAGE-TEXT      PIC X(7).
           05  CRT-CHG-REQUESTOR       PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CHG-DEPARTMENT      PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CHG-AUTHORIZED      PIC X(1).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CRT-CHG-MAX-N           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CHG-EXTENDED        PIC X(1).
       01  WS-CRT-TEXT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-TXT-TEXT            PIC X(70).
       01  WS-CRT-SIGNOFF-LINE.
           05  FILLER                  PIC X(40) VALUE
               "  CERTIFIED BY: ______________________  ".
           05  FILLER                  PIC X(16) VALUE
               "DATE: __________".
       01  WS-CRT-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-TOT-REQUESTORS      PIC ZZZZ9.
           05  FILLER                  PIC X(24)
               VALUE " AUTHORIZED REQUESTORS, ".
           05  CRT-TOT-DORMANT         PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE " DORMANT,  ".
           05  CRT-TOT-CHANGES         PIC ZZZZ9.
           05  FILLER                  PIC X(27)
               VALUE " CHANGE(S) SINCE LAST CERT.".

       PROCEDURE DIVISION.
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-DORMANT-DAYS
           IF WS-RETURN-CODE = 0
               PERFORM RESOLVE-LAST-CERTIFICATION
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-AUTHORIZED-REQUESTORS
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM FIND-LAST-RUN-DATES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-JOURNALED-CHANGES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM WRITE-CERTIFICATION-REPORT
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM RECORD-CERTIFICATION
           END-IF
           IF WS-RETURN-CODE = 0
               IF WS-REQ-DROPPED > 0 OR WS-DEPT-DROPPED > 0
                       OR WS-CHG-DROPPED > 0
                   DISPLAY "FIBRCERT: WARNING - TABLE FULL, "
                       WS-REQ-DROPPED " REQUESTOR(S), "
                       WS-DEPT-DROPPED " DEPARTMENT(S), "
                       WS-CHG-DROPPED " CHANGE(S) NOT REPORTED"
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
               IF WS-DORMANT-COUNT > 0
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "FIBRCERT: " WS-REQ-COUNT " AUTHORIZED REQUESTOR(S)"
               " IN " WS-DEPT-COUNT " DEPARTMENT(S), "
               WS-DORMANT-COUNT " DORMANT, " WS-CHG-COUNT
               " CHANGE(S) SINCE " WS-SINCE-DATE
               " - RETURN CODE " WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     idle days are measured against the processing
      *>     calendar's business date; with no calendar allocated
      *>     the system date stands.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBRCERT: PROCESSING CALENDAR UNREADABLE "
                       "- USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF
           COMPUTE WS-DATE-TODAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE)).

       RESOLVE-DORMANT-DAYS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-COMMAND-LINE) NOT = 0
                   MOVE 0 TO WS-DORMANT-DAYS
               ELSE
                   MOVE FUNCTION NUMVAL(WS-COMMAND-LINE)
                       TO WS-DORMANT-DAYS
               END-IF
           END-IF
           IF WS-DORMANT-DAYS < 1
                   OR WS-DORMANT-DAYS > WS-DORMANT-DAYS-MAX
               DISPLAY "FIBRCERT: DORMANCY THRESHOLD OUT OF RANGE (1-"
                   WS-DORMANT-DAYS-MAX ") - GOT '" WS-COMMAND-LINE "'"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *>     no control record means no certification yet, so every
      *>     journaled change is reported.  A last record already
      *>     stamped with today's business date is this quarter's
      *>     own run being repeated: report from the certification
      *>     before it.
       RESOLVE-LAST-CERTIFICATION.
           OPEN INPUT FIB-CERT-CONTROL
           IF WS-CONTROL-STATUS = "00" OR "05"
               PERFORM READ-CONTROL-RECORD
                   UNTIL WS-CONTROL-EOF
               CLOSE FIB-CERT-CONTROL
               IF WS-LAST-CERT-DATE = WS-RUN-DATE
                   MOVE WS-LAST-CERT-PRIOR TO WS-PRIOR-CERT-DATE
               ELSE
                   MOVE WS-LAST-CERT-DATE TO WS-PRIOR-CERT-DATE
               END-IF
               IF WS-PRIOR-CERT-DATE IS NUMERIC
                   MOVE WS-PRIOR-CERT-DATE TO WS-SINCE-DATE
               END-IF
           ELSE
               DISPLAY "FIBRCERT: UNABLE TO OPEN CERTIFICATION CONTROL"
                   " - STATUS=" WS-CONTROL-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       READ-CONTROL-RECORD.
           READ FIB-CERT-CONTROL
               AT END MOVE "Y" TO WS-CONTROL-EOF-SW
           END-READ
           IF WS-CONTROL-STATUS = "00"
               IF RCC-CERT-DATE IS NUMERIC
                   MOVE RCC-CERT-DATE TO WS-LAST-CERT-DATE
                   MOVE RCC-PRIOR-DATE TO WS-LAST-CERT-PRIOR
               END-IF
           ELSE
               MOVE "Y" TO WS-CONTROL-EOF-SW
               IF WS-CONTROL-STATUS NOT = "10"
                   DISPLAY "FIBRCERT: CERTIFICATION CONTROL READ "
                       "ERROR - STATUS=" WS-CONTROL-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     only authorized requestors are up for recertification;
      *>     a deactivated one shows up only through its journaled
      *>     deactivation.
       LOAD-AUTHORIZED-REQUESTORS.
           OPEN INPUT FIB-REQMAST-FILE
           IF WS-REQMAST-STATUS NOT = "00"
               DISPLAY "FIBRCERT: UNABLE TO OPEN MASTER - STATUS="
                   WS-REQMAST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-REQMAST-RECORD
               PERFORM LOAD-ONE-REQUESTOR
                   UNTIL WS-REQMAST-EOF
               CLOSE FIB-REQMAST-FILE
           END-IF.

       READ-REQMAST-RECORD.
           READ FIB-REQMAST-FILE NEXT
               AT END MOVE "Y" TO WS-REQMAST-EOF-SW
           END-READ
           IF WS-REQMAST-STATUS NOT = "00"
               MOVE "Y" TO WS-REQMAST-EOF-SW
               IF WS-REQMAST-STATUS NOT = "10"
                   DISPLAY "FIBRCERT: MASTER READ ERROR - STATUS="
                       WS-REQMAST-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-REQUESTOR.
           IF RQM-IS-AUTHORIZED
               IF WS-REQ-COUNT < WS-REQ-LIMIT
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-IX
                   MOVE RQM-REQUESTOR TO WS-REQ-NAME(WS-REQ-IX)
                   MOVE RQM-DEPARTMENT TO WS-REQ-DEPARTMENT(WS-REQ-IX)
                   MOVE RQM-MAX-N TO WS-REQ-MAX-N(WS-REQ-IX)
                   MOVE RQM-EXTENDED TO WS-REQ-EXTENDED(WS-REQ-IX)
                   MOVE SPACES TO WS-REQ-LAST-RUN(WS-REQ-IX)
                   MOVE RQM-DEPARTMENT TO WS-DEPT-KEY
                   PERFORM ADD-DEPARTMENT
               ELSE
                   ADD 1 TO WS-REQ-DROPPED
               END-IF
           END-IF
           PERFORM READ-REQMAST-RECORD.

      *>     insertion keeps the department table in order, so the
      *>     report runs department by department alphabetically.
       ADD-DEPARTMENT.
           MOVE "N" TO WS-DEPT-PLACED-SW
           MOVE 0 TO WS-DEPT-IX
           PERFORM CHECK-ONE-DEPARTMENT
               UNTIL WS-DEPT-PLACED OR WS-DEPT-IX >= WS-DEPT-COUNT
           MOVE "N" TO WS-DEPT-ON-FILE-SW
           IF WS-DEPT-PLACED
               IF WS-DEPT-NAME(WS-DEPT-IX) = WS-DEPT-KEY
                   MOVE "Y" TO WS-DEPT-ON-FILE-SW
               END-IF
           ELSE
               ADD 1 TO WS-DEPT-IX
           END-IF
           IF NOT WS-DEPT-ON-FILE
               IF WS-DEPT-COUNT < WS-DEPT-LIMIT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SHIFT-IX
                   PERFORM SHIFT-ONE-DEPARTMENT
                       UNTIL WS-DEPT-SHIFT-IX < WS-DEPT-IX
                   MOVE WS-DEPT-KEY TO WS-DEPT-NAME(WS-DEPT-IX)
                   ADD 1 TO WS-DEPT-COUNT
               ELSE
                   ADD 1 TO WS-DEPT-DROPPED
               END-IF
           END-IF.

      *>     stops on the first entry not below the key - either the
      *>     department itself or the slot it belongs in.
       CHECK-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-IX
           IF WS-DEPT-NAME(WS-DEPT-IX) NOT < WS-DEPT-KEY
               MOVE "Y" TO WS-DEPT-PLACED-SW
           END-IF.

       SHIFT-ONE-DEPARTMENT.
           MOVE WS-DEPT-NAME(WS-DEPT-SHIFT-IX)
               TO WS-DEPT-NAME(WS-DEPT-SHIFT-IX + 1)
           SUBTRACT 1 FROM WS-DEPT-SHIFT-IX.

      *>     the newest run date per requestor across the live log
      *>     and every archive generation; a missing archive just
      *>     means the live log is all there is.
       FIND-LAST-RUN-DATES.
           OPEN INPUT FIB-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "FIBRCERT: UNABLE TO OPEN AUDIT LOG - STATUS="
                   WS-AUDIT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM NOTE-ONE-AUDIT-RUN
                   UNTIL WS-AUDIT-EOF
               CLOSE FIB-AUDIT-LOG
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT FIB-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00" AND "05"
                   DISPLAY "FIBRCERT: UNABLE TO OPEN AUDIT ARCHIVE - "
                       "STATUS=" WS-ARCHIVE-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               ELSE
                   PERFORM READ-ARCHIVE-RECORD
                   PERFORM NOTE-ONE-ARCHIVE-RUN
                       UNTIL WS-ARCHIVE-EOF
                   CLOSE FIB-ARCHIVE-FILE
               END-IF
           END-IF.

       READ-AUDIT-RECORD.
           READ FIB-AUDIT-LOG
               AT END MOVE "Y" TO WS-AUDIT-EOF-SW
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDIT-EOF-SW
               IF WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "FIBRCERT: AUDIT LOG READ ERROR - STATUS="
                       WS-AUDIT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-AUDIT-READ
           END-IF.

       NOTE-ONE-AUDIT-RUN.
           MOVE AUD-REQUESTOR TO WS-LOOKUP-REQUESTOR
           MOVE AUD-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM NOTE-RUN-DATE
           PERFORM READ-AUDIT-RECORD.

       READ-ARCHIVE-RECORD.
           READ FIB-ARCHIVE-FILE
               AT END MOVE "Y" TO WS-ARCHIVE-EOF-SW
           END-READ
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO WS-ARCHIVE-EOF-SW
               IF WS-ARCHIVE-STATUS NOT = "10"
                   DISPLAY "FIBRCERT: AUDIT ARCHIVE READ ERROR - "
                       "STATUS=" WS-ARCHIVE-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-ARCHIVE-READ
           END-IF.

       NOTE-ONE-ARCHIVE-RUN.
           MOVE ARC-REQUESTOR TO WS-LOOKUP-REQUESTOR
           MOVE ARC-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM NOTE-RUN-DATE
           PERFORM READ-ARCHIVE-RECORD.

      *>     an undated row proves nothing about when the requestor
      *>     last ran.
       NOTE-RUN-DATE.
           IF WS-LOOKUP-DATE IS NUMERIC
               MOVE "N" TO WS-REQ-FOUND-SW
               MOVE 0 TO WS-REQ-IX
               PERFORM CHECK-ONE-REQUESTOR
                   UNTIL WS-REQ-FOUND OR WS-REQ-IX >= WS-REQ-COUNT
               IF WS-REQ-FOUND
                   IF WS-REQ-LAST-RUN(WS-REQ-IX) = SPACES
                           OR WS-LOOKUP-DATE
                               > WS-REQ-LAST-RUN(WS-REQ-IX)
                       MOVE WS-LOOKUP-DATE
                           TO WS-REQ-LAST-RUN(WS-REQ-IX)
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-REQUESTOR.
           ADD 1 TO WS-REQ-IX
           IF WS-REQ-NAME(WS-REQ-IX) = WS-LOOKUP-REQUESTOR
               MOVE "Y" TO WS-REQ-FOUND-SW
           END-IF.

      *>     a change made on the day of the last certification may
      *>     have come after that report was cut, so that day is
      *>     shown again.  The departments a change touched get a
      *>     page even when no authorized requestor is left there.
       LOAD-JOURNALED-CHANGES.
           OPEN INPUT FIB-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00" AND "05"
               DISPLAY "FIBRCERT: UNABLE TO OPEN JOURNAL - STATUS="
                   WS-JOURNAL-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-JOURNAL-RECORD
               PERFORM LOAD-ONE-CHANGE
                   UNTIL WS-JOURNAL-EOF
               CLOSE FIB-JOURNAL-FILE
           END-IF.

       READ-JOURNAL-RECORD.
           READ FIB-JOURNAL-FILE
               AT END MOVE "Y" TO WS-JOURNAL-EOF-SW
           END-READ
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-JOURNAL-EOF-SW
               IF WS-JOURNAL-STATUS NOT = "10"
                   DISPLAY "FIBRCERT: JOURNAL READ ERROR - STATUS="
                       WS-JOURNAL-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-CHANGE.
           IF RQJ-CHANGE-DATE NOT < WS-SINCE-DATE
               IF WS-CHG-COUNT < WS-CHG-LIMIT
                   ADD 1 TO WS-CHG-COUNT
                   MOVE FIB-RQJ-RECORD TO WS-CHG-RECORD(WS-CHG-COUNT)
                   IF RQJ-BEF-DEPARTMENT NOT = SPACES
                       MOVE RQJ-BEF-DEPARTMENT TO WS-DEPT-KEY
                       PERFORM ADD-DEPARTMENT
                   END-IF
                   MOVE RQJ-AFT-DEPARTMENT TO WS-DEPT-KEY
                   PERFORM ADD-DEPARTMENT
               ELSE
                   ADD 1 TO WS-CHG-DROPPED
               END-IF
           END-IF
           PERFORM READ-JOURNAL-RECORD.

       WRITE-CERTIFICATION-REPORT.
           OPEN OUTPUT FIB-CERT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FIBRCERT: UNABLE TO OPEN REPORT - STATUS="
                   WS-REPORT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-DEPT-IX
               PERFORM WRITE-ONE-DEPARTMENT
                   UNTIL WS-DEPT-IX >= WS-DEPT-COUNT
               IF WS-DEPT-COUNT = 0
                   MOVE SPACES TO CRT-HDR-DEPT
                   PERFORM WRITE-PAGE-HEADERS
                   MOVE "NO AUTHORIZED REQUESTORS AND NO CHANGES"
                       TO CRT-TXT-TEXT
                   MOVE WS-CRT-TEXT-LINE TO FIB-CERT-REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
               CLOSE FIB-CERT-REPORT
           END-IF.

       WRITE-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-IX
           MOVE WS-DEPT-NAME(WS-DEPT-IX) TO CRT-HDR-DEPT
           PERFORM WRITE-PAGE-HEADERS
           MOVE WS-CRT-REQ-HEADING TO FIB-CERT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-DEPT-REQ-COUNT
           MOVE 0 TO WS-DEPT-DORMANT-COUNT
           MOVE 0 TO WS-REQ-IX
           PERFORM WRITE-ONE-REQUESTOR
               UNTIL WS-REQ-IX >= WS-REQ-COUNT
           IF WS-DEPT-REQ-COUNT = 0
               MOVE "NO AUTHORIZED REQUESTORS" TO CRT-TXT-TEXT
               MOVE WS-CRT-TEXT-LINE TO FIB-CERT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO FIB-CERT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CRT-CHG-HEADING TO FIB-CERT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-DEPT-CHG-COUNT
           MOVE 0 TO WS-CHG-IX
           PERFORM WRITE-ONE-CHANGE
               UNTIL WS-CHG-IX >= WS-CHG-COUNT
           IF WS-DEPT-CHG-COUNT = 0
               MOVE "NO CHANGES SINCE THE LAST CERTIFICATION"
                   TO CRT-TXT-TEXT
               MOVE WS-CRT-TEXT-LINE TO FIB-CERT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO FIB-CERT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DEPT-REQ-COUNT TO CRT-TOT-REQUESTORS
           MOVE WS-DEPT-DORMANT-COUNT TO CRT-TOT-DORMANT
           MOVE WS-DEPT-CHG-COUNT TO CRT-TOT-CHANGES
           MOVE WS-CRT-TOTAL-LINE TO FIB-CERT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO FIB-CERT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CRT-SIGNOFF-LINE TO FIB-CERT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *>     idle days run from the last run to the business date;
      *>     a requestor with no run on record is dormant outright.
       WRITE-ONE-REQUESTOR.
           ADD 1 TO WS-REQ-IX
           IF WS-REQ-DEPARTMENT(WS-REQ-IX) = WS-DEPT-NAME(WS-DEPT-IX)
               ADD 1 TO WS-DEPT-REQ-COUNT
               MOVE WS-REQ-NAME(WS-REQ-IX) TO CRT-REQ-NAME
               MOVE WS-REQ-MAX-N(WS-REQ-IX) TO CRT-REQ-MAX-N
               MOVE WS-REQ-EXTENDED(WS-REQ-IX) TO CRT-REQ-EXTENDED
               MOVE SPACES TO CRT-REQ-FLAG
               IF WS-REQ-LAST-RUN(WS-REQ-IX) = SPACES
                   MOVE "NEVER RUN" TO CRT-REQ-LAST-RUN
                   MOVE SPACES TO CRT-REQ-IDLE-TEXT
                   MOVE "DORMANT" TO CRT-REQ-FLAG
               ELSE
                   MOVE WS-REQ-LAST-RUN(WS-REQ-IX) TO CRT-REQ-LAST-RUN
                   COMPUTE WS-DATE-WORK = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-REQ-LAST-RUN(WS-REQ-IX)))
                   MOVE 0 TO WS-IDLE-DAYS
                   IF WS-DATE-TODAY > WS-DATE-WORK
                       COMPUTE WS-IDLE-DAYS =
                           WS-DATE-TODAY - WS-DATE-WORK
                   END-IF
                   MOVE WS-IDLE-DAYS TO CRT-REQ-IDLE
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       MOVE "DORMANT" TO CRT-REQ-FLAG
                   END-IF
               END-IF
               IF CRT-REQ-FLAG = "DORMANT"
                   ADD 1 TO WS-DORMANT-COUNT
                   ADD 1 TO WS-DEPT-DORMANT-COUNT
               END-IF
               MOVE WS-CRT-REQ-LINE TO FIB-CERT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>     each change prints its before and after images; a
      *>     change of department shows under both departments.
       WRITE-ONE-CHANGE.
           ADD 1 TO WS-CHG-IX
           MOVE WS-CHG-RECORD(WS-CHG-IX) TO FIB-RQJ-RECORD
           IF RQJ-BEF-DEPARTMENT = WS-DEPT-NAME(WS-DEPT-IX)
                   OR RQJ-AFT-DEPARTMENT = WS-DEPT-NAME(WS-DEPT-IX)
               ADD 1 TO WS-DEPT-CHG-COUNT
               MOVE RQJ-CHANGE-DATE TO CRT-CHG-DATE
               MOVE RQJ-CHANGE-TIME TO CRT-CHG-TIME
               MOVE RQJ-FUNCTION TO CRT-CHG-FUNCTION
               MOVE RQJ-OPERATOR TO CRT-CHG-OPERATOR
               MOVE RQJ-JOB-NAME TO CRT-CHG-JOB
               MOVE "BEFORE " TO CRT-CHG-IMAGE-TEXT
               MOVE RQJ-BEF-REQUESTOR TO CRT-CHG-REQUESTOR
               MOVE RQJ-BEF-DEPARTMENT TO CRT-CHG-DEPARTMENT
               MOVE RQJ-BEF-AUTHORIZED TO CRT-CHG-AUTHORIZED
               MOVE RQJ-BEF-MAX-N TO CRT-CHG-MAX-N
               MOVE RQJ-BEF-EXTENDED TO CRT-CHG-EXTENDED
               IF RQJ-BEFORE-IMAGE = SPACES
                   MOVE "(NONE)" TO CRT-CHG-REQUESTOR
               END-IF
               MOVE WS-CRT-CHG-LINE TO FIB-CERT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO CRT-CHG-DATE CRT-CHG-TIME
                   CRT-CHG-FUNCTION CRT-CHG-OPERATOR CRT-CHG-JOB
               MOVE "AFTER  " TO CRT-CHG-IMAGE-TEXT
               MOVE RQJ-AFT-REQUESTOR TO CRT-CHG-REQUESTOR
               MOVE RQJ-AFT-DEPARTMENT TO CRT-CHG-DEPARTMENT
               MOVE RQJ-AFT-AUTHORIZED TO CRT-CHG-AUTHORIZED
               MOVE RQJ-AFT-MAX-N TO CRT-CHG-MAX-N
               MOVE RQJ-AFT-EXTENDED TO CRT-CHG-EXTENDED
               MOVE WS-CRT-CHG-LINE TO FIB-CERT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>     the headers are written through the record area, so
      *>     the line that forced the new page is held across them.
       WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               MOVE FIB-CERT-REPORT-RECORD TO WS-RPT-HOLD-LINE
               PERFORM WRITE-PAGE-HEADERS
               MOVE WS-RPT-HOLD-LINE TO FIB-CERT-REPORT-RECORD
           END-IF
           WRITE FIB-CERT-REPORT-RECORD
           ADD 1 TO WS-RPT-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-RPT-PAGE-COUNT
           MOVE WS-RPT-PAGE-COUNT TO CRT-HDR-PAGE
           MOVE WS-RUN-DATE TO CRT-HDR-DATE
           MOVE WS-RUN-TIME TO CRT-HDR-TIME
           IF WS-PRIOR-CERT-DATE IS NUMERIC
               MOVE WS-PRIOR-CERT-DATE TO CRT-HDR-SINCE
           ELSE
               MOVE "NONE" TO CRT-HDR-SINCE
           END-IF
           MOVE WS-DORMANT-DAYS TO CRT-HDR-DORMANT
           WRITE FIB-CERT-REPORT-RECORD FROM WS-CRT-HEADER-1
           WRITE FIB-CERT-REPORT-RECORD FROM WS-CRT-HEADER-2
           MOVE SPACES TO FIB-CERT-REPORT-RECORD
           WRITE FIB-CERT-REPORT-RECORD
           MOVE 0 TO WS-RPT-LINE-COUNT.

      *>     the business date becomes the new certification, with
      *>     the date reported from kept alongside, so a rerun today
      *>     starts from the same point.
       RECORD-CERTIFICATION.
           MOVE SPACES TO FIB-CERT-CONTROL-RECORD
           MOVE WS-RUN-DATE TO RCC-CERT-DATE
           MOVE WS-PRIOR-CERT-DATE TO RCC-PRIOR-DATE
           OPEN EXTEND FIB-CERT-CONTROL
           IF WS-CONTROL-STATUS NOT = "00" AND "05"
               DISPLAY "FIBRCERT: UNABLE TO RECORD CERTIFICATION - "
                   "STATUS=" WS-CONTROL-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               WRITE FIB-CERT-CONTROL-RECORD
               CLOSE FIB-CERT-CONTROL
           END-IF.
