       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRECN.
      *>--------------------------------------------------------------
      *> End-to-end request accountability.  Runs after the
      *> distribution step and proves that every request the batch
      *> took in was accounted for from start to finish.  The inputs
      *> to the run are the request file (FIBREQS) plus the released
      *> records FIBBAT reran from the prior recycle file (FIBRCYI -
      *> the copy the job takes before the recycle copy-back, so it
      *> is the file FIBBAT read).  Requests are counted by
      *> requestor + N (a blank requestor is "BATCH", as in FIBBAT)
      *> and results by requestor + N + return code - the result
      *> record carries no run ID, so counts are what tie the files
      *> together, the same way FIBHIST ties results to audit rows.
      *> The request file is reconciled only under FIBEDIT's stamp
      *> for the business date (FIBRQST, FIBRQS copy) - without it
      *> FIBBAT refused to run the file and there is nothing of
      *> tonight's to account for.
      *> Checked, with every mismatch on the exception report:
      *>     - the request file still holds the number of requests
      *>       the edit stamped on it (STAMP COUNT MISMATCH);
      *>     - each input produced exactly one result on FIBRSLT
      *>       (NO RESULT, DUPLICATE RESULT, RESULT NOT REQUESTED);
      *>     - each result that reached FIB has a FIBAUDIT row of
      *>       the business date with the same requestor, N and
      *>       return code (NO AUDIT ROW);
      *>     - an RC 12 authorization refusal never reached FIB: the
      *>       requestor + N has no audit row beyond the ones its
      *>       results that did reach FIB account for (REFUSED BUT
      *>       AUDITED);
      *>     - each result landed in exactly one of FIBDST01-
      *>       FIBDST04 or FIBDFALL as the distribution control
      *>       (FIBDCTL) maps its requestor, or was left out on
      *>       purpose because the department takes no rejects
      *>       (NOT DELIVERED, DELIVERED TWICE, WRONG DESTINATION,
      *>       EXCLUDED BUT SENT, DELIVERED, NO RESULT).  Only the
      *>       newest delivery for the business date in each file
      *>       is checked, so a rerun of the distribution is judged
      *>       on what it delivered; its trailer must balance
      *>       (NO TRAILER, TRAILER OUT OF BAL);
      *>     - every reject is on the updated recycle file
      *>       (FIBRCYO), and so is every pending record carried
      *>       forward from the prior file - nothing more (NOT ON
      *>       RECYCLE FILE, EXTRA ON RECYCLE FILE).
      *> The report (FIBRCNR) ends with the FIBACS summary line
      *> FIBOPS reads.  Ends 20 when there is any exception, 24 when
      *> a file the reconciliation needs cannot be read.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-REQUEST-FILE ASSIGN TO "FIBREQS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT FIB-RECYCLE-IN ASSIGN TO "FIBRCYI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-IN-STATUS.

           SELECT FIB-REQUEST-STAMP-FILE ASSIGN TO "FIBRQST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.

           SELECT FIB-RESULT-FILE ASSIGN TO "FIBRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT FIB-AUDIT-LOG ASSIGN TO "FIBAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT FIB-RECYCLE-OUT ASSIGN TO "FIBRCYO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-OUT-STATUS.

           SELECT FIB-DISTCTL-FILE ASSIGN TO "FIBDCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-STATUS.

           SELECT RCN-DEST01-FILE ASSIGN TO "FIBDST01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT RCN-DEST02-FILE ASSIGN TO "FIBDST02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT RCN-DEST03-FILE ASSIGN TO "FIBDST03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT RCN-DEST04-FILE ASSIGN TO "FIBDST04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT RCN-FALLOUT-FILE ASSIGN TO "FIBDFALL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RCN-REPORT-FILE ASSIGN TO "FIBRCNR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-REQUEST-FILE.
       01  FIB-REQUEST-IN-RECORD.
           05  REQ-IN-N                PIC 9(8).
           05  REQ-IN-REQUESTOR        PIC X(8).
           05  REQ-IN-MODE             PIC X(1).
           05  REQ-IN-SEED0            PIC X(18).
           05  REQ-IN-SEED1            PIC X(18).

       FD  FIB-REQUEST-STAMP-FILE.
           COPY FIBRQS.

       FD  FIB-RECYCLE-IN.
       01  FIB-RECYCLE-IN-RECORD       PIC X(136).

       FD  FIB-RESULT-FILE.
           COPY FIBRSL.

       FD  FIB-AUDIT-LOG.
           COPY FIBAUD.

       FD  FIB-RECYCLE-OUT.
       01  FIB-RECYCLE-OUT-RECORD      PIC X(136).

       FD  FIB-DISTCTL-FILE.
       01  FIB-DISTCTL-RECORD.
           05  DCT-REQUESTOR           PIC X(8).
           05  FILLER                  PIC X(1).
           05  DCT-DEST                PIC X(2).
           05  FILLER                  PIC X(1).
           05  DCT-INCL-REJECTS        PIC X(1).

       FD  RCN-DEST01-FILE.
       01  RCN-DEST01-RECORD           PIC X(224).

       FD  RCN-DEST02-FILE.
       01  RCN-DEST02-RECORD           PIC X(224).

       FD  RCN-DEST03-FILE.
       01  RCN-DEST03-RECORD           PIC X(224).

       FD  RCN-DEST04-FILE.
       01  RCN-DEST04-RECORD           PIC X(224).

       FD  RCN-FALLOUT-FILE.
       01  RCN-FALLOUT-RECORD          PIC X(224).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       FD  RCN-REPORT-FILE.
       01  RCN-REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
      *>     both recycle files are read into this one working area.
           COPY FIBRCY.

       01  WS-REQUEST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-STAMP-STATUS             PIC X(2) VALUE SPACES.
       01  WS-STAMP-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-RECYCLE-IN-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RESULT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-RECYCLE-OUT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-DISTCTL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-DEST-STATUS              PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE "N".
           88  WS-EOF                           VALUE "Y".
       01  WS-REPORT-OPEN-SW           PIC X VALUE "N".
           88  WS-REPORT-OPEN                   VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.

      *> ---- distribution control table (as FIBDIST loads it) -------
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY            OCCURS 50 TIMES.
               10  WS-CTL-REQUESTOR    PIC X(8).
               10  WS-CTL-DEST         BINARY-C-LONG.
               10  WS-CTL-INCL-REJ     PIC X(1).
       01  WS-CTL-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-CTL-LIMIT                BINARY-C-LONG VALUE 50.
       01  WS-CTL-IX                   BINARY-C-LONG VALUE 0.
       01  WS-CTL-FOUND-SW             PIC X VALUE "N".
           88  WS-CTL-FOUND                     VALUE "Y".
       01  WS-DEST-WORK                BINARY-C-LONG VALUE 0.

      *> ---- delivery files (5 = fallout) ----------------------------
       01  WS-LOC-NAME-VALUES          PIC X(40) VALUE
               "FIBDST01FIBDST02FIBDST03FIBDST04FIBDFALL".
       01  WS-LOC-NAME-TABLE REDEFINES WS-LOC-NAME-VALUES.
           05  WS-LOC-NAME             PIC X(8) OCCURS 5 TIMES.
       01  WS-LOC-STATE-TABLE.
           05  WS-LOC-STATE            OCCURS 5 TIMES.
               10  WS-LOC-BLOCKS       BINARY-C-LONG.
               10  WS-LOC-DELIVERED    BINARY-C-LONG.
       01  WS-LOC-IX                   BINARY-C-LONG VALUE 0.
       01  WS-LOC-LIMIT                BINARY-C-LONG VALUE 5.
       01  WS-FALLOUT-LOC              BINARY-C-LONG VALUE 5.
       01  WS-DEST-READ                BINARY-C-LONG VALUE 0.
       01  WS-BLOCK-START              BINARY-C-LONG VALUE 0.
       01  WS-BLOCK-DETAILS            BINARY-C-LONG VALUE 0.
       01  WS-BLOCK-REQUESTOR          PIC X(8) VALUE SPACES.
       01  WS-BLOCK-END-SW             PIC X VALUE "N".
           88  WS-BLOCK-ENDED                   VALUE "Y".
       01  WS-BLOCK-TRAILER-SW         PIC X VALUE "N".
           88  WS-BLOCK-TRAILER-SEEN            VALUE "Y".
       01  WS-BLOCK-TRL-COUNT          BINARY-C-LONG VALUE 0.

      *>     a delivery file holds FIBDIST's header, the result
      *>     records it routed (FIBRSL layout) and its trailer.
       01  WS-DEST-RECORD              PIC X(224) VALUE SPACES.
       01  WS-DLV-DETAIL REDEFINES WS-DEST-RECORD.
           05  DLV-N                   PIC X(8).
           05  FILLER                  PIC X(1).
           05  DLV-REQUESTOR           PIC X(8).
           05  FILLER                  PIC X(1).
           05  FILLER                  PIC X(21).
           05  FILLER                  PIC X(1).
           05  DLV-RETURN-CODE         PIC X(2).
           05  FILLER                  PIC X(182).
       01  WS-DLV-HEADER REDEFINES WS-DEST-RECORD.
           05  DLH-ID                  PIC X(4).
               88  DLH-HEADER                   VALUE "HDR ".
           05  DLH-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  DLH-REQUESTOR           PIC X(8).
           05  FILLER                  PIC X(203).
       01  WS-DLV-TRAILER REDEFINES WS-DEST-RECORD.
           05  DLT-ID                  PIC X(4).
               88  DLT-TRAILER                  VALUE "TRL ".
           05  DLT-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(19).
           05  DLT-INCL-REJECTS        PIC X(1).
           05  FILLER                  PIC X(191).

      *> ---- requests: one entry per requestor + N -------------------
      *>     inputs taken in, results written, how many of those
      *>     reached FIB or were refused, and the audit rows of the
      *>     business date for the requestor + N at any return code.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY            OCCURS 5000 TIMES.
               10  WS-REQ-REQUESTOR    PIC X(8).
               10  WS-REQ-N            PIC X(8).
               10  WS-REQ-INPUTS       BINARY-C-LONG.
               10  WS-REQ-RESULTS      BINARY-C-LONG.
               10  WS-REQ-REACHED      BINARY-C-LONG.
               10  WS-REQ-REFUSED      BINARY-C-LONG.
               10  WS-REQ-AUDITS       BINARY-C-LONG.
       01  WS-REQ-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-REQ-LIMIT                BINARY-C-LONG VALUE 5000.
       01  WS-REQ-IX                   BINARY-C-LONG VALUE 0.
       01  WS-REQ-FOUND-SW             PIC X VALUE "N".
           88  WS-REQ-FOUND                     VALUE "Y".

      *> ---- results: one entry per requestor + N + return code ------
      *>     results written, matching audit rows, pending records
      *>     carried from the prior recycle file, records on the
      *>     updated recycle file and deliveries per destination.
       01  WS-RKY-TABLE.
           05  WS-RKY-ENTRY            OCCURS 5000 TIMES.
               10  WS-RKY-REQUESTOR    PIC X(8).
               10  WS-RKY-N            PIC X(8).
               10  WS-RKY-RC           PIC X(2).
               10  WS-RKY-RESULTS      BINARY-C-LONG.
               10  WS-RKY-AUDITS       BINARY-C-LONG.
               10  WS-RKY-CARRIED      BINARY-C-LONG.
               10  WS-RKY-RECYCLED     BINARY-C-LONG.
               10  WS-RKY-DELIVERED    BINARY-C-LONG OCCURS 5 TIMES.
       01  WS-RKY-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-RKY-LIMIT                BINARY-C-LONG VALUE 5000.
       01  WS-RKY-IX                   BINARY-C-LONG VALUE 0.
       01  WS-RKY-FOUND-SW             PIC X VALUE "N".
           88  WS-RKY-FOUND                     VALUE "Y".
       01  WS-CLEAR-IX                 BINARY-C-LONG VALUE 0.
       01  WS-TABLE-DROPPED            BINARY-C-LONG VALUE 0.
       01  WS-LOOKUP-REQUESTOR         PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-N                 PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-RC                PIC X(2) VALUE SPACES.

      *> ---- checking ------------------------------------------------
       01  WS-EXPECTED-LOC             BINARY-C-LONG VALUE 0.
       01  WS-EXPECTED-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-EXPECTED-HERE            BINARY-C-LONG VALUE 0.
       01  WS-FOUND-HERE               BINARY-C-LONG VALUE 0.

      *> ---- totals --------------------------------------------------
       01  WS-INPUT-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-RELEASED-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-CARRIED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-RESULT-COUNT             BINARY-C-LONG VALUE 0.
       01  WS-REACHED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-REFUSED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-REJECTED-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-AUDIT-DATE-ROWS          BINARY-C-LONG VALUE 0.
       01  WS-AUDIT-MATCHED            BINARY-C-LONG VALUE 0.
       01  WS-EXCLUDED-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-UPDATED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-EXCEPTION-COUNT          BINARY-C-LONG VALUE 0.

      *> ---- report pagination ---------------------------------------
       01  WS-RPT-LINE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-LINES-PER-PAGE       BINARY-C-LONG VALUE 55.
       01  WS-RPT-PAGE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-HOLD-LINE            PIC X(120) VALUE SPACES.

      *> ---- report line build areas ---------------------------------
       01  WS-RCR-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
               "FIB REQUEST ACCOUNTABILITY RECONCILIATION ".
           05  FILLER                  PIC X(14)
               VALUE "BUSINESS DATE ".
           05  RCR-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  RCR-HDR-TIME            PIC X(6).
           05  FILLER                  PIC X(7) VALUE "  PAGE ".
           05  RCR-HDR-PAGE            PIC ZZZ9.
       01  WS-RCR-HEADING.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE "CONDITION".
           05  FILLER                  PIC X(10) VALUE "REQUESTOR".
           05  FILLER                  PIC X(10) VALUE "N".
           05  FILLER                  PIC X(4) VALUE "RC".
           05  FILLER                  PIC X(8) VALUE "FILE".
           05  FILLER                  PIC X(10) VALUE "  EXPECTED".
           05  FILLER                  PIC X(10) VALUE "     FOUND".
       01  WS-RCR-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCR-DET-CONDITION       PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCR-DET-REQUESTOR       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCR-DET-N               PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCR-DET-RC              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCR-DET-FILE            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCR-DET-EXPECTED        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCR-DET-FOUND           PIC ZZZZZZZZ9.
       01  WS-RCR-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCR-TOT-LABEL           PIC X(42).
           05  RCR-TOT-COUNT           PIC ZZZZZZZZ9.
       01  WS-RCR-NOTE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCR-NOTE-TEXT           PIC X(70).
           COPY FIBACS.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM OPEN-RECON-REPORT
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-REQUEST-STAMP
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-DIST-CONTROL
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-PRIOR-RECYCLE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-REQUEST-INPUT
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-RESULT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-AUDIT-ROWS
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-UPDATED-RECYCLE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-DELIVERIES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM CHECK-STAMP-COUNT
               MOVE 0 TO WS-REQ-IX
               PERFORM CHECK-ONE-REQUEST-KEY
                   UNTIL WS-REQ-IX >= WS-REQ-COUNT
               MOVE 0 TO WS-RKY-IX
               PERFORM CHECK-ONE-RESULT-KEY
                   UNTIL WS-RKY-IX >= WS-RKY-COUNT
               PERFORM SHOW-TABLE-OVERFLOW
           END-IF
           PERFORM SET-RECON-VERDICT
           IF WS-REPORT-OPEN
               PERFORM WRITE-RECON-TOTALS
               PERFORM WRITE-RECON-SUMMARY
               CLOSE RCN-REPORT-FILE
           END-IF
           DISPLAY "FIBRECN: " ACS-INPUT-COUNT " INPUT(S), "
               ACS-RESULT-COUNT " RESULT(S), " ACS-EXCEPTION-COUNT
               " EXCEPTION(S) - " ACS-VERDICT
           DISPLAY "FIBRECN: RUN COMPLETE - RETURN CODE "
               WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-STEP-TIMING.
           MOVE "FIBBATJ" TO STS-STREAM
           MOVE "FIBRECN" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           COMPUTE STS-RECORD-COUNT =
               WS-INPUT-COUNT + WS-RELEASED-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     audit rows are matched on the business date FIB
      *>     stamped them with, and the delivery headers carry the
      *>     same date; with no calendar allocated the system date
      *>     stands.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBRECN: PROCESSING CALENDAR UNREADABLE "
                       "- USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

       OPEN-RECON-REPORT.
           OPEN OUTPUT RCN-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO OPEN REPORT - STATUS="
                   WS-REPORT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               MOVE "Y" TO WS-REPORT-OPEN-SW
               PERFORM WRITE-PAGE-HEADERS
           END-IF.

      *>     a request file not stamped for the business date was
      *>     never run (FIBBAT refuses it), so it proves nothing
      *>     about tonight either way.
       LOAD-REQUEST-STAMP.
           MOVE SPACES TO FIB-REQUEST-STAMP
           OPEN INPUT FIB-REQUEST-STAMP-FILE
           IF WS-STAMP-STATUS NOT = "00"
               DISPLAY "FIBRECN: NO REQUEST FILE STAMP - STATUS="
                   WS-STAMP-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               READ FIB-REQUEST-STAMP-FILE
               EVALUATE TRUE
                   WHEN WS-STAMP-STATUS NOT = "00"
                       DISPLAY "FIBRECN: REQUEST FILE NOT STAMPED - "
                           "THE EDIT DID NOT FINISH"
                       MOVE 24 TO WS-RETURN-CODE
                   WHEN RQS-BUSINESS-DATE NOT = WS-RUN-DATE
                       DISPLAY "FIBRECN: REQUEST FILE STAMPED FOR "
                           RQS-BUSINESS-DATE " - BUSINESS DATE IS "
                           WS-RUN-DATE
                       MOVE 24 TO WS-RETURN-CODE
                   WHEN RQS-REQUEST-COUNT IS NOT NUMERIC
                       MOVE 0 TO WS-STAMP-COUNT
                   WHEN OTHER
                       MOVE RQS-REQUEST-COUNT TO WS-STAMP-COUNT
               END-EVALUATE
               CLOSE FIB-REQUEST-STAMP-FILE
           END-IF.

      *>     the control is loaded the way FIBDIST routes by it -
      *>     the first entry for a requestor wins.  Entries FIBDIST
      *>     would have refused are left out here too; a control
      *>     FIBDIST refused outright delivered nothing, and every
      *>     result then shows as not delivered.
       LOAD-DIST-CONTROL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FIB-DISTCTL-FILE
           IF WS-DISTCTL-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO OPEN DISTRIBUTION "
                   "CONTROL - STATUS=" WS-DISTCTL-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-DISTCTL-RECORD
               PERFORM KEEP-DISTCTL-ENTRY
                   UNTIL WS-EOF
               CLOSE FIB-DISTCTL-FILE
           END-IF.

       READ-DISTCTL-RECORD.
           READ FIB-DISTCTL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-DISTCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       KEEP-DISTCTL-ENTRY.
           IF FIB-DISTCTL-RECORD NOT = SPACES
                   AND DCT-REQUESTOR(1:1) NOT = "*"
                   AND DCT-DEST IS NUMERIC
                   AND WS-CTL-COUNT < WS-CTL-LIMIT
               MOVE FUNCTION NUMVAL(DCT-DEST) TO WS-DEST-WORK
               IF WS-DEST-WORK >= 1 AND WS-DEST-WORK <= 4
                   ADD 1 TO WS-CTL-COUNT
                   MOVE DCT-REQUESTOR TO WS-CTL-REQUESTOR(WS-CTL-COUNT)
                   MOVE WS-DEST-WORK TO WS-CTL-DEST(WS-CTL-COUNT)
                   IF DCT-INCL-REJECTS = "Y"
                       MOVE "Y" TO WS-CTL-INCL-REJ(WS-CTL-COUNT)
                   ELSE
                       MOVE "N" TO WS-CTL-INCL-REJ(WS-CTL-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-DISTCTL-RECORD.

      *>     the prior recycle file as FIBBAT read it: a released
      *>     record was rerun and is an input to the run; any other
      *>     record was carried forward untouched and must be on
      *>     the updated file again.  No file means nothing was
      *>     waiting, as FIBBAT treats it.
       LOAD-PRIOR-RECYCLE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FIB-RECYCLE-IN
           IF WS-RECYCLE-IN-STATUS NOT = "00"
               DISPLAY "FIBRECN: NO PRIOR RECYCLE FILE - STATUS="
                   WS-RECYCLE-IN-STATUS " - REQUEST INPUT ONLY"
           ELSE
               PERFORM READ-PRIOR-RECYCLE
               PERFORM TAKE-PRIOR-RECYCLE
                   UNTIL WS-EOF
               CLOSE FIB-RECYCLE-IN
           END-IF.

       READ-PRIOR-RECYCLE.
           READ FIB-RECYCLE-IN INTO FIB-RECYCLE-RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-RECYCLE-IN-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               IF WS-RECYCLE-IN-STATUS NOT = "10"
                   DISPLAY "FIBRECN: PRIOR RECYCLE FILE READ ERROR - "
                       "STATUS=" WS-RECYCLE-IN-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       TAKE-PRIOR-RECYCLE.
           EVALUATE TRUE
               WHEN FIB-RECYCLE-RECORD = SPACES
                   CONTINUE
               WHEN RCY-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
                   IF RCY-REQUESTOR = SPACES
                       MOVE "BATCH" TO WS-LOOKUP-REQUESTOR
                   ELSE
                       MOVE RCY-REQUESTOR TO WS-LOOKUP-REQUESTOR
                   END-IF
                   MOVE RCY-N TO WS-LOOKUP-N
                   PERFORM COUNT-REQUEST-INPUT
               WHEN OTHER
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE RCY-REQUESTOR TO WS-LOOKUP-REQUESTOR
                   MOVE RCY-N TO WS-LOOKUP-N
                   MOVE RCY-RETURN-CODE TO WS-LOOKUP-RC
                   PERFORM FIND-OR-ADD-RESULT-KEY
                   IF WS-RKY-FOUND
                       ADD 1 TO WS-RKY-CARRIED(WS-RKY-IX)
                   END-IF
           END-EVALUATE
           PERFORM READ-PRIOR-RECYCLE.

       LOAD-REQUEST-INPUT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FIB-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO OPEN REQUEST FILE - "
                   "STATUS=" WS-REQUEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-REQUEST-RECORD
               PERFORM TAKE-REQUEST-INPUT
                   UNTIL WS-EOF
               CLOSE FIB-REQUEST-FILE
           END-IF.

       READ-REQUEST-RECORD.
           READ FIB-REQUEST-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               IF WS-REQUEST-STATUS NOT = "10"
                   DISPLAY "FIBRECN: REQUEST FILE READ ERROR - "
                       "STATUS=" WS-REQUEST-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     every record FIBBAT read is a request, with a blank
      *>     requestor defaulted to "BATCH" the same way.
       TAKE-REQUEST-INPUT.
           ADD 1 TO WS-INPUT-COUNT
           IF REQ-IN-REQUESTOR = SPACES
               MOVE "BATCH" TO WS-LOOKUP-REQUESTOR
           ELSE
               MOVE REQ-IN-REQUESTOR TO WS-LOOKUP-REQUESTOR
           END-IF
           MOVE REQ-IN-N TO WS-LOOKUP-N
           PERFORM COUNT-REQUEST-INPUT
           PERFORM READ-REQUEST-RECORD.

       COUNT-REQUEST-INPUT.
           PERFORM FIND-OR-ADD-REQUEST-KEY
           IF WS-REQ-FOUND
               ADD 1 TO WS-REQ-INPUTS(WS-REQ-IX)
           END-IF.

       LOAD-RESULT-FILE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FIB-RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO OPEN RESULT FILE - STATUS="
                   WS-RESULT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-RESULT-RECORD
               PERFORM TAKE-RESULT-RECORD
                   UNTIL WS-EOF
               CLOSE FIB-RESULT-FILE
           END-IF.

       READ-RESULT-RECORD.
           READ FIB-RESULT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-RESULT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               IF WS-RESULT-STATUS NOT = "10"
                   DISPLAY "FIBRECN: RESULT FILE READ ERROR - STATUS="
                       WS-RESULT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       TAKE-RESULT-RECORD.
           IF FIB-RESULT-RECORD NOT = SPACES
               ADD 1 TO WS-RESULT-COUNT
               MOVE RSL-REQUESTOR TO WS-LOOKUP-REQUESTOR
               MOVE RSL-N TO WS-LOOKUP-N
               MOVE RSL-RETURN-CODE TO WS-LOOKUP-RC
               IF RSL-RETURN-CODE = 12
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   ADD 1 TO WS-REACHED-COUNT
               END-IF
               IF RSL-RETURN-CODE NOT = 0
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM FIND-OR-ADD-REQUEST-KEY
               IF WS-REQ-FOUND
                   ADD 1 TO WS-REQ-RESULTS(WS-REQ-IX)
                   IF RSL-RETURN-CODE = 12
                       ADD 1 TO WS-REQ-REFUSED(WS-REQ-IX)
                   ELSE
                       ADD 1 TO WS-REQ-REACHED(WS-REQ-IX)
                   END-IF
               END-IF
               PERFORM FIND-OR-ADD-RESULT-KEY
               IF WS-RKY-FOUND
                   ADD 1 TO WS-RKY-RESULTS(WS-RKY-IX)
               END-IF
           END-IF
           PERFORM READ-RESULT-RECORD.

      *>     only rows of the business date count, and only for a
      *>     requestor + N the run took in - inquiry runs and other
      *>     requestors are none of this run's business.
       LOAD-AUDIT-ROWS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FIB-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO OPEN AUDIT LOG - STATUS="
                   WS-AUDIT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM TAKE-AUDIT-ROW
                   UNTIL WS-EOF
               CLOSE FIB-AUDIT-LOG
           END-IF.

       READ-AUDIT-RECORD.
           READ FIB-AUDIT-LOG
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               IF WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "FIBRECN: AUDIT LOG READ ERROR - STATUS="
                       WS-AUDIT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       TAKE-AUDIT-ROW.
           IF AUD-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-AUDIT-DATE-ROWS
               MOVE AUD-REQUESTOR TO WS-LOOKUP-REQUESTOR
               MOVE AUD-REQUESTED-N TO WS-LOOKUP-N
               MOVE AUD-RETURN-CODE TO WS-LOOKUP-RC
               PERFORM FIND-REQUEST-KEY
               IF WS-REQ-FOUND
                   ADD 1 TO WS-REQ-AUDITS(WS-REQ-IX)
               END-IF
               PERFORM FIND-RESULT-KEY
               IF WS-RKY-FOUND
                   ADD 1 TO WS-RKY-AUDITS(WS-RKY-IX)
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

      *>     the file FIBBAT swept onto - read whether or not the
      *>     copy-back ran, so a sweep that fell short shows here.
       LOAD-UPDATED-RECYCLE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FIB-RECYCLE-OUT
           IF WS-RECYCLE-OUT-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO OPEN UPDATED RECYCLE FILE "
                   "- STATUS=" WS-RECYCLE-OUT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-UPDATED-RECYCLE
               PERFORM TAKE-UPDATED-RECYCLE
                   UNTIL WS-EOF
               CLOSE FIB-RECYCLE-OUT
           END-IF.

       READ-UPDATED-RECYCLE.
           READ FIB-RECYCLE-OUT INTO FIB-RECYCLE-RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-RECYCLE-OUT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               IF WS-RECYCLE-OUT-STATUS NOT = "10"
                   DISPLAY "FIBRECN: UPDATED RECYCLE FILE READ ERROR "
                       "- STATUS=" WS-RECYCLE-OUT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       TAKE-UPDATED-RECYCLE.
           IF FIB-RECYCLE-RECORD NOT = SPACES
               ADD 1 TO WS-UPDATED-COUNT
               MOVE RCY-REQUESTOR TO WS-LOOKUP-REQUESTOR
               MOVE RCY-N TO WS-LOOKUP-N
               MOVE RCY-RETURN-CODE TO WS-LOOKUP-RC
               PERFORM FIND-OR-ADD-RESULT-KEY
               IF WS-RKY-FOUND
                   ADD 1 TO WS-RKY-RECYCLED(WS-RKY-IX)
               END-IF
           END-IF
           PERFORM READ-UPDATED-RECYCLE.

      *>     the delivery files are kept (DISP=MOD), so each holds
      *>     earlier nights too: a first pass finds the newest
      *>     header for the business date, the second counts the
      *>     results between it and its trailer.
       LOAD-DELIVERIES.
           MOVE 0 TO WS-LOC-IX
           PERFORM LOAD-ONE-DESTINATION
               UNTIL WS-LOC-IX >= WS-LOC-LIMIT
                   OR WS-RETURN-CODE NOT = 0.

       LOAD-ONE-DESTINATION.
           ADD 1 TO WS-LOC-IX
           MOVE 0 TO WS-LOC-BLOCKS(WS-LOC-IX)
           MOVE 0 TO WS-LOC-DELIVERED(WS-LOC-IX)
           PERFORM FIND-TONIGHT-BLOCK
           IF WS-RETURN-CODE = 0 AND WS-BLOCK-START > 0
               PERFORM COLLECT-TONIGHT-BLOCK
           END-IF.

       FIND-TONIGHT-BLOCK.
           MOVE 0 TO WS-BLOCK-START
           MOVE 0 TO WS-DEST-READ
           MOVE "N" TO WS-EOF-SW
           PERFORM OPEN-DEST-FILE
           IF WS-DEST-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO OPEN "
                   WS-LOC-NAME(WS-LOC-IX) " - STATUS=" WS-DEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-DEST-RECORD
               PERFORM SCAN-DEST-RECORD
                   UNTIL WS-EOF
               PERFORM CLOSE-DEST-FILE
               IF WS-LOC-BLOCKS(WS-LOC-IX) > 1
                   DISPLAY "FIBRECN: " WS-LOC-NAME(WS-LOC-IX)
                       " HOLDS " WS-LOC-BLOCKS(WS-LOC-IX)
                       " DELIVERIES FOR " WS-RUN-DATE
                       " - THE NEWEST IS CHECKED"
               END-IF
           END-IF.

       SCAN-DEST-RECORD.
           IF DLH-HEADER AND DLH-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-LOC-BLOCKS(WS-LOC-IX)
               MOVE WS-DEST-READ TO WS-BLOCK-START
           END-IF
           PERFORM READ-DEST-RECORD.

       COLLECT-TONIGHT-BLOCK.
           MOVE 0 TO WS-DEST-READ
           MOVE 0 TO WS-BLOCK-DETAILS
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-BLOCK-END-SW
           MOVE "N" TO WS-BLOCK-TRAILER-SW
           PERFORM OPEN-DEST-FILE
           IF WS-DEST-STATUS NOT = "00"
               DISPLAY "FIBRECN: UNABLE TO REOPEN "
                   WS-LOC-NAME(WS-LOC-IX) " - STATUS=" WS-DEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-DEST-RECORD
                   UNTIL WS-DEST-READ >= WS-BLOCK-START OR WS-EOF
               MOVE DLH-REQUESTOR TO WS-BLOCK-REQUESTOR
               PERFORM READ-DEST-RECORD
               PERFORM TAKE-BLOCK-RECORD
                   UNTIL WS-EOF OR WS-BLOCK-ENDED
               PERFORM CLOSE-DEST-FILE
               PERFORM CHECK-BLOCK-TRAILER
           END-IF.

       TAKE-BLOCK-RECORD.
           EVALUATE TRUE
               WHEN DLH-HEADER
                   MOVE "Y" TO WS-BLOCK-END-SW
               WHEN DLT-TRAILER
                   MOVE "Y" TO WS-BLOCK-TRAILER-SW
                   MOVE "Y" TO WS-BLOCK-END-SW
                   IF DLT-RECORD-COUNT IS NUMERIC
                       MOVE DLT-RECORD-COUNT TO WS-BLOCK-TRL-COUNT
                   ELSE
                       MOVE 0 TO WS-BLOCK-TRL-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BLOCK-DETAILS
                   ADD 1 TO WS-LOC-DELIVERED(WS-LOC-IX)
                   MOVE DLV-REQUESTOR TO WS-LOOKUP-REQUESTOR
                   MOVE DLV-N TO WS-LOOKUP-N
                   MOVE DLV-RETURN-CODE TO WS-LOOKUP-RC
                   PERFORM FIND-OR-ADD-RESULT-KEY
                   IF WS-RKY-FOUND
                       ADD 1 TO WS-RKY-DELIVERED(WS-RKY-IX, WS-LOC-IX)
                   END-IF
           END-EVALUATE
           IF NOT WS-BLOCK-ENDED
               PERFORM READ-DEST-RECORD
           END-IF.

      *>     a delivery without its trailer, or whose trailer does
      *>     not count what it carries, cannot prove the department
      *>     got the whole of it.
       CHECK-BLOCK-TRAILER.
           MOVE WS-BLOCK-REQUESTOR TO RCR-DET-REQUESTOR
           MOVE SPACES TO RCR-DET-N
           MOVE SPACES TO RCR-DET-RC
           MOVE WS-LOC-NAME(WS-LOC-IX) TO RCR-DET-FILE
           MOVE WS-BLOCK-DETAILS TO RCR-DET-FOUND
           IF NOT WS-BLOCK-TRAILER-SEEN
               MOVE "NO TRAILER" TO RCR-DET-CONDITION
               MOVE WS-BLOCK-DETAILS TO RCR-DET-EXPECTED
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF WS-BLOCK-TRL-COUNT NOT = WS-BLOCK-DETAILS
                   MOVE "TRAILER OUT OF BAL" TO RCR-DET-CONDITION
                   MOVE WS-BLOCK-TRL-COUNT TO RCR-DET-EXPECTED
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *>     the five delivery files share one status and one
      *>     record area; WS-LOC-IX says which one is in hand.
       OPEN-DEST-FILE.
           EVALUATE WS-LOC-IX
               WHEN 1
                   OPEN INPUT RCN-DEST01-FILE
               WHEN 2
                   OPEN INPUT RCN-DEST02-FILE
               WHEN 3
                   OPEN INPUT RCN-DEST03-FILE
               WHEN 4
                   OPEN INPUT RCN-DEST04-FILE
               WHEN 5
                   OPEN INPUT RCN-FALLOUT-FILE
           END-EVALUATE.

       READ-DEST-RECORD.
           EVALUATE WS-LOC-IX
               WHEN 1
                   READ RCN-DEST01-FILE INTO WS-DEST-RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ RCN-DEST02-FILE INTO WS-DEST-RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ RCN-DEST03-FILE INTO WS-DEST-RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ RCN-DEST04-FILE INTO WS-DEST-RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 5
                   READ RCN-FALLOUT-FILE INTO WS-DEST-RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE
           IF WS-DEST-STATUS = "00"
               ADD 1 TO WS-DEST-READ
           ELSE
               MOVE "Y" TO WS-EOF-SW
               IF WS-DEST-STATUS NOT = "10"
                   DISPLAY "FIBRECN: " WS-LOC-NAME(WS-LOC-IX)
                       " READ ERROR - STATUS=" WS-DEST-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       CLOSE-DEST-FILE.
           EVALUATE WS-LOC-IX
               WHEN 1
                   CLOSE RCN-DEST01-FILE
               WHEN 2
                   CLOSE RCN-DEST02-FILE
               WHEN 3
                   CLOSE RCN-DEST03-FILE
               WHEN 4
                   CLOSE RCN-DEST04-FILE
               WHEN 5
                   CLOSE RCN-FALLOUT-FILE
           END-EVALUATE.

      *>     the edit counted what it wrote; a request file that
      *>     no longer holds that many was changed behind it.
       CHECK-STAMP-COUNT.
           IF WS-INPUT-COUNT NOT = WS-STAMP-COUNT
               MOVE "STAMP COUNT MISMATCH" TO RCR-DET-CONDITION
               MOVE SPACES TO RCR-DET-REQUESTOR
               MOVE SPACES TO RCR-DET-N
               MOVE SPACES TO RCR-DET-RC
               MOVE "FIBREQS" TO RCR-DET-FILE
               MOVE WS-STAMP-COUNT TO RCR-DET-EXPECTED
               MOVE WS-INPUT-COUNT TO RCR-DET-FOUND
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>     one result per input: fewer is a request that went
      *>     missing, more is a duplicate (or a result nobody asked
      *>     for).  A refused requestor + N may only have the audit
      *>     rows its results that did reach FIB account for.
       CHECK-ONE-REQUEST-KEY.
           ADD 1 TO WS-REQ-IX
           MOVE WS-REQ-REQUESTOR(WS-REQ-IX) TO RCR-DET-REQUESTOR
           MOVE WS-REQ-N(WS-REQ-IX) TO RCR-DET-N
           MOVE SPACES TO RCR-DET-RC
           MOVE "FIBRSLT" TO RCR-DET-FILE
           MOVE WS-REQ-INPUTS(WS-REQ-IX) TO RCR-DET-EXPECTED
           MOVE WS-REQ-RESULTS(WS-REQ-IX) TO RCR-DET-FOUND
           EVALUATE TRUE
               WHEN WS-REQ-RESULTS(WS-REQ-IX)
                       < WS-REQ-INPUTS(WS-REQ-IX)
                   MOVE "NO RESULT" TO RCR-DET-CONDITION
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-REQ-RESULTS(WS-REQ-IX)
                       > WS-REQ-INPUTS(WS-REQ-IX)
                       AND WS-REQ-INPUTS(WS-REQ-IX) = 0
                   MOVE "RESULT NOT REQUESTED" TO RCR-DET-CONDITION
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-REQ-RESULTS(WS-REQ-IX)
                       > WS-REQ-INPUTS(WS-REQ-IX)
                   MOVE "DUPLICATE RESULT" TO RCR-DET-CONDITION
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE
           IF WS-REQ-REFUSED(WS-REQ-IX) > 0
                   AND WS-REQ-AUDITS(WS-REQ-IX)
                       > WS-REQ-REACHED(WS-REQ-IX)
               MOVE "REFUSED BUT AUDITED" TO RCR-DET-CONDITION
               MOVE "12" TO RCR-DET-RC
               MOVE "FIBAUDIT" TO RCR-DET-FILE
               MOVE WS-REQ-REACHED(WS-REQ-IX) TO RCR-DET-EXPECTED
               MOVE WS-REQ-AUDITS(WS-REQ-IX) TO RCR-DET-FOUND
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CHECK-ONE-RESULT-KEY.
           ADD 1 TO WS-RKY-IX
           MOVE WS-RKY-REQUESTOR(WS-RKY-IX) TO RCR-DET-REQUESTOR
           MOVE WS-RKY-N(WS-RKY-IX) TO RCR-DET-N
           MOVE WS-RKY-RC(WS-RKY-IX) TO RCR-DET-RC
           PERFORM CHECK-RESULT-AUDIT
           PERFORM FIND-EXPECTED-LOCATION
           MOVE 0 TO WS-LOC-IX
           PERFORM CHECK-ONE-LOCATION
               UNTIL WS-LOC-IX >= WS-LOC-LIMIT
           PERFORM CHECK-RESULT-RECYCLE.

      *>     more rows than results is not an exception: a rerun the
      *>     same business date leaves the earlier rows on the log.
       CHECK-RESULT-AUDIT.
           IF WS-RKY-RC(WS-RKY-IX) NOT = "12"
                   AND WS-RKY-RESULTS(WS-RKY-IX) > 0
               IF WS-RKY-AUDITS(WS-RKY-IX) < WS-RKY-RESULTS(WS-RKY-IX)
                   ADD WS-RKY-AUDITS(WS-RKY-IX) TO WS-AUDIT-MATCHED
                   MOVE "NO AUDIT ROW" TO RCR-DET-CONDITION
                   MOVE "FIBAUDIT" TO RCR-DET-FILE
                   MOVE WS-RKY-RESULTS(WS-RKY-IX) TO RCR-DET-EXPECTED
                   MOVE WS-RKY-AUDITS(WS-RKY-IX) TO RCR-DET-FOUND
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD WS-RKY-RESULTS(WS-RKY-IX) TO WS-AUDIT-MATCHED
               END-IF
           END-IF.

      *>     where FIBDIST should have put these results, and how
      *>     many: the requestor's destination, or the fallout file
      *>     for a requestor the control does not map - none at all
      *>     for rejects a department takes no rejects for.
       FIND-EXPECTED-LOCATION.
           MOVE WS-RKY-REQUESTOR(WS-RKY-IX) TO WS-LOOKUP-REQUESTOR
           PERFORM FIND-CONTROL-ENTRY
           MOVE WS-RKY-RESULTS(WS-RKY-IX) TO WS-EXPECTED-COUNT
           IF WS-CTL-FOUND
               MOVE WS-CTL-DEST(WS-CTL-IX) TO WS-EXPECTED-LOC
               IF WS-RKY-RC(WS-RKY-IX) NOT = "00"
                       AND WS-CTL-INCL-REJ(WS-CTL-IX) = "N"
                   ADD WS-RKY-RESULTS(WS-RKY-IX) TO WS-EXCLUDED-COUNT
                   MOVE 0 TO WS-EXPECTED-COUNT
               END-IF
           ELSE
               MOVE WS-FALLOUT-LOC TO WS-EXPECTED-LOC
           END-IF.

       FIND-CONTROL-ENTRY.
           MOVE "N" TO WS-CTL-FOUND-SW
           MOVE 0 TO WS-CTL-IX
           PERFORM SCAN-CONTROL-ENTRY
               UNTIL WS-CTL-FOUND OR WS-CTL-IX >= WS-CTL-COUNT.

       SCAN-CONTROL-ENTRY.
           ADD 1 TO WS-CTL-IX
           IF WS-CTL-REQUESTOR(WS-CTL-IX) = WS-LOOKUP-REQUESTOR
               MOVE "Y" TO WS-CTL-FOUND-SW
           END-IF.

       CHECK-ONE-LOCATION.
           ADD 1 TO WS-LOC-IX
           IF WS-LOC-IX = WS-EXPECTED-LOC
               MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-HERE
           ELSE
               MOVE 0 TO WS-EXPECTED-HERE
           END-IF
           MOVE WS-RKY-DELIVERED(WS-RKY-IX, WS-LOC-IX)
               TO WS-FOUND-HERE
           MOVE SPACES TO RCR-DET-CONDITION
           EVALUATE TRUE
               WHEN WS-FOUND-HERE = WS-EXPECTED-HERE
                   CONTINUE
               WHEN WS-FOUND-HERE < WS-EXPECTED-HERE
                   MOVE "NOT DELIVERED" TO RCR-DET-CONDITION
               WHEN WS-RKY-RESULTS(WS-RKY-IX) = 0
                   MOVE "DELIVERED, NO RESULT" TO RCR-DET-CONDITION
               WHEN WS-LOC-IX NOT = WS-EXPECTED-LOC
                   MOVE "WRONG DESTINATION" TO RCR-DET-CONDITION
               WHEN WS-EXPECTED-HERE = 0
                   MOVE "EXCLUDED BUT SENT" TO RCR-DET-CONDITION
               WHEN OTHER
                   MOVE "DELIVERED TWICE" TO RCR-DET-CONDITION
           END-EVALUATE
           IF RCR-DET-CONDITION NOT = SPACES
               MOVE WS-LOC-NAME(WS-LOC-IX) TO RCR-DET-FILE
               MOVE WS-EXPECTED-HERE TO RCR-DET-EXPECTED
               MOVE WS-FOUND-HERE TO RCR-DET-FOUND
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>     the updated file holds tonight's rejects plus every
      *>     record carried forward from the prior file.
       CHECK-RESULT-RECYCLE.
           MOVE WS-RKY-CARRIED(WS-RKY-IX) TO WS-EXPECTED-COUNT
           IF WS-RKY-RC(WS-RKY-IX) NOT = "00"
               ADD WS-RKY-RESULTS(WS-RKY-IX) TO WS-EXPECTED-COUNT
           END-IF
           MOVE "FIBRCYO" TO RCR-DET-FILE
           MOVE WS-EXPECTED-COUNT TO RCR-DET-EXPECTED
           MOVE WS-RKY-RECYCLED(WS-RKY-IX) TO RCR-DET-FOUND
           IF WS-RKY-RECYCLED(WS-RKY-IX) < WS-EXPECTED-COUNT
               MOVE "NOT ON RECYCLE FILE" TO RCR-DET-CONDITION
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF WS-RKY-RECYCLED(WS-RKY-IX) > WS-EXPECTED-COUNT
               MOVE "EXTRA ON RECYCLE FILE" TO RCR-DET-CONDITION
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>     a record that found no room in a table was never
      *>     checked, so the run cannot call itself balanced.
       SHOW-TABLE-OVERFLOW.
           IF WS-TABLE-DROPPED > 0
               DISPLAY "FIBRECN: KEY TABLE FULL - " WS-TABLE-DROPPED
                   " RECORD(S) NOT CHECKED"
               MOVE "TABLE FULL" TO RCR-DET-CONDITION
               MOVE SPACES TO RCR-DET-REQUESTOR
               MOVE SPACES TO RCR-DET-N
               MOVE SPACES TO RCR-DET-RC
               MOVE SPACES TO RCR-DET-FILE
               MOVE 0 TO RCR-DET-EXPECTED
               MOVE WS-TABLE-DROPPED TO RCR-DET-FOUND
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       FIND-OR-ADD-REQUEST-KEY.
           PERFORM FIND-REQUEST-KEY
           IF NOT WS-REQ-FOUND
               IF WS-REQ-COUNT < WS-REQ-LIMIT
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-IX
                   MOVE WS-LOOKUP-REQUESTOR
                       TO WS-REQ-REQUESTOR(WS-REQ-IX)
                   MOVE WS-LOOKUP-N TO WS-REQ-N(WS-REQ-IX)
                   MOVE 0 TO WS-REQ-INPUTS(WS-REQ-IX)
                   MOVE 0 TO WS-REQ-RESULTS(WS-REQ-IX)
                   MOVE 0 TO WS-REQ-REACHED(WS-REQ-IX)
                   MOVE 0 TO WS-REQ-REFUSED(WS-REQ-IX)
                   MOVE 0 TO WS-REQ-AUDITS(WS-REQ-IX)
                   MOVE "Y" TO WS-REQ-FOUND-SW
               ELSE
                   ADD 1 TO WS-TABLE-DROPPED
               END-IF
           END-IF.

       FIND-REQUEST-KEY.
           MOVE "N" TO WS-REQ-FOUND-SW
           MOVE 0 TO WS-REQ-IX
           PERFORM CHECK-ONE-REQUEST-ENTRY
               UNTIL WS-REQ-FOUND OR WS-REQ-IX >= WS-REQ-COUNT.

       CHECK-ONE-REQUEST-ENTRY.
           ADD 1 TO WS-REQ-IX
           IF WS-REQ-REQUESTOR(WS-REQ-IX) = WS-LOOKUP-REQUESTOR
                   AND WS-REQ-N(WS-REQ-IX) = WS-LOOKUP-N
               MOVE "Y" TO WS-REQ-FOUND-SW
           END-IF.

       FIND-OR-ADD-RESULT-KEY.
           PERFORM FIND-RESULT-KEY
           IF NOT WS-RKY-FOUND
               IF WS-RKY-COUNT < WS-RKY-LIMIT
                   ADD 1 TO WS-RKY-COUNT
                   MOVE WS-RKY-COUNT TO WS-RKY-IX
                   MOVE WS-LOOKUP-REQUESTOR
                       TO WS-RKY-REQUESTOR(WS-RKY-IX)
                   MOVE WS-LOOKUP-N TO WS-RKY-N(WS-RKY-IX)
                   MOVE WS-LOOKUP-RC TO WS-RKY-RC(WS-RKY-IX)
                   MOVE 0 TO WS-RKY-RESULTS(WS-RKY-IX)
                   MOVE 0 TO WS-RKY-AUDITS(WS-RKY-IX)
                   MOVE 0 TO WS-RKY-CARRIED(WS-RKY-IX)
                   MOVE 0 TO WS-RKY-RECYCLED(WS-RKY-IX)
                   MOVE 0 TO WS-CLEAR-IX
                   PERFORM CLEAR-ONE-DELIVERY
                       UNTIL WS-CLEAR-IX >= WS-LOC-LIMIT
                   MOVE "Y" TO WS-RKY-FOUND-SW
               ELSE
                   ADD 1 TO WS-TABLE-DROPPED
               END-IF
           END-IF.

       CLEAR-ONE-DELIVERY.
           ADD 1 TO WS-CLEAR-IX
           MOVE 0 TO WS-RKY-DELIVERED(WS-RKY-IX, WS-CLEAR-IX).

       FIND-RESULT-KEY.
           MOVE "N" TO WS-RKY-FOUND-SW
           MOVE 0 TO WS-RKY-IX
           PERFORM CHECK-ONE-RESULT-ENTRY
               UNTIL WS-RKY-FOUND OR WS-RKY-IX >= WS-RKY-COUNT.

       CHECK-ONE-RESULT-ENTRY.
           ADD 1 TO WS-RKY-IX
           IF WS-RKY-REQUESTOR(WS-RKY-IX) = WS-LOOKUP-REQUESTOR
                   AND WS-RKY-N(WS-RKY-IX) = WS-LOOKUP-N
                   AND WS-RKY-RC(WS-RKY-IX) = WS-LOOKUP-RC
               MOVE "Y" TO WS-RKY-FOUND-SW
           END-IF.

      *>     any exception holds the run at 20 for FIBOPS; a file
      *>     that could not be read leaves it at 24 and proves
      *>     nothing.
       SET-RECON-VERDICT.
           COMPUTE ACS-INPUT-COUNT =
               WS-INPUT-COUNT + WS-RELEASED-COUNT
           MOVE WS-RESULT-COUNT TO ACS-RESULT-COUNT
           MOVE WS-EXCEPTION-COUNT TO ACS-EXCEPTION-COUNT
           MOVE WS-RUN-DATE TO ACS-BUSINESS-DATE
           EVALUATE TRUE
               WHEN WS-RETURN-CODE NOT = 0
                   MOVE "INCOMPLETE" TO ACS-VERDICT
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE "EXCEPTIONS" TO ACS-VERDICT
                   MOVE 20 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "BALANCED" TO ACS-VERDICT
           END-EVALUATE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-RCR-DETAIL-LINE TO RCN-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-RECON-TOTALS.
           IF WS-EXCEPTION-COUNT = 0
               IF WS-RETURN-CODE = 0
                   MOVE "EVERY REQUEST IS ACCOUNTED FOR"
                       TO RCR-NOTE-TEXT
               ELSE
                   MOVE "RECONCILIATION INCOMPLETE - SEE SYSOUT"
                       TO RCR-NOTE-TEXT
               END-IF
               MOVE WS-RCR-NOTE-LINE TO RCN-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO RCN-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "REQUEST INPUT RECORDS" TO RCR-TOT-LABEL
           MOVE WS-INPUT-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "RELEASED RECYCLE RECORDS RERUN" TO RCR-TOT-LABEL
           MOVE WS-RELEASED-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "RESULT RECORDS" TO RCR-TOT-LABEL
           MOVE WS-RESULT-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  REACHED FIB" TO RCR-TOT-LABEL
           MOVE WS-REACHED-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  REFUSED BY AUTHORIZATION (RC 12)" TO RCR-TOT-LABEL
           MOVE WS-REFUSED-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "AUDIT ROWS FOR THE BUSINESS DATE" TO RCR-TOT-LABEL
           MOVE WS-AUDIT-DATE-ROWS TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  MATCHED TO RESULTS" TO RCR-TOT-LABEL
           MOVE WS-AUDIT-MATCHED TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 0 TO WS-LOC-IX
           PERFORM WRITE-DELIVERY-TOTAL
               UNTIL WS-LOC-IX >= WS-LOC-LIMIT
           MOVE "REJECTS LEFT OUT BY DEPARTMENT SETTING"
               TO RCR-TOT-LABEL
           MOVE WS-EXCLUDED-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "REJECTED RESULTS" TO RCR-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "PENDING RECYCLE RECORDS CARRIED FORWARD"
               TO RCR-TOT-LABEL
           MOVE WS-CARRIED-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "UPDATED RECYCLE FILE RECORDS" TO RCR-TOT-LABEL
           MOVE WS-UPDATED-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "EXCEPTIONS" TO RCR-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-DELIVERY-TOTAL.
           ADD 1 TO WS-LOC-IX
           MOVE SPACES TO RCR-TOT-LABEL
           STRING "DELIVERED TO " WS-LOC-NAME(WS-LOC-IX)
               DELIMITED BY SIZE INTO RCR-TOT-LABEL
           END-STRING
           MOVE WS-LOC-DELIVERED(WS-LOC-IX) TO RCR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-RCR-TOTAL-LINE TO RCN-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-RECON-SUMMARY.
           MOVE SPACES TO RCN-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE FIB-ACCT-SUMMARY TO RCN-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *>     the headers are written through the record area, so
      *>     the line that forced the new page is held across them.
       WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               MOVE RCN-REPORT-RECORD TO WS-RPT-HOLD-LINE
               PERFORM WRITE-PAGE-HEADERS
               MOVE WS-RPT-HOLD-LINE TO RCN-REPORT-RECORD
           END-IF
           WRITE RCN-REPORT-RECORD
           ADD 1 TO WS-RPT-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-RPT-PAGE-COUNT
           MOVE WS-RPT-PAGE-COUNT TO RCR-HDR-PAGE
           MOVE WS-RUN-DATE TO RCR-HDR-DATE
           MOVE WS-RUN-TIME TO RCR-HDR-TIME
           WRITE RCN-REPORT-RECORD FROM WS-RCR-HEADER-1
           MOVE SPACES TO RCN-REPORT-RECORD
           WRITE RCN-REPORT-RECORD
           WRITE RCN-REPORT-RECORD FROM WS-RCR-HEADING
           MOVE 0 TO WS-RPT-LINE-COUNT.
