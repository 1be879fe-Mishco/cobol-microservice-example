      *>       or not, and at what term;
      *>     - the FIBALERT interface dataset: alerts raised for
      *>       the night;
      *>     - the FIBXTRT extract trailer: records shipped;
      *>     - the FIBCMPR night-over-night comparison summary line
      *>       (FIBCMS copy): terms whose values changed since the
      *>       prior night's file;
      *>     - the FIBRCNR request accountability summary line
      *>       (FIBACS copy): whether every request the batch took
      *>       in for the business date was accounted for.
      *> Everything lands on one page (FIBOPRPT), and the step ends
      *> with return code 08 whenever any of it says the night is
      *> not clean, so the scheduler pages on this one summary
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT OPS-COMPARE-FILE ASSIGN TO "FIBCMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.

           SELECT OPS-RECON-FILE ASSIGN TO "FIBRCNR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
       FD  OPS-EXTRACT-FILE.
       01  OPS-EXTRACT-RECORD          PIC X(134).

       FD  OPS-COMPARE-FILE.
       01  OPS-COMPARE-RECORD          PIC X(120).

       FD  OPS-RECON-FILE.
       01  OPS-RECON-RECORD            PIC X(120).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       01  WS-CKPT-STATUS              PIC X(2) VALUE SPACES.
       01  WS-ALERT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE SPACES.
       01  WS-COMPARE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-RECON-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE "N".
       01  WS-EXTRACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-COUNT            BINARY-C-LONG VALUE 0.

      *> ---- comparison evidence -------------------------------------
       01  WS-COMPARE-SEEN-SW          PIC X VALUE "N".
           88  WS-COMPARE-SEEN                  VALUE "Y".
           COPY FIBCMS.

      *> ---- request accountability evidence -------------------------
       01  WS-RECON-SEEN-SW            PIC X VALUE "N".
           88  WS-RECON-SEEN                    VALUE "Y".
           COPY FIBACS.

      *> ---- report line build areas ---------------------------------
       01  WS-OPS-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               VALUE " RECORD(S) SHIPPED, ".
           05  FILLER                  PIC X(9) VALUE "HDR DATE ".
           05  OPS-EXTRACT-DATE        PIC X(8).
       01  WS-OPS-COMPARE-LINE.
           05  FILLER                  PIC X(12) VALUE "COMPARISON: ".
           05  OPS-COMPARE-VERDICT     PIC X(16).
           05  FILLER                  PIC X(9) VALUE " CHANGED ".
           05  OPS-COMPARE-CHANGED     PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE " GONE ".
           05  OPS-COMPARE-GONE        PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE " NEW ".
           05  OPS-COMPARE-NEW         PIC ZZZZ9.
       01  WS-OPS-RECON-LINE.
           05  FILLER                  PIC X(16)
               VALUE "ACCOUNTABILITY: ".
           05  OPS-RECON-VERDICT       PIC X(16).
           05  FILLER                  PIC X(8) VALUE " INPUTS ".
           05  OPS-RECON-INPUTS        PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE " RESULTS ".
           05  OPS-RECON-RESULTS       PIC ZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE " EXCEPTIONS ".
           05  OPS-RECON-EXCEPTIONS    PIC ZZZZ9.
       01  WS-OPS-VERDICT-LINE.
           05  FILLER                  PIC X(15)
               VALUE "NIGHT STATUS:  ".
           05  OPS-VERDICT             PIC X(40).

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
           PERFORM GATHER-RESTART-EVIDENCE
           PERFORM GATHER-ALERT-EVIDENCE
           PERFORM GATHER-EXTRACT-EVIDENCE
           PERFORM GATHER-COMPARE-EVIDENCE
           PERFORM GATHER-RECON-EVIDENCE
           PERFORM JUDGE-THE-NIGHT
           PERFORM WRITE-CONTROL-REPORT
           DISPLAY "FIBOPS: RUN COMPLETE - RETURN CODE "
               WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-STEP-TIMING.
           MOVE "FIBJOB" TO STS-STREAM
           MOVE "FIBOPS" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           MOVE WS-NIGHT-RUN-COUNT TO STS-RECORD-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     the night under review is the business date on the
      *>     processing calendar; with no calendar allocated the
      *>     system date stands (an ad-hoc same-day review).
           END-EVALUATE
           PERFORM READ-EXTRACT-RECORD.

      *>     FIBCMP ends each comparison report with one summary
      *>     line; the newest one for the night under review wins,
      *>     so a rerun after a fix reports the rerun's verdict.
       GATHER-COMPARE-EVIDENCE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OPS-COMPARE-FILE
           IF WS-COMPARE-STATUS = "00"
               PERFORM READ-COMPARE-RECORD
               PERFORM TALLY-COMPARE-RECORD
                   UNTIL WS-EOF
               CLOSE OPS-COMPARE-FILE
           END-IF.

       READ-COMPARE-RECORD.
           READ OPS-COMPARE-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-COMPARE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       TALLY-COMPARE-RECORD.
           IF OPS-COMPARE-RECORD(1:15) = "COMPARE SUMMARY"
                   AND OPS-COMPARE-RECORD(17:8) = WS-RUN-DATE
               MOVE OPS-COMPARE-RECORD TO FIB-CMP-SUMMARY
               MOVE "Y" TO WS-COMPARE-SEEN-SW
           END-IF
           PERFORM READ-COMPARE-RECORD.

      *>     FIBRECN ends each accountability report the same way;
      *>     again the newest line for the night wins.
       GATHER-RECON-EVIDENCE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OPS-RECON-FILE
           IF WS-RECON-STATUS = "00"
               PERFORM READ-RECON-RECORD
               PERFORM TALLY-RECON-RECORD
                   UNTIL WS-EOF
               CLOSE OPS-RECON-FILE
           END-IF.

       READ-RECON-RECORD.
           READ OPS-RECON-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-RECON-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       TALLY-RECON-RECORD.
           IF OPS-RECON-RECORD(1:15) = "REQUEST SUMMARY"
                   AND OPS-RECON-RECORD(17:8) = WS-RUN-DATE
               MOVE OPS-RECON-RECORD TO FIB-ACCT-SUMMARY
               MOVE "Y" TO WS-RECON-SEEN-SW
           END-IF
           PERFORM READ-RECON-RECORD.

      *>     the night is clean only when every piece of evidence
      *>     says so: runs happened and all ended zero, the output
      *>     balanced, no restart is pending, no alert was raised
      *>     for the night, and the night-over-night comparison ran
      *>     and found no changed value (changes the operator
      *>     accepted count as clean), and the batch stream's
      *>     request accountability, where it ran for the business
      *>     date, balanced.  No accountability line is not held
      *>     against the night - a business date with no batch
      *>     requests has no FIBBATJ run.  The extract count is
      *>     reported but judged by its own reconciliation step.
       JUDGE-THE-NIGHT.
           IF WS-NIGHT-RUN-COUNT = 0
               MOVE "Y" TO WS-NOT-CLEAN-SW
           IF WS-ALERT-NIGHT-COUNT > 0
               MOVE "Y" TO WS-NOT-CLEAN-SW
           END-IF
           IF NOT WS-COMPARE-SEEN OR CMS-VALUES-CHANGED
               MOVE "Y" TO WS-NOT-CLEAN-SW
           END-IF
           IF WS-RECON-SEEN AND NOT ACS-BALANCED
               MOVE "Y" TO WS-NOT-CLEAN-SW
           END-IF
           IF WS-NOT-CLEAN
               MOVE 08 TO WS-RETURN-CODE
           END-IF.
               MOVE WS-ALERT-TOTAL-COUNT TO OPS-ALERT-TOTAL
               WRITE OPS-REPORT-RECORD FROM WS-OPS-ALERT-LINE
               PERFORM WRITE-EXTRACT-LINE
               PERFORM WRITE-COMPARE-LINE
               PERFORM WRITE-RECON-LINE
               IF WS-NOT-CLEAN
                   MOVE "NOT CLEAN - INVESTIGATE BEFORE 6 AM"
                       TO OPS-VERDICT
               MOVE "(NONE)  " TO OPS-EXTRACT-DATE
           END-IF
           WRITE OPS-REPORT-RECORD FROM WS-OPS-EXTRACT-LINE.

       WRITE-COMPARE-LINE.
           IF WS-COMPARE-SEEN
               MOVE CMS-VERDICT TO OPS-COMPARE-VERDICT
               MOVE CMS-CHANGED-COUNT TO OPS-COMPARE-CHANGED
               MOVE CMS-DISAPPEARED-COUNT TO OPS-COMPARE-GONE
               MOVE CMS-NEW-COUNT TO OPS-COMPARE-NEW
           ELSE
               MOVE "NOT RUN" TO OPS-COMPARE-VERDICT
               MOVE 0 TO OPS-COMPARE-CHANGED
               MOVE 0 TO OPS-COMPARE-GONE
               MOVE 0 TO OPS-COMPARE-NEW
           END-IF
           WRITE OPS-REPORT-RECORD FROM WS-OPS-COMPARE-LINE.

       WRITE-RECON-LINE.
           IF WS-RECON-SEEN
               MOVE ACS-VERDICT TO OPS-RECON-VERDICT
               MOVE ACS-INPUT-COUNT TO OPS-RECON-INPUTS
               MOVE ACS-RESULT-COUNT TO OPS-RECON-RESULTS
               MOVE ACS-EXCEPTION-COUNT TO OPS-RECON-EXCEPTIONS
           ELSE
               MOVE "NOT RUN" TO OPS-RECON-VERDICT
               MOVE 0 TO OPS-RECON-INPUTS
               MOVE 0 TO OPS-RECON-RESULTS
               MOVE 0 TO OPS-RECON-EXCEPTIONS
           END-IF
           WRITE OPS-REPORT-RECORD FROM WS-OPS-RECON-LINE.
