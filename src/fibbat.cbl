      *> copied back over the live recycle file by the job).
      *> FIBINQ corrects-and-releases records; FIBRAGE reports the
      *> ones nobody is working.
      *> Commit/restart: every commit interval (PARM, records, 1 to
      *> 1000, default 1) the batch rewrites its commit record
      *> (FIBBCK copy, FIBBCKP) with its place in FIBRCYI and
      *> FIBREQS, the run totals, the worst return code so far and
      *> how many records it had landed on FIBRSLT, FIBRCYO and the
      *> audit log.  A resubmitted step that finds a commit for the
      *> same business date cuts those three files back to the
      *> committed counts (through the FIBBWRK work file), skips
      *> the committed input and carries on from there - so a
      *> request that ran after the last commit runs once more and
      *> leaves one result row, one audit row and at most one
      *> recycle record, exactly as a single clean pass would.
      *> The commit is cleared when the batch reaches its end below
      *> return code 40; at 40 the last good commit stays for the
      *> resubmission.
      *> The request file is run only under FIBEDIT's stamp for the
      *> business date (FIBRQST, FIBRQS copy).  Without it the edit
      *> did not finish tonight and the file still holds an earlier
      *> night's requests: the batch is refused with return code 44
      *> before any file is opened or cut back - above 40, so the
      *> recycle copy-back and everything after it stand down too.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-OUT-STATUS.

           SELECT FIB-REQUEST-STAMP-FILE ASSIGN TO "FIBRQST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT FIB-BATCH-COMMIT-FILE ASSIGN TO "FIBBCKP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-COMMIT-STATUS.

           SELECT FIB-AUDIT-LOG ASSIGN TO "FIBAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT FIB-BATCH-WORK-FILE ASSIGN TO "FIBBWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>     REQ-IN-SEED0/1 are optional zero-padded digit fields
       FD  FIB-RECYCLE-OUT.
       01  FIB-RECYCLE-OUT-RECORD      PIC X(136).

       FD  FIB-REQUEST-STAMP-FILE.
           COPY FIBRQS.

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       FD  FIB-BATCH-COMMIT-FILE.
           COPY FIBBCK.

      *>     FIB appends one row here per CALL; the batch only opens
      *>     it between CALLs, to count rows on a fresh start and to
      *>     cut it back on a restart.
       FD  FIB-AUDIT-LOG.
           COPY FIBAUD.

      *>     holds the committed part of a file being cut back - as
      *>     wide as the widest of the three (the result record).
       FD  FIB-BATCH-WORK-FILE.
       01  FIB-BATCH-WORK-RECORD       PIC X(224).

       WORKING-STORAGE SECTION.
           COPY FIBSVC.

       01  WS-RECYCLE-IN-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RECYCLE-OUT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-STAMP-STATUS             PIC X(2) VALUE SPACES.
       01  WS-STAMP-REFUSED-SW         PIC X VALUE "N".
           88  WS-STAMP-REFUSED                 VALUE "Y".
       01  WS-REQUEST-EOF-SW           PIC X VALUE "N".
           88  WS-REQUEST-EOF                   VALUE "Y".
       01  WS-RECYCLE-EOF-SW           PIC X VALUE "N".
       01  WS-SWEPT-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-MAX-RETURN-CODE          PIC 9(2) VALUE 0.

      *> ---- commit/restart ------------------------------------------
       01  WS-COMMIT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-WORK-STATUS              PIC X(2) VALUE SPACES.
       01  WS-COMMAND-LINE             PIC X(20) VALUE SPACES.
       01  WS-COMMIT-INTERVAL          BINARY-C-LONG VALUE 1.
       01  WS-SINCE-COMMIT             BINARY-C-LONG VALUE 0.
       01  WS-COMMIT-TAKEN             BINARY-C-LONG VALUE 0.
       01  WS-RUN-TIME                 PIC X(8) VALUE SPACES.
       01  WS-RESTART-SW               PIC X VALUE "N".
           88  WS-RESTARTING                    VALUE "Y".
       01  WS-BATCH-OPEN-SW            PIC X VALUE "N".
           88  WS-BATCH-FILES-OPEN              VALUE "Y".
       01  WS-CUT-BACK-SW              PIC X VALUE "N".
           88  WS-CUT-BACK-FAILED               VALUE "Y".
       01  WS-RESUME-REFUSED-SW        PIC X VALUE "N".
           88  WS-RESUME-REFUSED                VALUE "Y".
       01  WS-COPY-EOF-SW              PIC X VALUE "N".
           88  WS-COPY-EOF                      VALUE "Y".
      *>     positions and output counts - what the commit record
      *>     saves and a restart resumes from.
       01  WS-RECYCLE-READ             BINARY-C-LONG VALUE 0.
       01  WS-REQUEST-READ             BINARY-C-LONG VALUE 0.
       01  WS-RESULT-WRITTEN           BINARY-C-LONG VALUE 0.
       01  WS-RECYCLE-WRITTEN          BINARY-C-LONG VALUE 0.
       01  WS-AUDIT-ROWS               BINARY-C-LONG VALUE 0.
       01  WS-RECYCLE-RESUME-AT        BINARY-C-LONG VALUE 0.
       01  WS-REQUEST-RESUME-AT        BINARY-C-LONG VALUE 0.
       01  WS-KEEP-COUNT               BINARY-C-LONG VALUE 0.
       01  WS-COPY-COUNT               BINARY-C-LONG VALUE 0.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM CHECK-REQUEST-STAMP
           IF WS-STAMP-REFUSED
               MOVE 44 TO WS-MAX-RETURN-CODE
           ELSE
               PERFORM RUN-THE-BATCH
           END-IF
           DISPLAY "FIBBAT: " WS-REQUEST-COUNT " REQUEST(S) PROCESSED, "
               WS-REJECT-COUNT " REJECTED"
           DISPLAY "FIBBAT: RECYCLE - " WS-RELEASED-COUNT
               " RELEASED RERUN, " WS-CARRIED-COUNT
               " CARRIED PENDING, " WS-SWEPT-COUNT " SWEPT ON"
           PERFORM RECORD-STEP-TIMING
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RUN-THE-BATCH.
           PERFORM PARSE-COMMIT-PARM
           PERFORM LOAD-BATCH-COMMIT
           IF WS-RESTARTING
               PERFORM CUT-BACK-OUTPUT-FILES
           ELSE
               PERFORM COUNT-AUDIT-ROWS
           END-IF
           IF NOT WS-CUT-BACK-FAILED
               PERFORM OPEN-BATCH-FILES
           END-IF
      *>     a fresh batch commits its starting point before the
      *>     first CALL, so even an abend inside the very first
      *>     request restarts with the audit log cut back.
           IF WS-BATCH-FILES-OPEN AND NOT WS-RESTARTING
               PERFORM SAVE-BATCH-COMMIT
           END-IF
           IF WS-BATCH-FILES-OPEN
               PERFORM PROCESS-RECYCLE-FILE
               IF NOT WS-RESUME-REFUSED
                   PERFORM SKIP-COMMITTED-REQUESTS
               END-IF
               IF NOT WS-RESUME-REFUSED
                   PERFORM READ-REQUEST-RECORD
                   PERFORM PROCESS-ONE-REQUEST
                       UNTIL WS-REQUEST-EOF
               END-IF
               PERFORM CLOSE-BATCH-FILES
               IF WS-MAX-RETURN-CODE < 40
                   PERFORM CLEAR-BATCH-COMMIT
               ELSE
                   DISPLAY "FIBBAT: COMMIT KEPT - RESUBMIT TO RESUME "
                       "FROM THE LAST COMMIT"
               END-IF
           END-IF.

       RECORD-STEP-TIMING.
           MOVE "FIBBATJ" TO STS-STREAM
           MOVE "FIBBAT" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           MOVE WS-REQUEST-COUNT TO STS-RECORD-COUNT
           MOVE WS-MAX-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     recycle records stamp the business date they first
      *>     rejected, so a rerun of a failed night still dates new
      *>     rejects with the night's date.  With no calendar
               CLOSE FIB-CALENDAR-FILE
           END-IF.

      *>     the stamp is checked before the commit is even read:
      *>     a restart's request file comes from the resubmitted
      *>     job's own edit, so it carries tonight's stamp as well.
       CHECK-REQUEST-STAMP.
           MOVE SPACES TO FIB-REQUEST-STAMP
           OPEN INPUT FIB-REQUEST-STAMP-FILE
           IF WS-STAMP-STATUS NOT = "00"
               DISPLAY "FIBBAT: NO REQUEST FILE STAMP - STATUS="
                   WS-STAMP-STATUS
               MOVE "Y" TO WS-STAMP-REFUSED-SW
           ELSE
               READ FIB-REQUEST-STAMP-FILE
               IF WS-STAMP-STATUS NOT = "00"
                   DISPLAY "FIBBAT: REQUEST FILE NOT STAMPED - THE "
                       "EDIT DID NOT FINISH"
                   MOVE "Y" TO WS-STAMP-REFUSED-SW
               ELSE
                   IF RQS-BUSINESS-DATE NOT = WS-RUN-DATE
                       DISPLAY "FIBBAT: REQUEST FILE STAMPED FOR "
                           RQS-BUSINESS-DATE " - BUSINESS DATE IS "
                           WS-RUN-DATE
                       MOVE "Y" TO WS-STAMP-REFUSED-SW
                   END-IF
               END-IF
               CLOSE FIB-REQUEST-STAMP-FILE
           END-IF
           IF WS-STAMP-REFUSED
               DISPLAY "FIBBAT: BATCH REFUSED - NO REQUEST RUN, "
                   "NO FILE TOUCHED"
           END-IF.

      *>     the updated recycle file must open even when the prior
      *>     one is absent - a run whose rejects cannot be swept is
      *>     refused outright, or the rejects would vanish.
      *>     A restart EXTENDs the result and updated recycle files
      *>     - they were already cut back to the committed counts.
       OPEN-BATCH-FILES.
           OPEN INPUT FIB-REQUEST-FILE
           IF WS-RESTARTING
               OPEN EXTEND FIB-RESULT-FILE
               OPEN EXTEND FIB-RECYCLE-OUT
           ELSE
               OPEN OUTPUT FIB-RESULT-FILE
               OPEN OUTPUT FIB-RECYCLE-OUT
           END-IF
           IF WS-REQUEST-STATUS NOT = "00"
                   OR WS-RESULT-STATUS NOT = "00"
                   OR WS-RECYCLE-OUT-STATUS NOT = "00"
      *>     truncated FIBRCYO, so the sweep is incomplete and the
      *>     copy-back must not run.
               MOVE 40 TO WS-MAX-RETURN-CODE
           ELSE
               MOVE "Y" TO WS-BATCH-OPEN-SW
           END-IF.

      *>     the prior recycle file runs first, so released records
      *>     re-enter ahead of the new input.  A missing file just
      *>     means nothing is waiting - unless a restart's commit
      *>     says records were already taken from it.
       PROCESS-RECYCLE-FILE.
           MOVE "N" TO WS-RECYCLE-EOF-SW
           OPEN INPUT FIB-RECYCLE-IN
           IF WS-RECYCLE-IN-STATUS NOT = "00"
               DISPLAY "FIBBAT: NO RECYCLE FILE - STATUS="
                   WS-RECYCLE-IN-STATUS " - NEW INPUT ONLY"
               IF WS-RECYCLE-RESUME-AT > 0
                   PERFORM REFUSE-SHORT-INPUT
               END-IF
           ELSE
               PERFORM READ-RECYCLE-RECORD
                   UNTIL WS-RECYCLE-READ >= WS-RECYCLE-RESUME-AT
                       OR WS-RECYCLE-EOF
               IF WS-RECYCLE-READ < WS-RECYCLE-RESUME-AT
                   PERFORM REFUSE-SHORT-INPUT
               ELSE
                   PERFORM READ-RECYCLE-RECORD
                   PERFORM PROCESS-ONE-RECYCLE
                       UNTIL WS-RECYCLE-EOF
               END-IF
               CLOSE FIB-RECYCLE-IN
           END-IF.

           READ FIB-RECYCLE-IN INTO FIB-RECYCLE-RECORD
               AT END MOVE "Y" TO WS-RECYCLE-EOF-SW
           END-READ
           IF WS-RECYCLE-IN-STATUS = "00"
               ADD 1 TO WS-RECYCLE-READ
           END-IF
           IF WS-RECYCLE-IN-STATUS NOT = "00"
               MOVE "Y" TO WS-RECYCLE-EOF-SW
               IF WS-RECYCLE-IN-STATUS NOT = "10"
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CARRIED-COUNT
                   PERFORM WRITE-RECYCLE-OUT-RECORD
           END-EVALUATE
           PERFORM COUNT-COMMIT-UNIT
           PERFORM READ-RECYCLE-RECORD.

      *>     any non-zero status - end of file or a hard read error -
           READ FIB-REQUEST-FILE
               AT END MOVE "Y" TO WS-REQUEST-EOF-SW
           END-READ
           IF WS-REQUEST-STATUS = "00"
               ADD 1 TO WS-REQUEST-READ
           END-IF
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "Y" TO WS-REQUEST-EOF-SW
               IF WS-REQUEST-STATUS NOT = "10"
           IF FIB-RESP-RETURN-CODE NOT = 0
               PERFORM SWEEP-NEW-REJECT
           END-IF
           PERFORM COUNT-COMMIT-UNIT
           PERFORM READ-REQUEST-RECORD.

      *>     one authorize-and-run, shared by the released recycle
      *>     populated when this runs.
       EXECUTE-ONE-REQUEST.
           CALL "FIBAUTH" USING FIB-REQUEST FIB-RESPONSE
      *>     every CALL lands exactly one audit row, so the row
      *>     count tracks the log without re-reading it.
           IF FIB-RESP-RETURN-CODE = 0
               CALL "FIB" USING FIB-REQUEST FIB-RESPONSE
               ADD 1 TO WS-AUDIT-ROWS
           ELSE
               MOVE 0 TO FIB-RESP-RESULT
               MOVE SPACES TO FIB-RESP-WIDE-RESULT
           MOVE FIB-REQ-SEED1 TO RCY-SEED1
           MOVE FIB-RESP-RETURN-CODE TO RCY-RETURN-CODE
           MOVE FIB-RESP-ERROR-TEXT TO RCY-ERROR-TEXT
           PERFORM WRITE-RECYCLE-OUT-RECORD
           ADD 1 TO WS-SWEPT-COUNT.

       WRITE-RECYCLE-OUT-RECORD.
           WRITE FIB-RECYCLE-OUT-RECORD FROM FIB-RECYCLE-RECORD
           IF WS-RECYCLE-OUT-STATUS = "00"
               ADD 1 TO WS-RECYCLE-WRITTEN
           END-IF
           PERFORM CHECK-RECYCLE-SWEEP.

      *>     any failed landing on FIBRCYO makes the sweep
      *>     incomplete - 40 keeps the copy-back from replacing the
      *>     live recycle file with a short one.
           MOVE FIB-RESP-RETURN-CODE TO RSL-RETURN-CODE
           MOVE FIB-RESP-ERROR-TEXT TO RSL-ERROR-TEXT
           MOVE FIB-RESP-WIDE-RESULT TO RSL-WIDE-RESULT
           WRITE FIB-RESULT-RECORD
           IF WS-RESULT-STATUS = "00"
               ADD 1 TO WS-RESULT-WRITTEN
           END-IF.

       CLOSE-BATCH-FILES.
           CLOSE FIB-REQUEST-FILE
           CLOSE FIB-RESULT-FILE
           CLOSE FIB-RECYCLE-OUT
           PERFORM CHECK-RECYCLE-SWEEP.

      *>     the commit interval is the only PARM.  A value that is
      *>     not a whole number from 1 to 1000 is reported and the
      *>     batch commits after every record - refusing the step
      *>     here would leave last night's FIBRCYO for the copy-back.
       PARSE-COMMIT-PARM.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-COMMAND-LINE) NOT = 0
                   DISPLAY "FIBBAT: COMMIT INTERVAL NOT VALID: "
                       WS-COMMAND-LINE " - COMMITTING EVERY RECORD"
               ELSE
                   IF FUNCTION NUMVAL(WS-COMMAND-LINE) < 1
                           OR FUNCTION NUMVAL(WS-COMMAND-LINE) > 1000
                       DISPLAY "FIBBAT: COMMIT INTERVAL NOT VALID: "
                           WS-COMMAND-LINE " - COMMITTING EVERY RECORD"
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-COMMAND-LINE)
                           TO WS-COMMIT-INTERVAL
                   END-IF
               END-IF
           END-IF
           DISPLAY "FIBBAT: COMMIT INTERVAL " WS-COMMIT-INTERVAL
               " RECORD(S)".

      *>     an empty commit file is the no-restart state - the same
      *>     shape FIB's CLEAR-CHECKPOINT leaves FIBCKPT in.  A
      *>     commit from another business date, or one whose fields
      *>     do not read as numbers, is not this night's batch and
      *>     is ignored.
       LOAD-BATCH-COMMIT.
           MOVE "N" TO WS-RESTART-SW
           OPEN INPUT FIB-BATCH-COMMIT-FILE
           IF WS-COMMIT-STATUS = "00"
               READ FIB-BATCH-COMMIT-FILE
               IF WS-COMMIT-STATUS = "00"
                   EVALUATE TRUE
                       WHEN BCK-RUN-DATE NOT = WS-RUN-DATE
                           DISPLAY "FIBBAT: COMMIT FOR BUSINESS DATE "
                               BCK-RUN-DATE " IS NOT TONIGHT'S - "
                               "IGNORED, STARTING FRESH"
                       WHEN BCK-RECYCLE-READ IS NOT NUMERIC
                           OR BCK-REQUEST-READ IS NOT NUMERIC
                           OR BCK-RESULT-WRITTEN IS NOT NUMERIC
                           OR BCK-RECYCLE-WRITTEN IS NOT NUMERIC
                           OR BCK-AUDIT-ROWS IS NOT NUMERIC
                           DISPLAY "FIBBAT: COMMIT RECORD UNREADABLE - "
                               "IGNORED, STARTING FRESH"
                       WHEN OTHER
                           PERFORM RESTORE-BATCH-COMMIT
                   END-EVALUATE
               ELSE
                   DISPLAY "FIBBAT: NO COMMIT FOUND - STARTING FRESH"
               END-IF
               CLOSE FIB-BATCH-COMMIT-FILE
           ELSE
               DISPLAY "FIBBAT: NO COMMIT FOUND - STARTING FRESH"
           END-IF.

       RESTORE-BATCH-COMMIT.
           MOVE "Y" TO WS-RESTART-SW
           MOVE BCK-RECYCLE-READ TO WS-RECYCLE-RESUME-AT
           MOVE BCK-REQUEST-READ TO WS-REQUEST-RESUME-AT
           MOVE BCK-REQUEST-COUNT TO WS-REQUEST-COUNT
           MOVE BCK-REJECT-COUNT TO WS-REJECT-COUNT
           MOVE BCK-RELEASED-COUNT TO WS-RELEASED-COUNT
           MOVE BCK-CARRIED-COUNT TO WS-CARRIED-COUNT
           MOVE BCK-SWEPT-COUNT TO WS-SWEPT-COUNT
           MOVE BCK-MAX-RETURN-CODE TO WS-MAX-RETURN-CODE
           MOVE BCK-RESULT-WRITTEN TO WS-RESULT-WRITTEN
           MOVE BCK-RECYCLE-WRITTEN TO WS-RECYCLE-WRITTEN
           MOVE BCK-AUDIT-ROWS TO WS-AUDIT-ROWS
           DISPLAY "FIBBAT: RESTARTING FROM COMMIT OF " BCK-COMMIT-TIME
               " - " BCK-RECYCLE-READ " RECYCLE AND "
               BCK-REQUEST-READ " REQUEST RECORD(S) ALREADY DONE".

      *>     a fresh batch counts the rows already on the audit log,
      *>     so every commit can say where this batch's rows end.
      *>     No log yet just means none.
       COUNT-AUDIT-ROWS.
           MOVE 0 TO WS-AUDIT-ROWS
           MOVE "N" TO WS-COPY-EOF-SW
           OPEN INPUT FIB-AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM COUNT-ONE-AUDIT-ROW
                   UNTIL WS-COPY-EOF
               CLOSE FIB-AUDIT-LOG
           END-IF.

       COUNT-ONE-AUDIT-ROW.
           READ FIB-AUDIT-LOG
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-AUDIT-ROWS
           ELSE
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.

      *>     everything landed after the last commit is taken off
      *>     again - the requests that produced it run once more.
      *>     Each file is copied to the work file up to its
      *>     committed count and copied back.  A file holding fewer
      *>     records than the commit says has been replaced or
      *>     trimmed since, so the restart is refused with 40
      *>     (keeping the copy-back off the live recycle file) and
      *>     the commit is left for the operator.  Cutting back is
      *>     repeatable: a second resubmission cuts to the same
      *>     counts.
       CUT-BACK-OUTPUT-FILES.
           PERFORM CUT-BACK-AUDIT-LOG
           IF NOT WS-CUT-BACK-FAILED
               PERFORM CUT-BACK-RESULT-FILE
           END-IF
           IF NOT WS-CUT-BACK-FAILED
               PERFORM CUT-BACK-RECYCLE-OUT
           END-IF
           IF WS-CUT-BACK-FAILED
               IF WS-MAX-RETURN-CODE < 40
                   MOVE 40 TO WS-MAX-RETURN-CODE
               END-IF
               DISPLAY "FIBBAT: RESTART REFUSED - COMMIT KEPT"
           END-IF.

       CUT-BACK-AUDIT-LOG.
           MOVE WS-AUDIT-ROWS TO WS-KEEP-COUNT
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF-SW
           OPEN OUTPUT FIB-BATCH-WORK-FILE
           OPEN INPUT FIB-AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM KEEP-ONE-AUDIT-ROW
                   UNTIL WS-COPY-EOF OR WS-COPY-COUNT >= WS-KEEP-COUNT
               CLOSE FIB-AUDIT-LOG
           END-IF
           CLOSE FIB-BATCH-WORK-FILE
           IF WS-COPY-COUNT < WS-KEEP-COUNT
               DISPLAY "FIBBAT: AUDIT LOG HOLDS " WS-COPY-COUNT
                   " ROW(S), COMMIT SAYS " WS-KEEP-COUNT
               MOVE "Y" TO WS-CUT-BACK-SW
           ELSE
               MOVE "N" TO WS-COPY-EOF-SW
               OPEN INPUT FIB-BATCH-WORK-FILE
               OPEN OUTPUT FIB-AUDIT-LOG
               PERFORM RETURN-ONE-AUDIT-ROW
                   UNTIL WS-COPY-EOF
               CLOSE FIB-AUDIT-LOG
               CLOSE FIB-BATCH-WORK-FILE
           END-IF.

       KEEP-ONE-AUDIT-ROW.
           READ FIB-AUDIT-LOG
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           IF WS-AUDIT-STATUS = "00"
               MOVE FIB-AUDIT-RECORD TO FIB-BATCH-WORK-RECORD
               WRITE FIB-BATCH-WORK-RECORD
               ADD 1 TO WS-COPY-COUNT
           ELSE
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.

       RETURN-ONE-AUDIT-ROW.
           READ FIB-BATCH-WORK-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           IF WS-WORK-STATUS = "00"
               MOVE FIB-BATCH-WORK-RECORD TO FIB-AUDIT-RECORD
               WRITE FIB-AUDIT-RECORD
           ELSE
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.

       CUT-BACK-RESULT-FILE.
           MOVE WS-RESULT-WRITTEN TO WS-KEEP-COUNT
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF-SW
           OPEN OUTPUT FIB-BATCH-WORK-FILE
           OPEN INPUT FIB-RESULT-FILE
           IF WS-RESULT-STATUS = "00"
               PERFORM KEEP-ONE-RESULT-ROW
                   UNTIL WS-COPY-EOF OR WS-COPY-COUNT >= WS-KEEP-COUNT
               CLOSE FIB-RESULT-FILE
           END-IF
           CLOSE FIB-BATCH-WORK-FILE
           IF WS-COPY-COUNT < WS-KEEP-COUNT
               DISPLAY "FIBBAT: RESULT FILE HOLDS " WS-COPY-COUNT
                   " RECORD(S), COMMIT SAYS " WS-KEEP-COUNT
               MOVE "Y" TO WS-CUT-BACK-SW
           ELSE
               MOVE "N" TO WS-COPY-EOF-SW
               OPEN INPUT FIB-BATCH-WORK-FILE
               OPEN OUTPUT FIB-RESULT-FILE
               PERFORM RETURN-ONE-RESULT-ROW
                   UNTIL WS-COPY-EOF
               CLOSE FIB-RESULT-FILE
               CLOSE FIB-BATCH-WORK-FILE
           END-IF.

       KEEP-ONE-RESULT-ROW.
           READ FIB-RESULT-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           IF WS-RESULT-STATUS = "00"
               MOVE FIB-RESULT-RECORD TO FIB-BATCH-WORK-RECORD
               WRITE FIB-BATCH-WORK-RECORD
               ADD 1 TO WS-COPY-COUNT
           ELSE
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.

       RETURN-ONE-RESULT-ROW.
           READ FIB-BATCH-WORK-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           IF WS-WORK-STATUS = "00"
               MOVE FIB-BATCH-WORK-RECORD TO FIB-RESULT-RECORD
               WRITE FIB-RESULT-RECORD
           ELSE
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.

       CUT-BACK-RECYCLE-OUT.
           MOVE WS-RECYCLE-WRITTEN TO WS-KEEP-COUNT
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO WS-COPY-EOF-SW
           OPEN OUTPUT FIB-BATCH-WORK-FILE
           OPEN INPUT FIB-RECYCLE-OUT
           IF WS-RECYCLE-OUT-STATUS = "00"
               PERFORM KEEP-ONE-RECYCLE-ROW
                   UNTIL WS-COPY-EOF OR WS-COPY-COUNT >= WS-KEEP-COUNT
               CLOSE FIB-RECYCLE-OUT
           END-IF
           CLOSE FIB-BATCH-WORK-FILE
           IF WS-COPY-COUNT < WS-KEEP-COUNT
               DISPLAY "FIBBAT: UPDATED RECYCLE FILE HOLDS "
                   WS-COPY-COUNT " RECORD(S), COMMIT SAYS "
                   WS-KEEP-COUNT
               MOVE "Y" TO WS-CUT-BACK-SW
           ELSE
               MOVE "N" TO WS-COPY-EOF-SW
               OPEN INPUT FIB-BATCH-WORK-FILE
               OPEN OUTPUT FIB-RECYCLE-OUT
               PERFORM RETURN-ONE-RECYCLE-ROW
                   UNTIL WS-COPY-EOF
               CLOSE FIB-RECYCLE-OUT
               CLOSE FIB-BATCH-WORK-FILE
           END-IF.

       KEEP-ONE-RECYCLE-ROW.
           READ FIB-RECYCLE-OUT
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           IF WS-RECYCLE-OUT-STATUS = "00"
               MOVE FIB-RECYCLE-OUT-RECORD TO FIB-BATCH-WORK-RECORD
               WRITE FIB-BATCH-WORK-RECORD
               ADD 1 TO WS-COPY-COUNT
           ELSE
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.

       RETURN-ONE-RECYCLE-ROW.
           READ FIB-BATCH-WORK-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           IF WS-WORK-STATUS = "00"
               MOVE FIB-BATCH-WORK-RECORD TO FIB-RECYCLE-OUT-RECORD
               WRITE FIB-RECYCLE-OUT-RECORD
           ELSE
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.

      *>     a restart reads past the requests the commit covers;
      *>     a request file shorter than that is not the file the
      *>     interrupted batch was working.
       SKIP-COMMITTED-REQUESTS.
           PERFORM READ-REQUEST-RECORD
               UNTIL WS-REQUEST-READ >= WS-REQUEST-RESUME-AT
                   OR WS-REQUEST-EOF
           IF WS-REQUEST-READ < WS-REQUEST-RESUME-AT
               PERFORM REFUSE-SHORT-INPUT
           END-IF.

       REFUSE-SHORT-INPUT.
           DISPLAY "FIBBAT: INPUT HOLDS FEWER RECORDS THAN THE COMMIT "
               "COVERS - RECYCLE " WS-RECYCLE-READ "/"
               WS-RECYCLE-RESUME-AT " REQUEST " WS-REQUEST-READ "/"
               WS-REQUEST-RESUME-AT " - RESTART REFUSED"
           MOVE "Y" TO WS-RESUME-REFUSED-SW
           MOVE "Y" TO WS-RECYCLE-EOF-SW
           MOVE "Y" TO WS-REQUEST-EOF-SW
           IF WS-MAX-RETURN-CODE < 40
               MOVE 40 TO WS-MAX-RETURN-CODE
           END-IF.

      *>     one unit is one input record fully dealt with - its
      *>     result, audit row and any recycle record all landed.
      *>     Once the sweep is incomplete (40) nothing more is
      *>     committed, so a resubmission resumes from the last
      *>     point every file was whole.
       COUNT-COMMIT-UNIT.
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                   AND WS-MAX-RETURN-CODE < 40
               PERFORM SAVE-BATCH-COMMIT
           END-IF.

       SAVE-BATCH-COMMIT.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO FIB-BATCH-COMMIT-RECORD
           MOVE WS-RUN-DATE TO BCK-RUN-DATE
           MOVE WS-RECYCLE-READ TO BCK-RECYCLE-READ
           MOVE WS-REQUEST-READ TO BCK-REQUEST-READ
           MOVE WS-REQUEST-COUNT TO BCK-REQUEST-COUNT
           MOVE WS-REJECT-COUNT TO BCK-REJECT-COUNT
           MOVE WS-RELEASED-COUNT TO BCK-RELEASED-COUNT
           MOVE WS-CARRIED-COUNT TO BCK-CARRIED-COUNT
           MOVE WS-SWEPT-COUNT TO BCK-SWEPT-COUNT
           MOVE WS-MAX-RETURN-CODE TO BCK-MAX-RETURN-CODE
           MOVE WS-RESULT-WRITTEN TO BCK-RESULT-WRITTEN
           MOVE WS-RECYCLE-WRITTEN TO BCK-RECYCLE-WRITTEN
           MOVE WS-AUDIT-ROWS TO BCK-AUDIT-ROWS
           MOVE WS-RUN-TIME(1:6) TO BCK-COMMIT-TIME
           OPEN OUTPUT FIB-BATCH-COMMIT-FILE
           IF WS-COMMIT-STATUS NOT = "00"
               DISPLAY "FIBBAT: WARNING - UNABLE TO OPEN COMMIT FILE "
                   "FOR SAVE - STATUS=" WS-COMMIT-STATUS
           ELSE
               WRITE FIB-BATCH-COMMIT-RECORD
               CLOSE FIB-BATCH-COMMIT-FILE
               ADD 1 TO WS-COMMIT-TAKEN
           END-IF
           MOVE 0 TO WS-SINCE-COMMIT.

      *>     a batch that reached its end leaves nothing to resume.
       CLEAR-BATCH-COMMIT.
           OPEN OUTPUT FIB-BATCH-COMMIT-FILE
           CLOSE FIB-BATCH-COMMIT-FILE
           DISPLAY "FIBBAT: " WS-COMMIT-TAKEN " COMMIT(S) TAKEN - "
               "COMMIT CLEARED".
