       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBEDIT.
      *>--------------------------------------------------------------
      *> Request submission pre-edit, run ahead of the batch driver.
      *> Departments send their requests on the submission file
      *> (FIBSUBM) as blocks - header, requests, trailer (see FIBSUB
      *> copy).  Every block is balanced against its trailer (request
      *> count and hash total of N) and its submission number is
      *> checked against the keyed submission history (FIBSUBH, see
      *> FIBSHS copy):
      *>     - a block out of balance, with a header or trailer that
      *>       does not read, with no trailer, or reusing a
      *>       submission number already processed on an earlier
      *>       night (or earlier in tonight's file) is refused whole;
      *>     - in a clean block, a request that is an exact copy of
      *>       one already passed tonight is dropped;
      *>     - everything else goes through to the request file
      *>       FIBBAT reads (FIBREQS), in submission order.
      *> Request records outside any block are refused too.  The
      *> night's standing-order requests go on the request file
      *> first, ahead of every block: the edit CALLs the generator
      *> FIBSGEN (statically linked) to write them to FIBSTND, then
      *> passes them on and counts them as passed tonight - an
      *> ad-hoc request that copies one of them is dropped as a
      *> duplicate.  Every
      *> block, refused request and dropped duplicate is listed on
      *> the control report (FIBEDRPT), which closes with a summary
      *> per department.  A passed block is posted to the history
      *> under the night's business date; rerunning the same night's
      *> edit finds those records and passes the same blocks again,
      *> so a resubmitted batch job rebuilds the same request file.
      *> The request file stamp (FIBRQST, FIBRQS copy) is emptied as
      *> the request file is opened and written - business date and
      *> requests passed - only when the edit finishes below 24;
      *> FIBBAT refuses a request file without tonight's stamp.
      *> Return code 04 when anything was refused or dropped or the
      *> generator ended 04, 24 when the generator failed or the
      *> submission, request, history or report file cannot be
      *> used - the batch step does not run on a request file the
      *> edit could not finish.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-SUBMIT-FILE ASSIGN TO "FIBSUBM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.

           SELECT FIB-REQUEST-FILE ASSIGN TO "FIBREQS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT OPTIONAL FIB-STANDING-FILE ASSIGN TO "FIBSTND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT OPTIONAL FIB-SUBMIT-HISTORY ASSIGN TO "FIBSUBH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SHS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FIB-REQUEST-STAMP-FILE ASSIGN TO "FIBRQST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.

           SELECT FIB-EDIT-REPORT ASSIGN TO "FIBEDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-SUBMIT-FILE.
           COPY FIBSUB.

       FD  FIB-REQUEST-FILE.
       01  FIB-REQUEST-OUT-RECORD      PIC X(53).

       FD  FIB-STANDING-FILE.
       01  FIB-STANDING-REQUEST        PIC X(53).

       FD  FIB-SUBMIT-HISTORY.
           COPY FIBSHS.

       FD  FIB-REQUEST-STAMP-FILE.
           COPY FIBRQS.

       FD  FIB-EDIT-REPORT.
       01  FIB-EDIT-RECORD             PIC X(120).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-SUBMIT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-REQUEST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
       01  WS-STANDING-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-STAMP-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-SUBMIT-EOF-SW            PIC X VALUE "N".
           88  WS-SUBMIT-EOF                    VALUE "Y".
       01  WS-STANDING-EOF-SW          PIC X VALUE "N".
           88  WS-STANDING-EOF                  VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-GENERATOR-RC             PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.

      *> ---- the block being read ------------------------------------
       01  WS-BLOCK-OPEN-SW            PIC X VALUE "N".
           88  WS-BLOCK-OPEN                    VALUE "Y".
       01  WS-BLOCK-BAD-SW             PIC X VALUE "N".
           88  WS-BLOCK-BAD                     VALUE "Y".
       01  WS-BLOCK-RERUN-SW           PIC X VALUE "N".
           88  WS-BLOCK-RERUN                   VALUE "Y".
       01  WS-BLOCK-REASON             PIC X(60) VALUE SPACES.
       01  WS-BLOCK-DEPARTMENT         PIC X(8) VALUE SPACES.
       01  WS-BLOCK-SUBMIT-DATE        PIC X(8) VALUE SPACES.
       01  WS-BLOCK-SUBMIT-SEQ         PIC X(6) VALUE SPACES.
       01  WS-BLOCK-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-BLOCK-HASH               PIC 9(18) VALUE 0.
       01  WS-BLOCK-PASSED             BINARY-C-LONG VALUE 0.
       01  WS-BLOCK-DROPPED            BINARY-C-LONG VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRAILER-HASH             PIC 9(18) VALUE 0.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY          OCCURS 1000 TIMES.
               10  WS-BLOCK-REQUEST    PIC X(53).
               10  WS-BLOCK-DROP-SW    PIC X(1).
       01  WS-BLOCK-LIMIT              BINARY-C-LONG VALUE 1000.
       01  WS-BLOCK-IX                 BINARY-C-LONG VALUE 0.

      *> ---- everything passed tonight, for duplicate suppression ----
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-REQUEST        PIC X(53) OCCURS 5000 TIMES.
       01  WS-NIGHT-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-NIGHT-LIMIT              BINARY-C-LONG VALUE 5000.
       01  WS-NIGHT-MARK               BINARY-C-LONG VALUE 0.
       01  WS-NIGHT-IX                 BINARY-C-LONG VALUE 0.
       01  WS-NIGHT-FULL-SW            PIC X VALUE "N".
           88  WS-NIGHT-FULL                    VALUE "Y".
       01  WS-DUPLICATE-SW             PIC X VALUE "N".
           88  WS-DUPLICATE                     VALUE "Y".

      *> ---- submission numbers accepted earlier in tonight's file ---
       01  WS-ACCEPTED-TABLE.
           05  WS-ACCEPTED-KEY         PIC X(14) OCCURS 500 TIMES.
       01  WS-ACCEPTED-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-ACCEPTED-LIMIT           BINARY-C-LONG VALUE 500.
       01  WS-ACCEPTED-IX              BINARY-C-LONG VALUE 0.
       01  WS-ACCEPTED-HIT-SW          PIC X VALUE "N".
           88  WS-ACCEPTED-HIT                  VALUE "Y".
       01  WS-BLOCK-KEY.
           05  WS-BLOCK-KEY-DEPT       PIC X(8).
           05  WS-BLOCK-KEY-SEQ        PIC X(6).

      *> ---- per-department summary ----------------------------------
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY           OCCURS 200 TIMES.
               10  WS-DEPT-NAME        PIC X(8).
               10  WS-DEPT-BLK-PASS    BINARY-C-LONG.
               10  WS-DEPT-BLK-REFUSE  BINARY-C-LONG.
               10  WS-DEPT-REQ-PASS    BINARY-C-LONG.
               10  WS-DEPT-REQ-DROP    BINARY-C-LONG.
               10  WS-DEPT-REQ-REFUSE  BINARY-C-LONG.
       01  WS-DEPT-COUNT               BINARY-C-LONG VALUE 0.
       01  WS-DEPT-LIMIT               BINARY-C-LONG VALUE 200.
       01  WS-DEPT-IX                  BINARY-C-LONG VALUE 0.
       01  WS-DEPT-FOUND-SW            PIC X VALUE "N".
           88  WS-DEPT-FOUND                    VALUE "Y".
       01  WS-DEPT-KEY                 PIC X(8) VALUE SPACES.

      *> ---- run totals ----------------------------------------------
       01  WS-BLOCKS-PASSED            BINARY-C-LONG VALUE 0.
       01  WS-BLOCKS-REFUSED           BINARY-C-LONG VALUE 0.
       01  WS-REQUESTS-PASSED          BINARY-C-LONG VALUE 0.
       01  WS-REQUESTS-DROPPED         BINARY-C-LONG VALUE 0.
       01  WS-REQUESTS-REFUSED         BINARY-C-LONG VALUE 0.
       01  WS-STANDING-PASSED          BINARY-C-LONG VALUE 0.

      *> ---- report line build areas ---------------------------------
       01  WS-EDT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "FIB REQUEST SUBMISSION CONTROL -  ".
           05  FILLER                  PIC X(14)
               VALUE "BUSINESS DATE ".
           05  EDT-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  EDT-HDR-TIME            PIC X(6).
       01  WS-EDT-BLOCK-LINE.
           05  FILLER                  PIC X(5) VALUE "DEPT=".
           05  EDT-BLK-DEPT            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " SEQ=".
           05  EDT-BLK-SEQ             PIC X(6).
           05  FILLER                  PIC X(6) VALUE " DATE=".
           05  EDT-BLK-DATE            PIC X(8).
           05  FILLER                  PIC X(7) VALUE " COUNT=".
           05  EDT-BLK-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EDT-BLK-RESULT          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EDT-BLK-REASON          PIC X(60).
       01  WS-EDT-REQUEST-LINE.
           05  FILLER                  PIC X(6) VALUE "    N=".
           05  EDT-REQ-N               PIC X(8).
           05  FILLER                  PIC X(5) VALUE " REQ=".
           05  EDT-REQ-REQUESTOR       PIC X(8).
           05  FILLER                  PIC X(6) VALUE " MODE=".
           05  EDT-REQ-MODE            PIC X(1).
           05  FILLER                  PIC X(7) VALUE " SEEDS=".
           05  EDT-REQ-SEED0           PIC X(18).
           05  FILLER                  PIC X(1) VALUE "/".
           05  EDT-REQ-SEED1           PIC X(18).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EDT-REQ-ACTION          PIC X(40).
       01  WS-EDT-DEPT-HEADER.
           05  FILLER                  PIC X(40) VALUE
               "DEPARTMENT SUMMARY  BLOCKS PASS REFUSED ".
           05  FILLER                  PIC X(38) VALUE
               " REQUESTS PASS DROPPED REFUSED".
       01  WS-EDT-DEPT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EDT-DPT-NAME            PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  EDT-DPT-BLK-PASS        PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EDT-DPT-BLK-REFUSE      PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  EDT-DPT-REQ-PASS        PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EDT-DPT-REQ-DROP        PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EDT-DPT-REQ-REFUSE      PIC ZZZZZZ9.
       01  WS-EDT-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE "BLOCKS PASSED: ".
           05  EDT-TOT-BLK-PASS        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           05  EDT-TOT-BLK-REFUSE      PIC ZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE "  REQUESTS PASSED: ".
           05  EDT-TOT-REQ-PASS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  DROPPED: ".
           05  EDT-TOT-REQ-DROP        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           05  EDT-TOT-REQ-REFUSE      PIC ZZZZZZ9.

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
           PERFORM GENERATE-STANDING-REQUESTS
           IF WS-RETURN-CODE = 0
               PERFORM OPEN-EDIT-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM READ-STANDING-RECORD
               PERFORM PASS-ONE-STANDING-REQUEST
                   UNTIL WS-STANDING-EOF
               PERFORM READ-SUBMIT-RECORD
               PERFORM EDIT-ONE-RECORD
                   UNTIL WS-SUBMIT-EOF
               IF WS-BLOCK-OPEN
                   MOVE "Y" TO WS-BLOCK-BAD-SW
                   MOVE "NO TRAILER BEFORE END OF FILE"
                       TO WS-BLOCK-REASON
                   PERFORM REFUSE-BLOCK
               END-IF
               PERFORM WRITE-EDIT-SUMMARY
               IF WS-RETURN-CODE = 0
                   PERFORM STAMP-REQUEST-FILE
               END-IF
               PERFORM CLOSE-EDIT-FILES
           END-IF
           IF WS-RETURN-CODE = 0
                   AND (WS-GENERATOR-RC = 04
                   OR WS-BLOCKS-REFUSED > 0
                   OR WS-REQUESTS-DROPPED > 0
                   OR WS-REQUESTS-REFUSED > 0)
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           DISPLAY "FIBEDIT: " WS-STANDING-PASSED
               " STANDING-ORDER REQUEST(S) PASSED"
           DISPLAY "FIBEDIT: " WS-BLOCKS-PASSED " BLOCK(S) PASSED, "
               WS-BLOCKS-REFUSED " REFUSED"
           DISPLAY "FIBEDIT: " WS-REQUESTS-PASSED " REQUEST(S) PASSED, "
               WS-REQUESTS-DROPPED " DUPLICATE(S) DROPPED, "
               WS-REQUESTS-REFUSED " REFUSED - RETURN CODE "
               WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-STEP-TIMING.
           MOVE "FIBBATJ" TO STS-STREAM
           MOVE "FIBEDIT" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           COMPUTE STS-RECORD-COUNT =
               WS-STANDING-PASSED + WS-REQUESTS-PASSED
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     the history is posted under the business date, so a
      *>     rerun of a failed night recognizes its own blocks.
      *>     With no calendar allocated the system date stands.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBEDIT: PROCESSING CALENDAR UNREADABLE "
                       "- USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

      *>     a generator that could not finish would leave the
      *>     night's standing orders short without anyone noticing,
      *>     so it stops the edit; its 04 (an order skipped for its
      *>     requestor) only carries through to the step code.
       GENERATE-STANDING-REQUESTS.
           CALL "FIBSGEN"
           MOVE RETURN-CODE TO WS-GENERATOR-RC
           MOVE 0 TO RETURN-CODE
           IF WS-GENERATOR-RC > 04
               DISPLAY "FIBEDIT: STANDING-ORDER GENERATOR FAILED - "
                   "RETURN CODE " WS-GENERATOR-RC
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

      *>     without the history no submission number can be
      *>     proved unused, so an unopenable history stops the edit
      *>     as surely as a missing submission file.  Status 05 is
      *>     the OPTIONAL history being created on its first night.
       OPEN-EDIT-FILES.
           OPEN INPUT FIB-SUBMIT-FILE
           OPEN INPUT FIB-STANDING-FILE
           OPEN OUTPUT FIB-REQUEST-FILE
           OPEN OUTPUT FIB-REQUEST-STAMP-FILE
           OPEN I-O FIB-SUBMIT-HISTORY
           OPEN OUTPUT FIB-EDIT-REPORT
           IF WS-SUBMIT-STATUS NOT = "00"
                   OR (WS-STANDING-STATUS NOT = "00" AND "05")
                   OR WS-REQUEST-STATUS NOT = "00"
                   OR WS-STAMP-STATUS NOT = "00"
                   OR (WS-HISTORY-STATUS NOT = "00" AND "05")
                   OR WS-REPORT-STATUS NOT = "00"
               DISPLAY "FIBEDIT: UNABLE TO OPEN EDIT FILES - "
                   "SUBMIT STATUS=" WS-SUBMIT-STATUS
                   " STANDING STATUS=" WS-STANDING-STATUS
                   " REQUEST STATUS=" WS-REQUEST-STATUS
                   " STAMP STATUS=" WS-STAMP-STATUS
                   " HISTORY STATUS=" WS-HISTORY-STATUS
                   " REPORT STATUS=" WS-REPORT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO EDT-HDR-DATE
               MOVE WS-RUN-TIME TO EDT-HDR-TIME
               WRITE FIB-EDIT-RECORD FROM WS-EDT-HEADER-1
               MOVE SPACES TO FIB-EDIT-RECORD
               WRITE FIB-EDIT-RECORD
           END-IF.

       READ-SUBMIT-RECORD.
           READ FIB-SUBMIT-FILE
               AT END MOVE "Y" TO WS-SUBMIT-EOF-SW
           END-READ
           IF WS-SUBMIT-STATUS NOT = "00"
               MOVE "Y" TO WS-SUBMIT-EOF-SW
               IF WS-SUBMIT-STATUS NOT = "10"
                   DISPLAY "FIBEDIT: SUBMISSION FILE READ ERROR - "
                       "STATUS=" WS-SUBMIT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       READ-STANDING-RECORD.
           READ FIB-STANDING-FILE
               AT END MOVE "Y" TO WS-STANDING-EOF-SW
           END-READ
           IF WS-STANDING-STATUS NOT = "00"
               MOVE "Y" TO WS-STANDING-EOF-SW
               IF WS-STANDING-STATUS NOT = "10"
                   DISPLAY "FIBEDIT: STANDING-ORDER FILE READ ERROR - "
                       "STATUS=" WS-STANDING-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     the generator has already proved each order against
      *>     the calendar and the requestor master, so a standing
      *>     request goes straight through.  It is listed under
      *>     department STANDING and entered in the night table so
      *>     a submitted copy of it is dropped.
       PASS-ONE-STANDING-REQUEST.
           IF FIB-STANDING-REQUEST NOT = SPACES
               MOVE FIB-STANDING-REQUEST TO FIB-REQUEST-OUT-RECORD
               WRITE FIB-REQUEST-OUT-RECORD
               IF WS-REQUEST-STATUS NOT = "00"
                   DISPLAY "FIBEDIT: REQUEST FILE WRITE ERROR - "
                       "STATUS=" WS-REQUEST-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
               IF WS-NIGHT-COUNT < WS-NIGHT-LIMIT
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE FIB-STANDING-REQUEST
                       TO WS-NIGHT-REQUEST(WS-NIGHT-COUNT)
               END-IF
               MOVE "STANDING" TO WS-DEPT-KEY
               PERFORM FIND-DEPARTMENT
               ADD 1 TO WS-STANDING-PASSED
               ADD 1 TO WS-REQUESTS-PASSED
               ADD 1 TO WS-DEPT-REQ-PASS(WS-DEPT-IX)
               MOVE FIB-STANDING-REQUEST TO FIB-SUBMIT-REQUEST
               MOVE "PASSED - STANDING ORDER" TO EDT-REQ-ACTION
               PERFORM WRITE-REQUEST-LINE
           END-IF
           PERFORM READ-STANDING-RECORD.

      *>     a header arriving while a block is still open means the
      *>     open block lost its trailer - it is refused and the new
      *>     block starts.
       EDIT-ONE-RECORD.
           EVALUATE TRUE
               WHEN FIB-SUBMIT-REQUEST = SPACES
                   CONTINUE
               WHEN SBH-HEADER
                   IF WS-BLOCK-OPEN
                       MOVE "Y" TO WS-BLOCK-BAD-SW
                       MOVE "NO TRAILER BEFORE NEXT HEADER"
                           TO WS-BLOCK-REASON
                       PERFORM REFUSE-BLOCK
                   END-IF
                   PERFORM START-BLOCK
               WHEN SBT-TRAILER
                   IF WS-BLOCK-OPEN
                       PERFORM END-BLOCK
                   ELSE
                       MOVE "(NONE)" TO WS-BLOCK-DEPARTMENT
                       MOVE SPACES TO WS-BLOCK-SUBMIT-SEQ
                       MOVE SPACES TO WS-BLOCK-SUBMIT-DATE
                       MOVE 0 TO WS-BLOCK-COUNT
                       MOVE "TRAILER WITHOUT A HEADER"
                           TO WS-BLOCK-REASON
                       PERFORM REFUSE-BLOCK
                   END-IF
               WHEN OTHER
                   IF WS-BLOCK-OPEN
                       PERFORM ADD-BLOCK-REQUEST
                   ELSE
                       PERFORM REFUSE-LOOSE-REQUEST
                   END-IF
           END-EVALUATE
           PERFORM READ-SUBMIT-RECORD.

       START-BLOCK.
           MOVE "Y" TO WS-BLOCK-OPEN-SW
           MOVE "N" TO WS-BLOCK-BAD-SW
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE 0 TO WS-BLOCK-COUNT
           MOVE 0 TO WS-BLOCK-HASH
           MOVE SBH-DEPARTMENT TO WS-BLOCK-DEPARTMENT
           MOVE SBH-SUBMIT-DATE TO WS-BLOCK-SUBMIT-DATE
           MOVE SBH-SUBMIT-SEQ TO WS-BLOCK-SUBMIT-SEQ
           EVALUATE TRUE
               WHEN SBH-DEPARTMENT = SPACES
                   MOVE "Y" TO WS-BLOCK-BAD-SW
                   MOVE "HEADER HAS NO DEPARTMENT" TO WS-BLOCK-REASON
                   MOVE "(NONE)" TO WS-BLOCK-DEPARTMENT
               WHEN SBH-SUBMIT-DATE IS NOT NUMERIC
                   MOVE "Y" TO WS-BLOCK-BAD-SW
                   MOVE "HEADER SUBMISSION DATE NOT VALID"
                       TO WS-BLOCK-REASON
               WHEN SBH-SUBMIT-SEQ IS NOT NUMERIC
                   MOVE "Y" TO WS-BLOCK-BAD-SW
                   MOVE "HEADER SUBMISSION NUMBER NOT VALID"
                       TO WS-BLOCK-REASON
           END-EVALUATE.

      *>     the count and hash are taken over every request as
      *>     received - duplicates included - because that is what
      *>     the department's trailer was built from.
       ADD-BLOCK-REQUEST.
           ADD 1 TO WS-BLOCK-COUNT
           IF SBR-N IS NUMERIC
               ADD SBR-N TO WS-BLOCK-HASH
           ELSE
               IF NOT WS-BLOCK-BAD
                   MOVE "Y" TO WS-BLOCK-BAD-SW
                   MOVE "REQUEST N NOT NUMERIC" TO WS-BLOCK-REASON
               END-IF
           END-IF
           IF WS-BLOCK-COUNT > WS-BLOCK-LIMIT
               IF NOT WS-BLOCK-BAD
                   MOVE "Y" TO WS-BLOCK-BAD-SW
                   MOVE "BLOCK EXCEEDS 1000 REQUESTS - SPLIT IT"
                       TO WS-BLOCK-REASON
               END-IF
           ELSE
               MOVE FIB-SUBMIT-REQUEST
                   TO WS-BLOCK-REQUEST(WS-BLOCK-COUNT)
               MOVE "N" TO WS-BLOCK-DROP-SW(WS-BLOCK-COUNT)
           END-IF.

       END-BLOCK.
           IF NOT WS-BLOCK-BAD
               PERFORM BALANCE-BLOCK
           END-IF
           IF NOT WS-BLOCK-BAD
               PERFORM CHECK-SUBMISSION-NUMBER
           END-IF
           IF WS-BLOCK-BAD
               PERFORM REFUSE-BLOCK
           ELSE
               PERFORM PASS-BLOCK
           END-IF.

       BALANCE-BLOCK.
           EVALUATE TRUE
               WHEN SBT-RECORD-COUNT IS NOT NUMERIC
                       OR SBT-HASH-TOTAL IS NOT NUMERIC
                   MOVE "Y" TO WS-BLOCK-BAD-SW
                   MOVE "TRAILER COUNT/HASH TOTAL NOT VALID"
                       TO WS-BLOCK-REASON
               WHEN OTHER
                   MOVE SBT-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE SBT-HASH-TOTAL TO WS-TRAILER-HASH
                   IF WS-TRAILER-COUNT NOT = WS-BLOCK-COUNT
                       MOVE "Y" TO WS-BLOCK-BAD-SW
                       MOVE SPACES TO WS-BLOCK-REASON
                       STRING "OUT OF BALANCE - TRAILER COUNT "
                               DELIMITED BY SIZE
                           WS-TRAILER-COUNT DELIMITED BY SIZE
                           INTO WS-BLOCK-REASON
                       END-STRING
                   ELSE
                       IF WS-TRAILER-HASH NOT = WS-BLOCK-HASH
                           MOVE "Y" TO WS-BLOCK-BAD-SW
                           MOVE SPACES TO WS-BLOCK-REASON
                           STRING "OUT OF BALANCE - HASH TOTAL "
                                   DELIMITED BY SIZE
                               WS-BLOCK-HASH DELIMITED BY SIZE
                               " NOT " DELIMITED BY SIZE
                               WS-TRAILER-HASH DELIMITED BY SIZE
                               INTO WS-BLOCK-REASON
                           END-STRING
                       END-IF
                   END-IF
           END-EVALUATE.

      *>     a number is spent once a block carrying it has passed.
      *>     The history record of an earlier night refuses the
      *>     block; one posted tonight for the same count and hash
      *>     is this edit being rerun, and the block passes again
      *>     without a second posting.  A number repeated within
      *>     tonight's own file is refused the second time.
       CHECK-SUBMISSION-NUMBER.
           MOVE "N" TO WS-BLOCK-RERUN-SW
           MOVE WS-BLOCK-DEPARTMENT TO WS-BLOCK-KEY-DEPT
           MOVE WS-BLOCK-SUBMIT-SEQ TO WS-BLOCK-KEY-SEQ
           PERFORM CHECK-ACCEPTED-TABLE
           IF WS-ACCEPTED-HIT
               MOVE "Y" TO WS-BLOCK-BAD-SW
               MOVE "SUBMISSION NUMBER REPEATED IN TONIGHT'S FILE"
                   TO WS-BLOCK-REASON
           ELSE
               MOVE WS-BLOCK-KEY TO SHS-KEY
               READ FIB-SUBMIT-HISTORY
               EVALUATE WS-HISTORY-STATUS
                   WHEN "00"
                       IF SHS-BUSINESS-DATE = WS-RUN-DATE
                               AND SHS-RECORD-COUNT = WS-BLOCK-COUNT
                               AND SHS-HASH-TOTAL = WS-BLOCK-HASH
                           MOVE "Y" TO WS-BLOCK-RERUN-SW
                       ELSE
                           MOVE "Y" TO WS-BLOCK-BAD-SW
                           MOVE SPACES TO WS-BLOCK-REASON
                           STRING "SUBMISSION NUMBER ALREADY "
                                   DELIMITED BY SIZE
                               "PROCESSED ON " DELIMITED BY SIZE
                               SHS-BUSINESS-DATE DELIMITED BY SIZE
                               INTO WS-BLOCK-REASON
                           END-STRING
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-BLOCK-BAD-SW
                       MOVE SPACES TO WS-BLOCK-REASON
                       STRING "SUBMISSION HISTORY READ FAILED - STATUS="
                               DELIMITED BY SIZE
                           WS-HISTORY-STATUS DELIMITED BY SIZE
                           INTO WS-BLOCK-REASON
                       END-STRING
               END-EVALUATE
           END-IF.

       CHECK-ACCEPTED-TABLE.
           MOVE "N" TO WS-ACCEPTED-HIT-SW
           MOVE 0 TO WS-ACCEPTED-IX
           PERFORM CHECK-ONE-ACCEPTED
               UNTIL WS-ACCEPTED-HIT
                   OR WS-ACCEPTED-IX >= WS-ACCEPTED-COUNT.

       CHECK-ONE-ACCEPTED.
           ADD 1 TO WS-ACCEPTED-IX
           IF WS-ACCEPTED-KEY(WS-ACCEPTED-IX) = WS-BLOCK-KEY
               MOVE "Y" TO WS-ACCEPTED-HIT-SW
           END-IF.

      *>     duplicates are marked first and the history posted
      *>     before any request is written, so a history that will
      *>     not take the posting refuses the block whole (and the
      *>     night table is wound back) rather than passing
      *>     requests whose submission number was never recorded.
       PASS-BLOCK.
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-MARK
           MOVE 0 TO WS-BLOCK-PASSED
           MOVE 0 TO WS-BLOCK-DROPPED
           MOVE 0 TO WS-BLOCK-IX
           PERFORM MARK-ONE-DUPLICATE
               UNTIL WS-BLOCK-IX >= WS-BLOCK-COUNT
           IF NOT WS-BLOCK-RERUN
               PERFORM POST-SUBMIT-HISTORY
           END-IF
           IF WS-BLOCK-BAD
               MOVE WS-NIGHT-MARK TO WS-NIGHT-COUNT
               PERFORM REFUSE-BLOCK
           ELSE
               IF WS-ACCEPTED-COUNT < WS-ACCEPTED-LIMIT
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE WS-BLOCK-KEY
                       TO WS-ACCEPTED-KEY(WS-ACCEPTED-COUNT)
               END-IF
               MOVE WS-BLOCK-DEPARTMENT TO WS-DEPT-KEY
               PERFORM FIND-DEPARTMENT
               ADD 1 TO WS-BLOCKS-PASSED
               ADD 1 TO WS-DEPT-BLK-PASS(WS-DEPT-IX)
               MOVE "PASSED" TO EDT-BLK-RESULT
               IF WS-BLOCK-RERUN
                   MOVE "PASSED AGAIN ON RERUN OF TONIGHT'S EDIT"
                       TO WS-BLOCK-REASON
               END-IF
               PERFORM WRITE-BLOCK-LINE
               MOVE 0 TO WS-BLOCK-IX
               PERFORM WRITE-ONE-PASSED-REQUEST
                   UNTIL WS-BLOCK-IX >= WS-BLOCK-COUNT
               MOVE "N" TO WS-BLOCK-OPEN-SW
           END-IF.

       MARK-ONE-DUPLICATE.
           ADD 1 TO WS-BLOCK-IX
           PERFORM CHECK-NIGHT-TABLE
           IF WS-DUPLICATE
               MOVE "Y" TO WS-BLOCK-DROP-SW(WS-BLOCK-IX)
               ADD 1 TO WS-BLOCK-DROPPED
           ELSE
               ADD 1 TO WS-BLOCK-PASSED
               IF WS-NIGHT-COUNT < WS-NIGHT-LIMIT
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE WS-BLOCK-REQUEST(WS-BLOCK-IX)
                       TO WS-NIGHT-REQUEST(WS-NIGHT-COUNT)
               ELSE
                   IF NOT WS-NIGHT-FULL
                       MOVE "Y" TO WS-NIGHT-FULL-SW
                       DISPLAY "FIBEDIT: WARNING - MORE THAN "
                           WS-NIGHT-LIMIT " REQUESTS TONIGHT - LATER "
                           "REQUESTS ARE NOT CHECKED FOR DUPLICATES"
                   END-IF
               END-IF
           END-IF.

       CHECK-NIGHT-TABLE.
           MOVE "N" TO WS-DUPLICATE-SW
           MOVE 0 TO WS-NIGHT-IX
           PERFORM CHECK-ONE-NIGHT-REQUEST
               UNTIL WS-DUPLICATE
                   OR WS-NIGHT-IX >= WS-NIGHT-COUNT.

       CHECK-ONE-NIGHT-REQUEST.
           ADD 1 TO WS-NIGHT-IX
           IF WS-NIGHT-REQUEST(WS-NIGHT-IX)
                   = WS-BLOCK-REQUEST(WS-BLOCK-IX)
               MOVE "Y" TO WS-DUPLICATE-SW
           END-IF.

       POST-SUBMIT-HISTORY.
           MOVE SPACES TO FIB-SUBMIT-HISTORY-RECORD
           MOVE WS-BLOCK-DEPARTMENT TO SHS-DEPARTMENT
           MOVE WS-BLOCK-SUBMIT-SEQ TO SHS-SUBMIT-SEQ
           MOVE WS-BLOCK-SUBMIT-DATE TO SHS-SUBMIT-DATE
           MOVE WS-RUN-DATE TO SHS-BUSINESS-DATE
           MOVE WS-BLOCK-COUNT TO SHS-RECORD-COUNT
           MOVE WS-BLOCK-HASH TO SHS-HASH-TOTAL
           MOVE WS-BLOCK-PASSED TO SHS-PASSED-COUNT
           WRITE FIB-SUBMIT-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-BLOCK-BAD-SW
               MOVE SPACES TO WS-BLOCK-REASON
               STRING "SUBMISSION HISTORY NOT UPDATED - STATUS="
                       DELIMITED BY SIZE
                   WS-HISTORY-STATUS DELIMITED BY SIZE
                   INTO WS-BLOCK-REASON
               END-STRING
           END-IF.

       WRITE-ONE-PASSED-REQUEST.
           ADD 1 TO WS-BLOCK-IX
           MOVE WS-BLOCK-REQUEST(WS-BLOCK-IX) TO FIB-SUBMIT-REQUEST
           IF WS-BLOCK-DROP-SW(WS-BLOCK-IX) = "Y"
               ADD 1 TO WS-REQUESTS-DROPPED
               ADD 1 TO WS-DEPT-REQ-DROP(WS-DEPT-IX)
               MOVE "DROPPED - DUPLICATE OF A REQUEST PASSED"
                   TO EDT-REQ-ACTION
               PERFORM WRITE-REQUEST-LINE
           ELSE
               MOVE FIB-SUBMIT-REQUEST TO FIB-REQUEST-OUT-RECORD
               WRITE FIB-REQUEST-OUT-RECORD
               IF WS-REQUEST-STATUS NOT = "00"
                   DISPLAY "FIBEDIT: REQUEST FILE WRITE ERROR - "
                       "STATUS=" WS-REQUEST-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
               ADD 1 TO WS-REQUESTS-PASSED
               ADD 1 TO WS-DEPT-REQ-PASS(WS-DEPT-IX)
           END-IF.

      *>     a refused block is listed with every request in it, so
      *>     the department sees exactly what has to come again.
       REFUSE-BLOCK.
           MOVE WS-BLOCK-DEPARTMENT TO WS-DEPT-KEY
           PERFORM FIND-DEPARTMENT
           ADD 1 TO WS-BLOCKS-REFUSED
           ADD 1 TO WS-DEPT-BLK-REFUSE(WS-DEPT-IX)
           MOVE "REFUSED" TO EDT-BLK-RESULT
           PERFORM WRITE-BLOCK-LINE
           MOVE 0 TO WS-BLOCK-IX
           PERFORM LIST-ONE-REFUSED-REQUEST
               UNTIL WS-BLOCK-IX >= WS-BLOCK-COUNT
                   OR WS-BLOCK-IX >= WS-BLOCK-LIMIT
           IF WS-BLOCK-COUNT > WS-BLOCK-LIMIT
               ADD WS-BLOCK-COUNT TO WS-REQUESTS-REFUSED
               ADD WS-BLOCK-COUNT TO WS-DEPT-REQ-REFUSE(WS-DEPT-IX)
               SUBTRACT WS-BLOCK-LIMIT FROM WS-REQUESTS-REFUSED
               SUBTRACT WS-BLOCK-LIMIT
                   FROM WS-DEPT-REQ-REFUSE(WS-DEPT-IX)
           END-IF
           MOVE "N" TO WS-BLOCK-OPEN-SW.

       LIST-ONE-REFUSED-REQUEST.
           ADD 1 TO WS-BLOCK-IX
           MOVE WS-BLOCK-REQUEST(WS-BLOCK-IX) TO FIB-SUBMIT-REQUEST
           MOVE "REFUSED WITH ITS BLOCK" TO EDT-REQ-ACTION
           PERFORM WRITE-REQUEST-LINE
           ADD 1 TO WS-REQUESTS-REFUSED
           ADD 1 TO WS-DEPT-REQ-REFUSE(WS-DEPT-IX).

      *>     a request with no header above it belongs to no
      *>     department anyone can vouch for.
       REFUSE-LOOSE-REQUEST.
           MOVE "(NONE)" TO WS-DEPT-KEY
           PERFORM FIND-DEPARTMENT
           ADD 1 TO WS-REQUESTS-REFUSED
           ADD 1 TO WS-DEPT-REQ-REFUSE(WS-DEPT-IX)
           MOVE "REFUSED - OUTSIDE ANY HEADER/TRAILER"
               TO EDT-REQ-ACTION
           PERFORM WRITE-REQUEST-LINE.

       WRITE-BLOCK-LINE.
           MOVE WS-BLOCK-DEPARTMENT TO EDT-BLK-DEPT
           MOVE WS-BLOCK-SUBMIT-SEQ TO EDT-BLK-SEQ
           MOVE WS-BLOCK-SUBMIT-DATE TO EDT-BLK-DATE
           MOVE WS-BLOCK-COUNT TO EDT-BLK-COUNT
           MOVE WS-BLOCK-REASON TO EDT-BLK-REASON
           WRITE FIB-EDIT-RECORD FROM WS-EDT-BLOCK-LINE.

       WRITE-REQUEST-LINE.
           MOVE FIB-SUBMIT-REQUEST(1:8) TO EDT-REQ-N
           MOVE SBR-REQUESTOR TO EDT-REQ-REQUESTOR
           MOVE SBR-MODE TO EDT-REQ-MODE
           MOVE SBR-SEED0 TO EDT-REQ-SEED0
           MOVE SBR-SEED1 TO EDT-REQ-SEED1
           WRITE FIB-EDIT-RECORD FROM WS-EDT-REQUEST-LINE.

      *>     departments are summarized in the order they first
      *>     appear; past the table limit the last slot absorbs the
      *>     rest rather than losing the counts.
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
                   MOVE 0 TO WS-DEPT-BLK-PASS(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-BLK-REFUSE(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-REQ-PASS(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-REQ-DROP(WS-DEPT-IX)
                   MOVE 0 TO WS-DEPT-REQ-REFUSE(WS-DEPT-IX)
               ELSE
                   MOVE WS-DEPT-LIMIT TO WS-DEPT-IX
               END-IF
           END-IF.

       CHECK-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-IX
           IF WS-DEPT-NAME(WS-DEPT-IX) = WS-DEPT-KEY
               MOVE "Y" TO WS-DEPT-FOUND-SW
           END-IF.

       WRITE-EDIT-SUMMARY.
           MOVE SPACES TO FIB-EDIT-RECORD
           WRITE FIB-EDIT-RECORD
           WRITE FIB-EDIT-RECORD FROM WS-EDT-DEPT-HEADER
           MOVE 0 TO WS-DEPT-IX
           PERFORM WRITE-ONE-DEPT-LINE
               UNTIL WS-DEPT-IX >= WS-DEPT-COUNT
           MOVE SPACES TO FIB-EDIT-RECORD
           WRITE FIB-EDIT-RECORD
           MOVE WS-BLOCKS-PASSED TO EDT-TOT-BLK-PASS
           MOVE WS-BLOCKS-REFUSED TO EDT-TOT-BLK-REFUSE
           MOVE WS-REQUESTS-PASSED TO EDT-TOT-REQ-PASS
           MOVE WS-REQUESTS-DROPPED TO EDT-TOT-REQ-DROP
           MOVE WS-REQUESTS-REFUSED TO EDT-TOT-REQ-REFUSE
           WRITE FIB-EDIT-RECORD FROM WS-EDT-TOTAL-LINE.

       WRITE-ONE-DEPT-LINE.
           ADD 1 TO WS-DEPT-IX
           MOVE WS-DEPT-NAME(WS-DEPT-IX) TO EDT-DPT-NAME
           MOVE WS-DEPT-BLK-PASS(WS-DEPT-IX) TO EDT-DPT-BLK-PASS
           MOVE WS-DEPT-BLK-REFUSE(WS-DEPT-IX) TO EDT-DPT-BLK-REFUSE
           MOVE WS-DEPT-REQ-PASS(WS-DEPT-IX) TO EDT-DPT-REQ-PASS
           MOVE WS-DEPT-REQ-DROP(WS-DEPT-IX) TO EDT-DPT-REQ-DROP
           MOVE WS-DEPT-REQ-REFUSE(WS-DEPT-IX) TO EDT-DPT-REQ-REFUSE
           WRITE FIB-EDIT-RECORD FROM WS-EDT-DEPT-LINE.

      *>     the stamp goes on last, once every request is on the
      *>     file; an edit that stops short leaves the stamp empty.
       STAMP-REQUEST-FILE.
           MOVE SPACES TO FIB-REQUEST-STAMP
           MOVE WS-RUN-DATE TO RQS-BUSINESS-DATE
           MOVE WS-REQUESTS-PASSED TO RQS-REQUEST-COUNT
           WRITE FIB-REQUEST-STAMP
           IF WS-STAMP-STATUS NOT = "00"
               DISPLAY "FIBEDIT: REQUEST FILE STAMP WRITE ERROR - "
                   "STATUS=" WS-STAMP-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       CLOSE-EDIT-FILES.
           CLOSE FIB-SUBMIT-FILE
           CLOSE FIB-STANDING-FILE
           CLOSE FIB-REQUEST-FILE
           CLOSE FIB-REQUEST-STAMP-FILE
           CLOSE FIB-SUBMIT-HISTORY
           CLOSE FIB-EDIT-REPORT.
