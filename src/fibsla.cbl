       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSLA.
      *>--------------------------------------------------------------
      *> Weekly batch-window timing report.  Reads the shared
      *> run-statistics file every step of the nightly (FIBJOB) and
      *> batch (FIBBATJ) streams appends to (FIBSTATS - see FIBSTS
      *> copy) and prints, for each business date of the week, one
      *> line per step run - start, end, elapsed time, the rolling
      *> average of that step's earlier runs, records processed and
      *> return code - and a total line per stream: first start to
      *> last end of the stream's steps that night.  A rerun shows
      *> as its own line and stretches the stream total with it.
      *>     - the week is REPORT-DAYS business dates ending with
      *>       the PARM date (yyyymmdd), or with no PARM the
      *>       business date on the processing calendar;
      *>     - the rolling average is taken over up to AVERAGE-DAYS
      *>       earlier runs of the same step (or nights of the same
      *>       stream) in the 62 days before the week;
      *>     - the thresholds come from the control file (FIBSLAC,
      *>       keyword=value records like FIBRATE):
      *>           REPORT-DAYS=n           days reported, 1-31 (7)
      *>           AVERAGE-DAYS=n          runs averaged, 1-20 (5)
      *>           WINDOW-END=hhmm         batch window closes
      *>           WINDOW-END.stream=hhmm  a stream's own window
      *>           WINDOW-END-DAY=n        days after the business
      *>                                   date the window closes (1)
      *>           DEFAULT-STEP-LIMIT=s    seconds, any step
      *>           STEP-LIMIT.program=s    seconds, one step
      *>           STREAM-LIMIT.stream=s   seconds, a whole stream
      *>       WINDOW-END is required; a step or stream with no limit
      *>       is never flagged OVER LIMIT.
      *> A step or stream running longer than its limit is flagged
      *> OVER LIMIT; one ending after the window closed for its
      *> business date is flagged PAST WINDOW.  The step ends RC 04
      *> when anything is flagged (or timing records had to be
      *> left off the report), 16 for a bad PARM, 24 when a file
      *> cannot be used, 28 when the control file is missing or
      *> not valid.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-STATS-FILE ASSIGN TO "FIBSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT FIB-SLA-CONTROL ASSIGN TO "FIBSLAC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT FIB-SLA-REPORT ASSIGN TO "FIBSLAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-STATS-FILE.
           COPY FIBSTS.

       FD  FIB-SLA-CONTROL.
       01  FIB-SLA-CONTROL-RECORD      PIC X(80).

       FD  FIB-SLA-REPORT.
       01  FIB-SLA-RECORD              PIC X(120).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CONTROL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-STATS-EOF-SW             PIC X VALUE "N".
           88  WS-STATS-EOF                     VALUE "Y".
       01  WS-CONTROL-EOF-SW           PIC X VALUE "N".
           88  WS-CONTROL-EOF                   VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.
       01  WS-SYSTEM-DATE              PIC X(8) VALUE SPACES.

      *> ---- the week reported (PARM, yyyymmdd) ----------------------
       01  WS-COMMAND-LINE             PIC X(20) VALUE SPACES.
       01  WS-END-DATE                 PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-DATE-NUMBER              PIC 9(8) VALUE 0.
       01  WS-END-DAY                  BINARY-C-LONG VALUE 0.
       01  WS-FROM-DAY                 BINARY-C-LONG VALUE 0.
       01  WS-HISTORY-DAY              BINARY-C-LONG VALUE 0.
       01  WS-HISTORY-DAYS             BINARY-C-LONG VALUE 62.
       01  WS-REPORT-DAY               BINARY-C-LONG VALUE 0.

      *> ---- control file (FIBSLAC) ----------------------------------
       01  WS-CTL-KEYWORD              PIC X(30) VALUE SPACES.
       01  WS-CTL-KEY-BASE             PIC X(20) VALUE SPACES.
       01  WS-CTL-KEY-NAME             PIC X(10) VALUE SPACES.
       01  WS-CTL-VALUE-TEXT           PIC X(20) VALUE SPACES.
       01  WS-CTL-VALUE-LEN            BINARY-C-LONG VALUE 0.
       01  WS-CTL-NUMBER               PIC 9(6) VALUE 0.
       01  WS-CTL-VALID-SW             PIC X VALUE "N".
           88  WS-CTL-VALID                     VALUE "Y".
       01  WS-CTL-HHMM.
           05  WS-CTL-HH               PIC 9(2).
           05  WS-CTL-MM               PIC 9(2).
       01  WS-CTL-HHMM-TEXT REDEFINES WS-CTL-HHMM
                                       PIC X(4).
       01  WS-REPORT-DAYS              BINARY-C-LONG VALUE 7.
       01  WS-AVERAGE-DAYS             BINARY-C-LONG VALUE 5.
       01  WS-WINDOW-END-DAY           BINARY-C-LONG VALUE 1.
       01  WS-WINDOW-END-SECS          BINARY-C-LONG VALUE 0.
       01  WS-WINDOW-END-TEXT          PIC X(5) VALUE SPACES.
       01  WS-WINDOW-SEEN-SW           PIC X VALUE "N".
           88  WS-WINDOW-SEEN                   VALUE "Y".
       01  WS-DEFAULT-STEP-LIMIT       BINARY-C-LONG VALUE 0.

      *>     one entry per named limit or window: type P is a step
      *>     (program) limit, S a stream limit, W a stream's own
      *>     window end (seconds past midnight).
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY          OCCURS 100 TIMES.
               10  WS-LIM-TYPE         PIC X(1).
               10  WS-LIM-NAME         PIC X(8).
               10  WS-LIM-SECONDS      BINARY-C-LONG.
       01  WS-LIMIT-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-LIMIT-MAX                BINARY-C-LONG VALUE 100.
       01  WS-LIMIT-IX                 BINARY-C-LONG VALUE 0.
       01  WS-LIMIT-FOUND-SW           PIC X VALUE "N".
           88  WS-LIMIT-FOUND                   VALUE "Y".
       01  WS-FIND-TYPE                PIC X(1) VALUE SPACE.
       01  WS-FIND-NAME                PIC X(8) VALUE SPACES.

      *> ---- step runs loaded from the statistics file ---------------
      *>     times are held as seconds from day zero of the integer
      *>     date calendar, so a run crossing midnight subtracts.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 4000 TIMES.
               10  WS-STP-STREAM       PIC X(8).
               10  WS-STP-PROGRAM      PIC X(8).
               10  WS-STP-DATE         PIC X(8).
               10  WS-STP-DAY          BINARY-C-LONG.
               10  WS-STP-START        PIC 9(12).
               10  WS-STP-END          PIC 9(12).
               10  WS-STP-ELAPSED      BINARY-C-LONG.
               10  WS-STP-RECORDS      PIC 9(9).
               10  WS-STP-RC           PIC 9(2).
       01  WS-STEP-COUNT               BINARY-C-LONG VALUE 0.
       01  WS-STEP-MAX                 BINARY-C-LONG VALUE 4000.
       01  WS-STEP-IX                  BINARY-C-LONG VALUE 0.
       01  WS-PRIOR-IX                 BINARY-C-LONG VALUE 0.

      *> ---- stream nights built from the step runs ------------------
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY          OCCURS 500 TIMES.
               10  WS-NGT-STREAM       PIC X(8).
               10  WS-NGT-DATE         PIC X(8).
               10  WS-NGT-DAY          BINARY-C-LONG.
               10  WS-NGT-START        PIC 9(12).
               10  WS-NGT-END          PIC 9(12).
               10  WS-NGT-ELAPSED      BINARY-C-LONG.
               10  WS-NGT-RECORDS      PIC 9(9).
               10  WS-NGT-RC           PIC 9(2).
       01  WS-NIGHT-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-NIGHT-MAX                BINARY-C-LONG VALUE 500.
       01  WS-NIGHT-IX                 BINARY-C-LONG VALUE 0.
       01  WS-NIGHT-FOUND-SW           PIC X VALUE "N".
           88  WS-NIGHT-FOUND                   VALUE "Y".

      *> ---- timing arithmetic ---------------------------------------
       01  WS-TIME-WORK.
           05  WS-TW-HH                PIC 9(2).
           05  WS-TW-MM                PIC 9(2).
           05  WS-TW-SS                PIC 9(2).
           05  WS-TW-HUNDREDTHS        PIC 9(2).
       01  WS-TIME-TEXT REDEFINES WS-TIME-WORK
                                       PIC X(8).
       01  WS-DAY-WORK                 BINARY-C-LONG VALUE 0.
       01  WS-SECONDS-WORK             BINARY-C-LONG VALUE 0.
       01  WS-STAMP-WORK               PIC 9(12) VALUE 0.
       01  WS-START-STAMP              PIC 9(12) VALUE 0.
       01  WS-END-STAMP                PIC 9(12) VALUE 0.
       01  WS-DEADLINE-STAMP           PIC 9(12) VALUE 0.
       01  WS-STAMP-VALID-SW           PIC X VALUE "N".
           88  WS-STAMP-VALID                   VALUE "Y".
       01  WS-AVERAGE-TOTAL            BINARY-C-LONG VALUE 0.
       01  WS-AVERAGE-RUNS             BINARY-C-LONG VALUE 0.
       01  WS-AVERAGE-SECS             BINARY-C-LONG VALUE 0.
       01  WS-LIMIT-SECS               BINARY-C-LONG VALUE 0.
       01  WS-WINDOW-SECS              BINARY-C-LONG VALUE 0.
       01  WS-DURATION-SECS            BINARY-C-LONG VALUE 0.
       01  WS-DURATION-HOURS           BINARY-C-LONG VALUE 0.
       01  WS-OFFSET-DAYS              BINARY-C-LONG VALUE 0.
       01  WS-OVER-LIMIT-SW            PIC X VALUE "N".
           88  WS-OVER-LIMIT                    VALUE "Y".
       01  WS-PAST-WINDOW-SW           PIC X VALUE "N".
           88  WS-PAST-WINDOW                   VALUE "Y".

      *> ---- tallies -------------------------------------------------
       01  WS-STATS-READ               BINARY-C-LONG VALUE 0.
       01  WS-STATS-UNUSABLE           BINARY-C-LONG VALUE 0.
       01  WS-STATS-DROPPED            BINARY-C-LONG VALUE 0.
       01  WS-STEPS-REPORTED           BINARY-C-LONG VALUE 0.
       01  WS-STEPS-OVER-LIMIT         BINARY-C-LONG VALUE 0.
       01  WS-STEPS-PAST-WINDOW        BINARY-C-LONG VALUE 0.
       01  WS-NIGHTS-REPORTED          BINARY-C-LONG VALUE 0.
       01  WS-NIGHTS-OVER-LIMIT        BINARY-C-LONG VALUE 0.
       01  WS-NIGHTS-PAST-WINDOW       BINARY-C-LONG VALUE 0.

      *> ---- report pagination ---------------------------------------
       01  WS-RPT-LINE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-LINES-PER-PAGE       BINARY-C-LONG VALUE 55.
       01  WS-RPT-PAGE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-HOLD-LINE            PIC X(120) VALUE SPACES.

      *> ---- edited times --------------------------------------------
       01  WS-EDIT-CLOCK.
           05  EDC-HH                  PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  EDC-MM                  PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  EDC-SS                  PIC 9(2).
       01  WS-EDIT-DURATION.
           05  EDD-HH                  PIC Z9.
           05  FILLER                  PIC X(1) VALUE ":".
           05  EDD-MM                  PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  EDD-SS                  PIC 9(2).
       01  WS-EDIT-OFFSET              PIC +9.

      *> ---- report line build areas ---------------------------------
       01  WS-SLA-HEADER-1.
           05  FILLER                  PIC X(32) VALUE
               "FIB BATCH WINDOW TIMING REPORT -".
           05  FILLER                  PIC X(16)
               VALUE " BUSINESS DATES ".
           05  SLA-HDR-FROM            PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  SLA-HDR-TO              PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  SLA-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-HDR-TIME            PIC X(6).
           05  FILLER                  PIC X(7) VALUE "  PAGE ".
           05  SLA-HDR-PAGE            PIC ZZZ9.
       01  WS-SLA-HEADER-2.
           05  FILLER                  PIC X(14)
               VALUE "WINDOW CLOSES ".
           05  SLA-HDR-WINDOW          PIC X(5).
           05  FILLER                  PIC X(20)
               VALUE " ON BUSINESS DATE + ".
           05  SLA-HDR-WINDOW-DAY      PIC 9.
           05  FILLER                  PIC X(32)
               VALUE " DAY(S) - AVERAGE OF UP TO THE ".
           05  SLA-HDR-AVERAGE         PIC Z9.
           05  FILLER                  PIC X(13)
               VALUE " PRIOR RUNS -".
           05  FILLER                  PIC X(24)
               VALUE " TIMES +N = DAYS AFTER  ".
       01  WS-SLA-HEADER-3.
           05  FILLER                  PIC X(9) VALUE "BUS DATE".
           05  FILLER                  PIC X(9) VALUE "STREAM".
           05  FILLER                  PIC X(9) VALUE "PROGRAM".
           05  FILLER                  PIC X(11) VALUE "START".
           05  FILLER                  PIC X(11) VALUE "END".
           05  FILLER                  PIC X(9) VALUE " ELAPSED".
           05  FILLER                  PIC X(9) VALUE " AVERAGE".
           05  FILLER                  PIC X(9) VALUE "   LIMIT".
           05  FILLER                  PIC X(10) VALUE "   RECORDS".
           05  FILLER                  PIC X(4) VALUE " RC".
           05  FILLER                  PIC X(5) VALUE "FLAGS".
       01  WS-SLA-DETAIL-LINE.
           05  SLA-DTL-DATE            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-STREAM          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-PROGRAM         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-START           PIC X(8).
           05  SLA-DTL-START-DAY       PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-END             PIC X(8).
           05  SLA-DTL-END-DAY         PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-ELAPSED         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-AVERAGE         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-LIMIT           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-RECORDS         PIC Z(8)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SLA-DTL-RC              PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SLA-DTL-FLAGS           PIC X(24).
       01  WS-SLA-SUMMARY-LINE.
           05  SLA-SUM-TEXT            PIC X(40).
           05  SLA-SUM-COUNT           PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-SYSTEM-DATE
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-REPORT-PERIOD
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-SLA-CONTROL
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM SET-REPORT-DAYS
               PERFORM LOAD-TIMING-RECORDS
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM BUILD-STREAM-NIGHTS
               OPEN OUTPUT FIB-SLA-REPORT
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "FIBSLA: UNABLE TO OPEN REPORT - STATUS="
                       WS-REPORT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM WRITE-PAGE-HEADERS
               MOVE WS-FROM-DAY TO WS-REPORT-DAY
               PERFORM REPORT-ONE-DAY
                   UNTIL WS-REPORT-DAY > WS-END-DAY
               PERFORM WRITE-SLA-SUMMARY
               CLOSE FIB-SLA-REPORT
               IF WS-STEPS-OVER-LIMIT > 0
                       OR WS-STEPS-PAST-WINDOW > 0
                       OR WS-NIGHTS-OVER-LIMIT > 0
                       OR WS-NIGHTS-PAST-WINDOW > 0
                       OR WS-STATS-DROPPED > 0
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "FIBSLA: " WS-FROM-DATE " TO " WS-END-DATE " - "
               WS-STEPS-REPORTED " STEP RUN(S), "
               WS-NIGHTS-REPORTED " STREAM NIGHT(S) REPORTED"
           DISPLAY "FIBSLA: RUN COMPLETE - RETURN CODE "
               WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     the week defaults to the one ending on the calendar's
      *>     business date; with no calendar the system date stands.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBSLA: PROCESSING CALENDAR UNREADABLE - "
                       "USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

      *>     an impossible date gives INTEGER-OF-DATE 0, so the
      *>     PARM is proven a real calendar day before it is used.
       RESOLVE-REPORT-PERIOD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE WS-RUN-DATE TO WS-END-DATE
           ELSE
               MOVE WS-COMMAND-LINE(1:8) TO WS-END-DATE
               IF WS-END-DATE IS NOT NUMERIC
                       OR WS-COMMAND-LINE(9:12) NOT = SPACES
                   DISPLAY "FIBSLA: PARM NEEDS A YYYYMMDD DATE - GOT '"
                       WS-COMMAND-LINE "'"
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE WS-END-DATE TO WS-DATE-NUMBER
               COMPUTE WS-END-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER)
               IF WS-END-DAY = 0
                   DISPLAY "FIBSLA: REPORT DATE IS NOT A REAL "
                       "CALENDAR DATE - GOT '" WS-END-DATE "'"
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     thresholds decide what gets flagged, so a missing or
      *>     garbled control file stops the report rather than
      *>     printing a week with nothing flagged.  Blank records
      *>     and records starting "*" are comments.
       LOAD-SLA-CONTROL.
           OPEN INPUT FIB-SLA-CONTROL
           IF WS-CONTROL-STATUS = "00"
               PERFORM READ-CONTROL-RECORD
               PERFORM APPLY-CONTROL-RECORD
                   UNTIL WS-CONTROL-EOF OR WS-RETURN-CODE NOT = 0
               CLOSE FIB-SLA-CONTROL
               IF WS-RETURN-CODE = 0 AND NOT WS-WINDOW-SEEN
                   DISPLAY "FIBSLA: CONTROL FILE INCOMPLETE - "
                       "WINDOW-END IS REQUIRED"
                   MOVE 28 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "FIBSLA: CONTROL FILE UNAVAILABLE - STATUS="
                   WS-CONTROL-STATUS
               MOVE 28 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               DISPLAY "FIBSLA: " WS-REPORT-DAYS " DAY(S), AVERAGE "
                   "OF " WS-AVERAGE-DAYS " RUN(S), WINDOW CLOSES "
                   WS-WINDOW-END-TEXT " + " WS-WINDOW-END-DAY
                   " DAY(S), " WS-LIMIT-COUNT " NAMED LIMIT(S)"
           END-IF.

       READ-CONTROL-RECORD.
           READ FIB-SLA-CONTROL
               AT END MOVE "Y" TO WS-CONTROL-EOF-SW
           END-READ
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "Y" TO WS-CONTROL-EOF-SW
               IF WS-CONTROL-STATUS NOT = "10"
                   DISPLAY "FIBSLA: CONTROL FILE READ ERROR - STATUS="
                       WS-CONTROL-STATUS
                   MOVE 28 TO WS-RETURN-CODE
               END-IF
           END-IF.

       APPLY-CONTROL-RECORD.
           IF FIB-SLA-CONTROL-RECORD = SPACES
                   OR FIB-SLA-CONTROL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CTL-KEYWORD
               MOVE SPACES TO WS-CTL-VALUE-TEXT
               MOVE SPACES TO WS-CTL-KEY-BASE
               MOVE SPACES TO WS-CTL-KEY-NAME
               UNSTRING FIB-SLA-CONTROL-RECORD DELIMITED BY "="
                   INTO WS-CTL-KEYWORD WS-CTL-VALUE-TEXT
               END-UNSTRING
               UNSTRING WS-CTL-KEYWORD DELIMITED BY "."
                   INTO WS-CTL-KEY-BASE WS-CTL-KEY-NAME
               END-UNSTRING
               PERFORM MEASURE-CONTROL-VALUE
               EVALUATE WS-CTL-KEY-BASE
                   WHEN "REPORT-DAYS"
                       PERFORM CHECK-CONTROL-NUMBER
                       IF WS-CTL-VALID AND WS-CTL-KEY-NAME = SPACES
                               AND WS-CTL-NUMBER >= 1
                               AND WS-CTL-NUMBER <= 31
                           MOVE WS-CTL-NUMBER TO WS-REPORT-DAYS
                       ELSE
                           PERFORM REJECT-CONTROL-RECORD
                       END-IF
                   WHEN "AVERAGE-DAYS"
                       PERFORM CHECK-CONTROL-NUMBER
                       IF WS-CTL-VALID AND WS-CTL-KEY-NAME = SPACES
                               AND WS-CTL-NUMBER >= 1
                               AND WS-CTL-NUMBER <= 20
                           MOVE WS-CTL-NUMBER TO WS-AVERAGE-DAYS
                       ELSE
                           PERFORM REJECT-CONTROL-RECORD
                       END-IF
                   WHEN "WINDOW-END-DAY"
                       PERFORM CHECK-CONTROL-NUMBER
                       IF WS-CTL-VALID AND WS-CTL-KEY-NAME = SPACES
                               AND WS-CTL-NUMBER <= 9
                           MOVE WS-CTL-NUMBER TO WS-WINDOW-END-DAY
                       ELSE
                           PERFORM REJECT-CONTROL-RECORD
                       END-IF
                   WHEN "WINDOW-END"
                       PERFORM CHECK-CONTROL-CLOCK
                       IF NOT WS-CTL-VALID
                           PERFORM REJECT-CONTROL-RECORD
                       ELSE
                           IF WS-CTL-KEY-NAME = SPACES
                               MOVE WS-CTL-NUMBER
                                   TO WS-WINDOW-END-SECS
                               MOVE "Y" TO WS-WINDOW-SEEN-SW
                               STRING WS-CTL-HH ":" WS-CTL-MM
                                   DELIMITED BY SIZE
                                   INTO WS-WINDOW-END-TEXT
                               END-STRING
                           ELSE
                               MOVE "W" TO WS-FIND-TYPE
                               PERFORM ADD-LIMIT-ENTRY
                           END-IF
                       END-IF
                   WHEN "DEFAULT-STEP-LIMIT"
                       PERFORM CHECK-CONTROL-NUMBER
                       IF WS-CTL-VALID AND WS-CTL-KEY-NAME = SPACES
                           MOVE WS-CTL-NUMBER TO WS-DEFAULT-STEP-LIMIT
                       ELSE
                           PERFORM REJECT-CONTROL-RECORD
                       END-IF
                   WHEN "STEP-LIMIT"
                       PERFORM CHECK-CONTROL-NUMBER
                       IF WS-CTL-VALID
                           MOVE "P" TO WS-FIND-TYPE
                           PERFORM ADD-LIMIT-ENTRY
                       ELSE
                           PERFORM REJECT-CONTROL-RECORD
                       END-IF
                   WHEN "STREAM-LIMIT"
                       PERFORM CHECK-CONTROL-NUMBER
                       IF WS-CTL-VALID
                           MOVE "S" TO WS-FIND-TYPE
                           PERFORM ADD-LIMIT-ENTRY
                       ELSE
                           PERFORM REJECT-CONTROL-RECORD
                       END-IF
                   WHEN OTHER
                       PERFORM REJECT-CONTROL-RECORD
               END-EVALUATE
           END-IF
           PERFORM READ-CONTROL-RECORD.

       MEASURE-CONTROL-VALUE.
           MOVE 0 TO WS-CTL-VALUE-LEN
           INSPECT WS-CTL-VALUE-TEXT TALLYING WS-CTL-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

      *>     counts and limits are whole numbers of up to six digits
      *>     (seconds), with nothing after them.
       CHECK-CONTROL-NUMBER.
           MOVE "N" TO WS-CTL-VALID-SW
           MOVE 0 TO WS-CTL-NUMBER
           IF WS-CTL-VALUE-LEN >= 1 AND WS-CTL-VALUE-LEN <= 6
               IF WS-CTL-VALUE-TEXT(1:WS-CTL-VALUE-LEN) IS NUMERIC
                       AND WS-CTL-VALUE-TEXT(WS-CTL-VALUE-LEN + 1:)
                           = SPACES
                   MOVE FUNCTION NUMVAL(WS-CTL-VALUE-TEXT)
                       TO WS-CTL-NUMBER
                   MOVE "Y" TO WS-CTL-VALID-SW
               END-IF
           END-IF.

      *>     a window end is hhmm on the 24-hour clock; it comes
      *>     back as seconds past midnight in WS-CTL-NUMBER.
       CHECK-CONTROL-CLOCK.
           MOVE "N" TO WS-CTL-VALID-SW
           MOVE 0 TO WS-CTL-NUMBER
           IF WS-CTL-VALUE-LEN = 4
               MOVE WS-CTL-VALUE-TEXT(1:4) TO WS-CTL-HHMM-TEXT
               IF WS-CTL-HHMM-TEXT IS NUMERIC
                       AND WS-CTL-VALUE-TEXT(5:) = SPACES
                   IF WS-CTL-HH <= 23 AND WS-CTL-MM <= 59
                       COMPUTE WS-CTL-NUMBER =
                           WS-CTL-HH * 3600 + WS-CTL-MM * 60
                       MOVE "Y" TO WS-CTL-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *>     a later record for the same name replaces the earlier
      *>     one, the way a keyword repeated in FIBRATE does.
       ADD-LIMIT-ENTRY.
           IF WS-CTL-KEY-NAME = SPACES
                   OR WS-CTL-KEY-NAME(9:2) NOT = SPACES
               PERFORM REJECT-CONTROL-RECORD
           ELSE
               MOVE WS-CTL-KEY-NAME TO WS-FIND-NAME
               PERFORM FIND-LIMIT
               IF NOT WS-LIMIT-FOUND
                   IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
                       DISPLAY "FIBSLA: MORE THAN " WS-LIMIT-MAX
                           " NAMED LIMITS IN THE CONTROL FILE"
                       MOVE 28 TO WS-RETURN-CODE
                   ELSE
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE WS-LIMIT-COUNT TO WS-LIMIT-IX
                       MOVE WS-FIND-TYPE TO WS-LIM-TYPE(WS-LIMIT-IX)
                       MOVE WS-FIND-NAME TO WS-LIM-NAME(WS-LIMIT-IX)
                       MOVE "Y" TO WS-LIMIT-FOUND-SW
                   END-IF
               END-IF
               IF WS-LIMIT-FOUND
                   MOVE WS-CTL-NUMBER TO WS-LIM-SECONDS(WS-LIMIT-IX)
               END-IF
           END-IF.

       REJECT-CONTROL-RECORD.
           DISPLAY "FIBSLA: CONTROL FILE RECORD NOT VALID - '"
               FIB-SLA-CONTROL-RECORD "'"
           MOVE 28 TO WS-RETURN-CODE.

       FIND-LIMIT.
           MOVE "N" TO WS-LIMIT-FOUND-SW
           MOVE 0 TO WS-LIMIT-IX
           PERFORM CHECK-ONE-LIMIT
               UNTIL WS-LIMIT-FOUND OR WS-LIMIT-IX >= WS-LIMIT-COUNT.

       CHECK-ONE-LIMIT.
           ADD 1 TO WS-LIMIT-IX
           IF WS-LIM-TYPE(WS-LIMIT-IX) = WS-FIND-TYPE
                   AND WS-LIM-NAME(WS-LIMIT-IX) = WS-FIND-NAME
               MOVE "Y" TO WS-LIMIT-FOUND-SW
           END-IF.

      *>     the week is REPORT-DAYS calendar days ending with the
      *>     report date; the averages reach back a further
      *>     WS-HISTORY-DAYS for the runs before it.
       SET-REPORT-DAYS.
           COMPUTE WS-FROM-DAY = WS-END-DAY - WS-REPORT-DAYS + 1
           COMPUTE WS-HISTORY-DAY = WS-FROM-DAY - WS-HISTORY-DAYS
           COMPUTE WS-DATE-NUMBER =
               FUNCTION DATE-OF-INTEGER(WS-FROM-DAY)
           MOVE WS-DATE-NUMBER TO WS-FROM-DATE.

       LOAD-TIMING-RECORDS.
           OPEN INPUT FIB-STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "FIBSLA: UNABLE TO OPEN RUN STATISTICS - "
                   "STATUS=" WS-STATS-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-STATS-RECORD
               PERFORM KEEP-ONE-STATS-RECORD
                   UNTIL WS-STATS-EOF
               CLOSE FIB-STATS-FILE
               DISPLAY "FIBSLA: " WS-STATS-READ " TIMING RECORD(S) "
                   "READ, " WS-STEP-COUNT " IN THE PERIOD, "
                   WS-STATS-UNUSABLE " UNUSABLE"
               IF WS-STATS-DROPPED > 0
                   DISPLAY "FIBSLA: STEP TABLE FULL - "
                       WS-STATS-DROPPED " TIMING RECORD(S) LEFT OFF "
                       "THE REPORT"
               END-IF
           END-IF.

       READ-STATS-RECORD.
           READ FIB-STATS-FILE
               AT END MOVE "Y" TO WS-STATS-EOF-SW
           END-READ
           IF WS-STATS-STATUS NOT = "00"
               MOVE "Y" TO WS-STATS-EOF-SW
               IF WS-STATS-STATUS NOT = "10"
                   DISPLAY "FIBSLA: RUN STATISTICS READ ERROR - "
                       "STATUS=" WS-STATS-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     a record whose dates or times cannot be read is counted
      *>     and passed over - one bad stamp must not lose the week.
       KEEP-ONE-STATS-RECORD.
           ADD 1 TO WS-STATS-READ
           MOVE "N" TO WS-STAMP-VALID-SW
           IF STS-BUSINESS-DATE IS NUMERIC
               MOVE STS-BUSINESS-DATE TO WS-DATE-NUMBER
               COMPUTE WS-DAY-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER)
               IF WS-DAY-WORK > 0
                   PERFORM STAMP-START-TIME
                   IF WS-STAMP-VALID
                       MOVE WS-STAMP-WORK TO WS-START-STAMP
                       PERFORM STAMP-END-TIME
                       MOVE WS-STAMP-WORK TO WS-END-STAMP
                   END-IF
               END-IF
           END-IF
           IF WS-STAMP-VALID AND WS-END-STAMP < WS-START-STAMP
               MOVE "N" TO WS-STAMP-VALID-SW
           END-IF
           IF NOT WS-STAMP-VALID
               ADD 1 TO WS-STATS-UNUSABLE
           ELSE
               IF WS-DAY-WORK >= WS-HISTORY-DAY
                       AND WS-DAY-WORK <= WS-END-DAY
                   IF WS-STEP-COUNT >= WS-STEP-MAX
                       ADD 1 TO WS-STATS-DROPPED
                   ELSE
                       PERFORM ADD-STEP-RUN
                   END-IF
               END-IF
           END-IF
           PERFORM READ-STATS-RECORD.

       ADD-STEP-RUN.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-STEP-IX
           MOVE STS-STREAM TO WS-STP-STREAM(WS-STEP-IX)
           MOVE STS-PROGRAM TO WS-STP-PROGRAM(WS-STEP-IX)
           MOVE STS-BUSINESS-DATE TO WS-STP-DATE(WS-STEP-IX)
           MOVE WS-DAY-WORK TO WS-STP-DAY(WS-STEP-IX)
           MOVE WS-START-STAMP TO WS-STP-START(WS-STEP-IX)
           MOVE WS-END-STAMP TO WS-STP-END(WS-STEP-IX)
           COMPUTE WS-STP-ELAPSED(WS-STEP-IX) =
               WS-END-STAMP - WS-START-STAMP
           MOVE 0 TO WS-STP-RECORDS(WS-STEP-IX)
           IF STS-RECORD-COUNT IS NUMERIC
               MOVE STS-RECORD-COUNT TO WS-STP-RECORDS(WS-STEP-IX)
           END-IF
           MOVE 0 TO WS-STP-RC(WS-STEP-IX)
           IF STS-RETURN-CODE IS NUMERIC
               MOVE STS-RETURN-CODE TO WS-STP-RC(WS-STEP-IX)
           END-IF.

       STAMP-START-TIME.
           MOVE STS-START-TIME TO WS-TIME-TEXT
           MOVE "N" TO WS-STAMP-VALID-SW
           IF STS-START-DATE IS NUMERIC
               MOVE STS-START-DATE TO WS-DATE-NUMBER
               PERFORM STAMP-DATE-AND-TIME
           END-IF.

       STAMP-END-TIME.
           MOVE STS-END-TIME TO WS-TIME-TEXT
           MOVE "N" TO WS-STAMP-VALID-SW
           IF STS-END-DATE IS NUMERIC
               MOVE STS-END-DATE TO WS-DATE-NUMBER
               PERFORM STAMP-DATE-AND-TIME
           END-IF.

      *>     WS-DATE-NUMBER and WS-TIME-TEXT (hhmmsshh) in, seconds
      *>     from day zero out in WS-STAMP-WORK; hundredths dropped.
       STAMP-DATE-AND-TIME.
           IF WS-TIME-TEXT IS NUMERIC
                   AND WS-TW-HH <= 23 AND WS-TW-MM <= 59
                   AND WS-TW-SS <= 59
               COMPUTE WS-SECONDS-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER)
               IF WS-SECONDS-WORK > 0
                   COMPUTE WS-STAMP-WORK = WS-SECONDS-WORK * 86400
                       + WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
                   MOVE "Y" TO WS-STAMP-VALID-SW
               END-IF
           END-IF.

      *>     one night per stream and business date: first start to
      *>     last end of every step run the stream logged for it.
       BUILD-STREAM-NIGHTS.
           MOVE 0 TO WS-STEP-IX
           PERFORM ADD-TO-STREAM-NIGHT
               UNTIL WS-STEP-IX >= WS-STEP-COUNT.

       ADD-TO-STREAM-NIGHT.
           ADD 1 TO WS-STEP-IX
           PERFORM FIND-STREAM-NIGHT
           IF NOT WS-NIGHT-FOUND
               IF WS-NIGHT-COUNT < WS-NIGHT-MAX
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE WS-NIGHT-COUNT TO WS-NIGHT-IX
                   MOVE WS-STP-STREAM(WS-STEP-IX)
                       TO WS-NGT-STREAM(WS-NIGHT-IX)
                   MOVE WS-STP-DATE(WS-STEP-IX)
                       TO WS-NGT-DATE(WS-NIGHT-IX)
                   MOVE WS-STP-DAY(WS-STEP-IX)
                       TO WS-NGT-DAY(WS-NIGHT-IX)
                   MOVE WS-STP-START(WS-STEP-IX)
                       TO WS-NGT-START(WS-NIGHT-IX)
                   MOVE WS-STP-END(WS-STEP-IX)
                       TO WS-NGT-END(WS-NIGHT-IX)
                   MOVE 0 TO WS-NGT-RECORDS(WS-NIGHT-IX)
                   MOVE 0 TO WS-NGT-RC(WS-NIGHT-IX)
                   MOVE "Y" TO WS-NIGHT-FOUND-SW
               ELSE
                   ADD 1 TO WS-STATS-DROPPED
               END-IF
           END-IF
           IF WS-NIGHT-FOUND
               IF WS-STP-START(WS-STEP-IX) < WS-NGT-START(WS-NIGHT-IX)
                   MOVE WS-STP-START(WS-STEP-IX)
                       TO WS-NGT-START(WS-NIGHT-IX)
               END-IF
               IF WS-STP-END(WS-STEP-IX) > WS-NGT-END(WS-NIGHT-IX)
                   MOVE WS-STP-END(WS-STEP-IX)
                       TO WS-NGT-END(WS-NIGHT-IX)
               END-IF
               COMPUTE WS-NGT-ELAPSED(WS-NIGHT-IX) =
                   WS-NGT-END(WS-NIGHT-IX) - WS-NGT-START(WS-NIGHT-IX)
               ADD WS-STP-RECORDS(WS-STEP-IX)
                   TO WS-NGT-RECORDS(WS-NIGHT-IX)
               IF WS-STP-RC(WS-STEP-IX) > WS-NGT-RC(WS-NIGHT-IX)
                   MOVE WS-STP-RC(WS-STEP-IX) TO WS-NGT-RC(WS-NIGHT-IX)
               END-IF
           END-IF.

       FIND-STREAM-NIGHT.
           MOVE "N" TO WS-NIGHT-FOUND-SW
           MOVE 0 TO WS-NIGHT-IX
           PERFORM CHECK-ONE-STREAM-NIGHT
               UNTIL WS-NIGHT-FOUND OR WS-NIGHT-IX >= WS-NIGHT-COUNT.

       CHECK-ONE-STREAM-NIGHT.
           ADD 1 TO WS-NIGHT-IX
           IF WS-NGT-STREAM(WS-NIGHT-IX) = WS-STP-STREAM(WS-STEP-IX)
                   AND WS-NGT-DAY(WS-NIGHT-IX) = WS-STP-DAY(WS-STEP-IX)
               MOVE "Y" TO WS-NIGHT-FOUND-SW
           END-IF.

      *>     each business date in turn; within it each stream in
      *>     the order it first logged, its step runs in the order
      *>     they ended, then the stream's total line.
       REPORT-ONE-DAY.
           MOVE 0 TO WS-NIGHT-IX
           PERFORM REPORT-ONE-STREAM-NIGHT
               UNTIL WS-NIGHT-IX >= WS-NIGHT-COUNT
           ADD 1 TO WS-REPORT-DAY.

       REPORT-ONE-STREAM-NIGHT.
           ADD 1 TO WS-NIGHT-IX
           IF WS-NGT-DAY(WS-NIGHT-IX) = WS-REPORT-DAY
               MOVE 0 TO WS-STEP-IX
               PERFORM REPORT-ONE-STEP-RUN
                   UNTIL WS-STEP-IX >= WS-STEP-COUNT
               PERFORM WRITE-STREAM-LINE
               MOVE SPACES TO FIB-SLA-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-STEP-RUN.
           ADD 1 TO WS-STEP-IX
           IF WS-STP-DAY(WS-STEP-IX) = WS-REPORT-DAY
                   AND WS-STP-STREAM(WS-STEP-IX)
                       = WS-NGT-STREAM(WS-NIGHT-IX)
               PERFORM WRITE-STEP-LINE
           END-IF.

       WRITE-STEP-LINE.
           ADD 1 TO WS-STEPS-REPORTED
           MOVE SPACES TO WS-SLA-DETAIL-LINE
           MOVE WS-STP-DATE(WS-STEP-IX) TO SLA-DTL-DATE
           MOVE WS-STP-STREAM(WS-STEP-IX) TO SLA-DTL-STREAM
           MOVE WS-STP-PROGRAM(WS-STEP-IX) TO SLA-DTL-PROGRAM
           MOVE WS-STP-DAY(WS-STEP-IX) TO WS-DAY-WORK
           MOVE WS-STP-START(WS-STEP-IX) TO WS-STAMP-WORK
           PERFORM FORMAT-CLOCK
           MOVE WS-EDIT-CLOCK TO SLA-DTL-START
           PERFORM FORMAT-DAY-OFFSET
           MOVE WS-EDIT-OFFSET TO SLA-DTL-START-DAY
           IF WS-OFFSET-DAYS = 0
               MOVE SPACES TO SLA-DTL-START-DAY
           END-IF
           MOVE WS-STP-END(WS-STEP-IX) TO WS-STAMP-WORK
           PERFORM FORMAT-CLOCK
           MOVE WS-EDIT-CLOCK TO SLA-DTL-END
           PERFORM FORMAT-DAY-OFFSET
           MOVE WS-EDIT-OFFSET TO SLA-DTL-END-DAY
           IF WS-OFFSET-DAYS = 0
               MOVE SPACES TO SLA-DTL-END-DAY
           END-IF
           MOVE WS-STP-ELAPSED(WS-STEP-IX) TO WS-DURATION-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-EDIT-DURATION TO SLA-DTL-ELAPSED
           PERFORM AVERAGE-STEP-RUNS
           IF WS-AVERAGE-RUNS > 0
               MOVE WS-AVERAGE-SECS TO WS-DURATION-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-EDIT-DURATION TO SLA-DTL-AVERAGE
           END-IF
           MOVE "P" TO WS-FIND-TYPE
           MOVE WS-STP-PROGRAM(WS-STEP-IX) TO WS-FIND-NAME
           PERFORM FIND-LIMIT
           MOVE WS-DEFAULT-STEP-LIMIT TO WS-LIMIT-SECS
           IF WS-LIMIT-FOUND
               MOVE WS-LIM-SECONDS(WS-LIMIT-IX) TO WS-LIMIT-SECS
           END-IF
           MOVE WS-STP-ELAPSED(WS-STEP-IX) TO WS-DURATION-SECS
           MOVE WS-STP-STREAM(WS-STEP-IX) TO WS-FIND-NAME
           MOVE WS-STP-END(WS-STEP-IX) TO WS-END-STAMP
           PERFORM JUDGE-THE-TIMING
           IF WS-OVER-LIMIT
               ADD 1 TO WS-STEPS-OVER-LIMIT
           END-IF
           IF WS-PAST-WINDOW
               ADD 1 TO WS-STEPS-PAST-WINDOW
           END-IF
           MOVE WS-STP-RECORDS(WS-STEP-IX) TO SLA-DTL-RECORDS
           MOVE WS-STP-RC(WS-STEP-IX) TO SLA-DTL-RC
           MOVE WS-SLA-DETAIL-LINE TO FIB-SLA-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-STREAM-LINE.
           ADD 1 TO WS-NIGHTS-REPORTED
           MOVE SPACES TO WS-SLA-DETAIL-LINE
           MOVE WS-NGT-DATE(WS-NIGHT-IX) TO SLA-DTL-DATE
           MOVE WS-NGT-STREAM(WS-NIGHT-IX) TO SLA-DTL-STREAM
           MOVE "*STREAM*" TO SLA-DTL-PROGRAM
           MOVE WS-NGT-DAY(WS-NIGHT-IX) TO WS-DAY-WORK
           MOVE WS-NGT-START(WS-NIGHT-IX) TO WS-STAMP-WORK
           PERFORM FORMAT-CLOCK
           MOVE WS-EDIT-CLOCK TO SLA-DTL-START
           PERFORM FORMAT-DAY-OFFSET
           MOVE WS-EDIT-OFFSET TO SLA-DTL-START-DAY
           IF WS-OFFSET-DAYS = 0
               MOVE SPACES TO SLA-DTL-START-DAY
           END-IF
           MOVE WS-NGT-END(WS-NIGHT-IX) TO WS-STAMP-WORK
           PERFORM FORMAT-CLOCK
           MOVE WS-EDIT-CLOCK TO SLA-DTL-END
           PERFORM FORMAT-DAY-OFFSET
           MOVE WS-EDIT-OFFSET TO SLA-DTL-END-DAY
           IF WS-OFFSET-DAYS = 0
               MOVE SPACES TO SLA-DTL-END-DAY
           END-IF
           MOVE WS-NGT-ELAPSED(WS-NIGHT-IX) TO WS-DURATION-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-EDIT-DURATION TO SLA-DTL-ELAPSED
           PERFORM AVERAGE-STREAM-NIGHTS
           IF WS-AVERAGE-RUNS > 0
               MOVE WS-AVERAGE-SECS TO WS-DURATION-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-EDIT-DURATION TO SLA-DTL-AVERAGE
           END-IF
           MOVE "S" TO WS-FIND-TYPE
           MOVE WS-NGT-STREAM(WS-NIGHT-IX) TO WS-FIND-NAME
           PERFORM FIND-LIMIT
           MOVE 0 TO WS-LIMIT-SECS
           IF WS-LIMIT-FOUND
               MOVE WS-LIM-SECONDS(WS-LIMIT-IX) TO WS-LIMIT-SECS
           END-IF
           MOVE WS-NGT-ELAPSED(WS-NIGHT-IX) TO WS-DURATION-SECS
           MOVE WS-NGT-END(WS-NIGHT-IX) TO WS-END-STAMP
           PERFORM JUDGE-THE-TIMING
           IF WS-OVER-LIMIT
               ADD 1 TO WS-NIGHTS-OVER-LIMIT
           END-IF
           IF WS-PAST-WINDOW
               ADD 1 TO WS-NIGHTS-PAST-WINDOW
           END-IF
           MOVE WS-NGT-RECORDS(WS-NIGHT-IX) TO SLA-DTL-RECORDS
           MOVE WS-NGT-RC(WS-NIGHT-IX) TO SLA-DTL-RC
           MOVE WS-SLA-DETAIL-LINE TO FIB-SLA-RECORD
           PERFORM WRITE-REPORT-LINE.

      *>     WS-DURATION-SECS against WS-LIMIT-SECS (0 = no limit),
      *>     and WS-END-STAMP against the window of stream
      *>     WS-FIND-NAME for business day WS-DAY-WORK.  Sets the
      *>     limit and flags on the detail line.
       JUDGE-THE-TIMING.
           MOVE "N" TO WS-OVER-LIMIT-SW
           MOVE "N" TO WS-PAST-WINDOW-SW
           IF WS-LIMIT-SECS > 0
               MOVE WS-DURATION-SECS TO WS-AVERAGE-SECS
               MOVE WS-LIMIT-SECS TO WS-DURATION-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-EDIT-DURATION TO SLA-DTL-LIMIT
               MOVE WS-AVERAGE-SECS TO WS-DURATION-SECS
               IF WS-DURATION-SECS > WS-LIMIT-SECS
                   MOVE "Y" TO WS-OVER-LIMIT-SW
               END-IF
           END-IF
           MOVE "W" TO WS-FIND-TYPE
           PERFORM FIND-LIMIT
           MOVE WS-WINDOW-END-SECS TO WS-WINDOW-SECS
           IF WS-LIMIT-FOUND
               MOVE WS-LIM-SECONDS(WS-LIMIT-IX) TO WS-WINDOW-SECS
           END-IF
           COMPUTE WS-DEADLINE-STAMP =
               (WS-DAY-WORK + WS-WINDOW-END-DAY) * 86400
               + WS-WINDOW-SECS
           IF WS-END-STAMP > WS-DEADLINE-STAMP
               MOVE "Y" TO WS-PAST-WINDOW-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-OVER-LIMIT AND WS-PAST-WINDOW
                   MOVE "OVER LIMIT, PAST WINDOW" TO SLA-DTL-FLAGS
               WHEN WS-OVER-LIMIT
                   MOVE "OVER LIMIT" TO SLA-DTL-FLAGS
               WHEN WS-PAST-WINDOW
                   MOVE "PAST WINDOW" TO SLA-DTL-FLAGS
           END-EVALUATE.

      *>     the rolling average of a step is taken over up to
      *>     AVERAGE-DAYS runs of the same program for earlier
      *>     business dates, newest first as they sit on the file.
       AVERAGE-STEP-RUNS.
           MOVE 0 TO WS-AVERAGE-TOTAL
           MOVE 0 TO WS-AVERAGE-RUNS
           MOVE 0 TO WS-AVERAGE-SECS
           MOVE WS-STEP-IX TO WS-PRIOR-IX
           PERFORM AVERAGE-ONE-PRIOR-STEP
               UNTIL WS-PRIOR-IX <= 1
                   OR WS-AVERAGE-RUNS >= WS-AVERAGE-DAYS
           IF WS-AVERAGE-RUNS > 0
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                   WS-AVERAGE-TOTAL / WS-AVERAGE-RUNS
           END-IF.

       AVERAGE-ONE-PRIOR-STEP.
           SUBTRACT 1 FROM WS-PRIOR-IX
           IF WS-STP-PROGRAM(WS-PRIOR-IX) = WS-STP-PROGRAM(WS-STEP-IX)
                   AND WS-STP-STREAM(WS-PRIOR-IX)
                       = WS-STP-STREAM(WS-STEP-IX)
                   AND WS-STP-DAY(WS-PRIOR-IX) < WS-STP-DAY(WS-STEP-IX)
               ADD WS-STP-ELAPSED(WS-PRIOR-IX) TO WS-AVERAGE-TOTAL
               ADD 1 TO WS-AVERAGE-RUNS
           END-IF.

       AVERAGE-STREAM-NIGHTS.
           MOVE 0 TO WS-AVERAGE-TOTAL
           MOVE 0 TO WS-AVERAGE-RUNS
           MOVE 0 TO WS-AVERAGE-SECS
           MOVE WS-NIGHT-IX TO WS-PRIOR-IX
           PERFORM AVERAGE-ONE-PRIOR-NIGHT
               UNTIL WS-PRIOR-IX <= 1
                   OR WS-AVERAGE-RUNS >= WS-AVERAGE-DAYS
           IF WS-AVERAGE-RUNS > 0
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                   WS-AVERAGE-TOTAL / WS-AVERAGE-RUNS
           END-IF.

       AVERAGE-ONE-PRIOR-NIGHT.
           SUBTRACT 1 FROM WS-PRIOR-IX
           IF WS-NGT-STREAM(WS-PRIOR-IX) = WS-NGT-STREAM(WS-NIGHT-IX)
                   AND WS-NGT-DAY(WS-PRIOR-IX)
                       < WS-NGT-DAY(WS-NIGHT-IX)
               ADD WS-NGT-ELAPSED(WS-PRIOR-IX) TO WS-AVERAGE-TOTAL
               ADD 1 TO WS-AVERAGE-RUNS
           END-IF.

      *>     WS-STAMP-WORK to hh:mm:ss, with the days it lies after
      *>     business day WS-DAY-WORK in WS-OFFSET-DAYS.
       FORMAT-CLOCK.
           DIVIDE WS-STAMP-WORK BY 86400 GIVING WS-SECONDS-WORK
               REMAINDER WS-DURATION-SECS
           COMPUTE WS-OFFSET-DAYS = WS-SECONDS-WORK - WS-DAY-WORK
           DIVIDE WS-DURATION-SECS BY 3600 GIVING WS-DURATION-HOURS
               REMAINDER WS-DURATION-SECS
           MOVE WS-DURATION-HOURS TO EDC-HH
           DIVIDE WS-DURATION-SECS BY 60 GIVING WS-DURATION-HOURS
               REMAINDER WS-DURATION-SECS
           MOVE WS-DURATION-HOURS TO EDC-MM
           MOVE WS-DURATION-SECS TO EDC-SS.

       FORMAT-DAY-OFFSET.
           IF WS-OFFSET-DAYS > 9
               MOVE 9 TO WS-OFFSET-DAYS
           END-IF
           IF WS-OFFSET-DAYS < -9
               MOVE -9 TO WS-OFFSET-DAYS
           END-IF
           MOVE WS-OFFSET-DAYS TO WS-EDIT-OFFSET.

      *>     WS-DURATION-SECS to h:mm:ss; anything past 99 hours
      *>     prints as 99:59:59.
       FORMAT-DURATION.
           IF WS-DURATION-SECS > 359999
               MOVE 359999 TO WS-DURATION-SECS
           END-IF
           DIVIDE WS-DURATION-SECS BY 3600 GIVING WS-DURATION-HOURS
               REMAINDER WS-SECONDS-WORK
           MOVE WS-DURATION-HOURS TO EDD-HH
           DIVIDE WS-SECONDS-WORK BY 60 GIVING WS-DURATION-HOURS
               REMAINDER WS-SECONDS-WORK
           MOVE WS-DURATION-HOURS TO EDD-MM
           MOVE WS-SECONDS-WORK TO EDD-SS.

       WRITE-SLA-SUMMARY.
           IF WS-STEPS-REPORTED = 0
               MOVE "NO STEP TIMING RECORDED FOR THE PERIOD"
                   TO FIB-SLA-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO FIB-SLA-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "STEP RUNS REPORTED" TO SLA-SUM-TEXT
           MOVE WS-STEPS-REPORTED TO SLA-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "STEP RUNS OVER LIMIT" TO SLA-SUM-TEXT
           MOVE WS-STEPS-OVER-LIMIT TO SLA-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "STEP RUNS PAST WINDOW" TO SLA-SUM-TEXT
           MOVE WS-STEPS-PAST-WINDOW TO SLA-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "STREAM NIGHTS REPORTED" TO SLA-SUM-TEXT
           MOVE WS-NIGHTS-REPORTED TO SLA-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "STREAM NIGHTS OVER LIMIT" TO SLA-SUM-TEXT
           MOVE WS-NIGHTS-OVER-LIMIT TO SLA-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "STREAM NIGHTS PAST WINDOW" TO SLA-SUM-TEXT
           MOVE WS-NIGHTS-PAST-WINDOW TO SLA-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF WS-STATS-UNUSABLE > 0
               MOVE "TIMING RECORDS UNUSABLE (BAD STAMPS)"
                   TO SLA-SUM-TEXT
               MOVE WS-STATS-UNUSABLE TO SLA-SUM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           IF WS-STATS-DROPPED > 0
               MOVE "TIMING RECORDS LEFT OFF (TABLE FULL)"
                   TO SLA-SUM-TEXT
               MOVE WS-STATS-DROPPED TO SLA-SUM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE WS-SLA-SUMMARY-LINE TO FIB-SLA-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               MOVE FIB-SLA-RECORD TO WS-RPT-HOLD-LINE
               PERFORM WRITE-PAGE-HEADERS
               MOVE WS-RPT-HOLD-LINE TO FIB-SLA-RECORD
           END-IF
           WRITE FIB-SLA-RECORD
           ADD 1 TO WS-RPT-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-RPT-PAGE-COUNT
           MOVE WS-RPT-PAGE-COUNT TO SLA-HDR-PAGE
           MOVE WS-FROM-DATE TO SLA-HDR-FROM
           MOVE WS-END-DATE TO SLA-HDR-TO
           MOVE WS-SYSTEM-DATE TO SLA-HDR-DATE
           MOVE WS-RUN-TIME TO SLA-HDR-TIME
           MOVE WS-WINDOW-END-TEXT TO SLA-HDR-WINDOW
           MOVE WS-WINDOW-END-DAY TO SLA-HDR-WINDOW-DAY
           MOVE WS-AVERAGE-DAYS TO SLA-HDR-AVERAGE
           WRITE FIB-SLA-RECORD FROM WS-SLA-HEADER-1
           WRITE FIB-SLA-RECORD FROM WS-SLA-HEADER-2
           MOVE SPACES TO FIB-SLA-RECORD
           WRITE FIB-SLA-RECORD
           WRITE FIB-SLA-RECORD FROM WS-SLA-HEADER-3
           MOVE SPACES TO FIB-SLA-RECORD
           WRITE FIB-SLA-RECORD
           MOVE 0 TO WS-RPT-LINE-COUNT.
