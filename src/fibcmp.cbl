       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCMP.
      *>--------------------------------------------------------------
      *> Night-over-night output comparison.  FIBVFY proves tonight's
      *> FIBOUT file against its own trailer, so it cannot see a
      *> term whose value is wrong but consistently hashed - a bad
      *> master record served by SERVE-MASTER-TERM, a bad restart
      *> from the checkpoint, a code change.  For the same seed pair
      *> the term values never change from one night to the next,
      *> so this step matches tonight's fast and WID details against
      *> the prior generation of the output history (FIBPRIOR) by
      *> term number and reports, with both files' run IDs and seed
      *> pairs in the page headers:
      *>     CHANGED      the term is on both files with different
      *>                  values - both values print
      *>     DISAPPEARED  the term was on last night's file only
      *>     NEW          the term is beyond last night's high for
      *>                  its mode
      *>     ADDED        the term is tonight's only, but within
      *>                  last night's range (last night had a gap)
      *> A fast term and a WID term of the same number are different
      *> terms.  Files computed from different seed pairs are not
      *> compared at all.  The report (FIBCMPR) ends with the FIBCMS
      *> summary line FIBOPS reads.  The PARM is the mode:
      *>     CHECK        (the default) a changed value ends RC 20,
      *>                  which keeps the extract from shipping and
      *>                  the night's file out of the history
      *>     ACCEPT       after a deliberate change: the differences
      *>                  still print, but the step ends RC 04 so the
      *>                  new values ship and become the baseline
      *> Ends 04 for terms that disappeared or were added, different
      *> seed pairs, or terms outside 0-500 (not compared); 16 for a
      *> bad PARM; 24 when a file cannot be used.  An empty prior
      *> generation is the first night and ends 0.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-TONIGHT-FILE ASSIGN TO "FIBOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TONIGHT-STATUS.

           SELECT OPTIONAL CMP-PRIOR-FILE ASSIGN TO "FIBPRIOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CMP-REPORT-FILE ASSIGN TO "FIBCMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP-TONIGHT-FILE.
       01  CMP-TONIGHT-RECORD.
           05  CMP-TON-PREFIX          PIC X(3).
           05  FILLER                  PIC X(126).

       FD  CMP-PRIOR-FILE.
       01  CMP-PRIOR-RECORD.
           05  CMP-PRI-PREFIX          PIC X(3).
           05  FILLER                  PIC X(126).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       FD  CMP-REPORT-FILE.
       01  CMP-REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TONIGHT-STATUS           PIC X(2) VALUE SPACES.
       01  WS-PRIOR-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-EOF-SW                   PIC X VALUE "N".
           88  WS-EOF                           VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.

      *> ---- comparison mode (PARM) ----------------------------------
       01  WS-COMMAND-LINE             PIC X(40) VALUE SPACES.
       01  WS-CMP-MODE-TEXT            PIC X(10) VALUE SPACES.
       01  WS-ACCEPT-MODE-SW           PIC X VALUE "N".
           88  WS-ACCEPT-MODE                   VALUE "Y".
       01  WS-COMPARABLE-SW            PIC X VALUE "N".
           88  WS-COMPARABLE                    VALUE "Y".

      *> ---- trailers of both files ----------------------------------
      *>     each file's trailer lands in the FIBOTRL area as it is
      *>     read and is kept here for the page headers.
           COPY FIBOTRL.
       01  WS-TON-TRAILER-SW           PIC X VALUE "N".
           88  WS-TON-TRAILER-SEEN              VALUE "Y".
       01  WS-TON-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-TON-SEED0                PIC 9(18) VALUE 0.
       01  WS-TON-SEED1                PIC 9(18) VALUE 0.
       01  WS-TON-DETAIL-COUNT         BINARY-C-LONG VALUE 0.
       01  WS-PRI-TRAILER-SW           PIC X VALUE "N".
           88  WS-PRI-TRAILER-SEEN              VALUE "Y".
       01  WS-PRI-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-PRI-SEED0                PIC 9(18) VALUE 0.
       01  WS-PRI-SEED1                PIC 9(18) VALUE 0.
       01  WS-PRI-DETAIL-COUNT         BINARY-C-LONG VALUE 0.
       01  WS-PRI-FAST-SEEN-SW         PIC X VALUE "N".
           88  WS-PRI-FAST-SEEN                 VALUE "Y".
       01  WS-PRI-FAST-HIGH            BINARY-C-LONG VALUE 0.
       01  WS-PRI-WIDE-SEEN-SW         PIC X VALUE "N".
           88  WS-PRI-WIDE-SEEN                 VALUE "Y".
       01  WS-PRI-WIDE-HIGH            BINARY-C-LONG VALUE 0.

      *> ---- term table ----------------------------------------------
      *>     one entry per term number 0-500 (the extended-precision
      *>     ceiling; fast runs stop far below it), entry = term + 1,
      *>     holding each file's fast and WID value as written.
       01  WS-TERM-LIMIT               BINARY-C-LONG VALUE 501.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY           OCCURS 501 TIMES.
               10  WS-PRI-FAST-SW      PIC X.
                   88  WS-PRI-FAST              VALUE "Y".
               10  WS-PRI-FAST-VALUE   PIC X(21).
               10  WS-TON-FAST-SW      PIC X.
                   88  WS-TON-FAST              VALUE "Y".
               10  WS-TON-FAST-VALUE   PIC X(21).
               10  WS-PRI-WIDE-SW      PIC X.
                   88  WS-PRI-WIDE              VALUE "Y".
               10  WS-PRI-WIDE-VALUE   PIC X(120).
               10  WS-TON-WIDE-SW      PIC X.
                   88  WS-TON-WIDE              VALUE "Y".
               10  WS-TON-WIDE-VALUE   PIC X(120).
       01  WS-TERM-IX                  BINARY-C-LONG VALUE 0.
       01  WS-TERM-N                   BINARY-C-LONG VALUE 0.
       01  WS-TERM-TEXT                PIC X(21) VALUE SPACES.

      *> ---- tallies -------------------------------------------------
       01  WS-CHANGED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-DISAPPEARED-COUNT        BINARY-C-LONG VALUE 0.
       01  WS-NEW-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-ADDED-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-OUT-OF-RANGE-COUNT       BINARY-C-LONG VALUE 0.

      *> ---- report pagination ---------------------------------------
       01  WS-RPT-LINE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-LINES-PER-PAGE       BINARY-C-LONG VALUE 55.
       01  WS-RPT-PAGE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-HOLD-LINE            PIC X(120) VALUE SPACES.

      *> ---- report line build areas ---------------------------------
       01  WS-CMR-HEADER-1.
           05  FILLER                  PIC X(39) VALUE
               "FIB NIGHT-OVER-NIGHT OUTPUT COMPARISON ".
           05  FILLER                  PIC X(14)
               VALUE "BUSINESS DATE ".
           05  CMR-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  CMR-HDR-TIME            PIC X(6).
           05  FILLER                  PIC X(7) VALUE "  PAGE ".
           05  CMR-HDR-PAGE            PIC ZZZ9.
       01  WS-CMR-FILE-LINE.
           05  CMR-FIL-LABEL           PIC X(11).
           05  FILLER                  PIC X(8) VALUE " RUN ID ".
           05  CMR-FIL-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(11)
               VALUE " SEED PAIR ".
           05  CMR-FIL-SEED0           PIC Z(17)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CMR-FIL-SEED1           PIC Z(17)9.
           05  FILLER                  PIC X(9) VALUE " DETAILS ".
           05  CMR-FIL-DETAILS         PIC ZZZZZZZZ9.
       01  WS-CMR-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "  MODE  TERM  CONDITION    FILE        ".
           05  FILLER                  PIC X(5) VALUE "VALUE".
       01  WS-CMR-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMR-DET-MODE            PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CMR-DET-TERM            PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMR-DET-CONDITION       PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CMR-DET-FILE            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMR-DET-VALUE           PIC X(60).
       01  WS-CMR-CONTINUATION-LINE.
           05  FILLER                  PIC X(39) VALUE SPACES.
           05  CMR-CON-VALUE           PIC X(60).
       01  WS-CMR-WIDE-VALUE           PIC X(120) VALUE SPACES.
       01  WS-CMR-WIDE-PARTS REDEFINES WS-CMR-WIDE-VALUE.
           05  CMR-WIDE-PART           PIC X(60) OCCURS 2 TIMES.
       01  WS-CMR-NOTE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMR-NOTE-TEXT           PIC X(70).
           COPY FIBCMS.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-TERM-TABLE
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM PARSE-COMPARE-PARM
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-TONIGHT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-PRIOR-GENERATION
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN OUTPUT CMP-REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "FIBCMP: UNABLE TO OPEN REPORT - STATUS="
                       WS-REPORT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM JUDGE-SEED-PAIRS
               PERFORM WRITE-PAGE-HEADERS
               IF WS-COMPARABLE
                   MOVE 0 TO WS-TERM-IX
                   PERFORM COMPARE-ONE-FAST-TERM
                       UNTIL WS-TERM-IX >= WS-TERM-LIMIT
                   MOVE 0 TO WS-TERM-IX
                   PERFORM COMPARE-ONE-WIDE-TERM
                       UNTIL WS-TERM-IX >= WS-TERM-LIMIT
               END-IF
               PERFORM SET-COMPARE-VERDICT
               PERFORM WRITE-COMPARE-SUMMARY
               CLOSE CMP-REPORT-FILE
           END-IF
           DISPLAY "FIBCMP: " CMS-CHANGED-COUNT " CHANGED, "
               CMS-DISAPPEARED-COUNT " DISAPPEARED, " CMS-NEW-COUNT
               " NEW, " CMS-ADDED-COUNT " ADDED - " CMS-VERDICT
           DISPLAY "FIBCMP: RUN COMPLETE - RETURN CODE "
               WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-STEP-TIMING.
           MOVE "FIBJOB" TO STS-STREAM
           MOVE "FIBCMP" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           MOVE WS-TON-DETAIL-COUNT TO STS-RECORD-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     the business date stamps the report and the summary
      *>     line FIBOPS looks for.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBCMP: PROCESSING CALENDAR UNREADABLE - "
                       "USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

       PARSE-COMPARE-PARM.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE "CHECK" TO WS-CMP-MODE-TEXT
           ELSE
               MOVE WS-COMMAND-LINE TO WS-CMP-MODE-TEXT
           END-IF
           EVALUATE WS-CMP-MODE-TEXT
               WHEN "CHECK"
                   CONTINUE
               WHEN "ACCEPT"
                   MOVE "Y" TO WS-ACCEPT-MODE-SW
                   DISPLAY "FIBCMP: ACCEPT MODE - CHANGED VALUES WILL "
                       "BE REPORTED BUT NOT HELD"
               WHEN OTHER
                   DISPLAY "FIBCMP: UNKNOWN MODE '" WS-CMP-MODE-TEXT
                       "' - USE CHECK OR ACCEPT"
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

      *>     tonight's file has already balanced under FIBVFY; any
      *>     trouble reading it here is a file error.
       LOAD-TONIGHT-FILE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CMP-TONIGHT-FILE
           IF WS-TONIGHT-STATUS NOT = "00"
               DISPLAY "FIBCMP: UNABLE TO OPEN TONIGHT'S OUTPUT - "
                   "STATUS=" WS-TONIGHT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-TONIGHT-RECORD
               PERFORM STORE-TONIGHT-RECORD
                   UNTIL WS-EOF
               CLOSE CMP-TONIGHT-FILE
           END-IF
           IF WS-RETURN-CODE = 0 AND NOT WS-TON-TRAILER-SEEN
               DISPLAY "FIBCMP: NO TRAILER ON TONIGHT'S OUTPUT"
           END-IF.

       READ-TONIGHT-RECORD.
           READ CMP-TONIGHT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-TONIGHT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               IF WS-TONIGHT-STATUS NOT = "10"
                   DISPLAY "FIBCMP: TONIGHT'S OUTPUT READ ERROR - "
                       "STATUS=" WS-TONIGHT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     same record types FIBVFY tells apart: "TRL", "WID",
      *>     and a fast detail with its first three bytes blank.
       STORE-TONIGHT-RECORD.
           EVALUATE CMP-TON-PREFIX
               WHEN "TRL"
                   MOVE CMP-TONIGHT-RECORD TO FIB-OUTPUT-TRAILER
                   MOVE "Y" TO WS-TON-TRAILER-SW
                   MOVE FOT-RUN-ID TO WS-TON-RUN-ID
                   MOVE FOT-SEED0 TO WS-TON-SEED0
                   MOVE FOT-SEED1 TO WS-TON-SEED1
               WHEN "WID"
                   ADD 1 TO WS-TON-DETAIL-COUNT
                   MOVE CMP-TONIGHT-RECORD(5:4) TO WS-TERM-TEXT
                   PERFORM LOCATE-TERM-ENTRY
                   IF WS-TERM-IX > 0
                       MOVE "Y" TO WS-TON-WIDE-SW(WS-TERM-IX)
                       MOVE CMP-TONIGHT-RECORD(10:120)
                           TO WS-TON-WIDE-VALUE(WS-TERM-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TON-DETAIL-COUNT
                   MOVE CMP-TONIGHT-RECORD(1:21) TO WS-TERM-TEXT
                   PERFORM LOCATE-TERM-ENTRY
                   IF WS-TERM-IX > 0
                       MOVE "Y" TO WS-TON-FAST-SW(WS-TERM-IX)
                       MOVE CMP-TONIGHT-RECORD(25:21)
                           TO WS-TON-FAST-VALUE(WS-TERM-IX)
                   END-IF
           END-EVALUATE
           PERFORM READ-TONIGHT-RECORD.

      *>     the prior generation is last night's file as it was
      *>     shipped.  An absent or empty generation (the GDG is
      *>     seeded with one) means there is nothing to compare.
       LOAD-PRIOR-GENERATION.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CMP-PRIOR-FILE
           IF WS-PRIOR-STATUS = "05"
               CLOSE CMP-PRIOR-FILE
           ELSE
               IF WS-PRIOR-STATUS NOT = "00"
                   DISPLAY "FIBCMP: UNABLE TO OPEN PRIOR GENERATION - "
                       "STATUS=" WS-PRIOR-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               ELSE
                   PERFORM READ-PRIOR-RECORD
                   PERFORM STORE-PRIOR-RECORD
                       UNTIL WS-EOF
                   CLOSE CMP-PRIOR-FILE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-PRI-DETAIL-COUNT > 0
                   AND NOT WS-PRI-TRAILER-SEEN
               DISPLAY "FIBCMP: NO TRAILER ON PRIOR GENERATION - "
                   "SEED PAIRS CANNOT BE CHECKED"
           END-IF.

       READ-PRIOR-RECORD.
           READ CMP-PRIOR-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-PRIOR-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               IF WS-PRIOR-STATUS NOT = "10"
                   DISPLAY "FIBCMP: PRIOR GENERATION READ ERROR - "
                       "STATUS=" WS-PRIOR-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     the highs per mode decide NEW against ADDED for a term
      *>     only tonight's file carries.
       STORE-PRIOR-RECORD.
           EVALUATE CMP-PRI-PREFIX
               WHEN "TRL"
                   MOVE CMP-PRIOR-RECORD TO FIB-OUTPUT-TRAILER
                   MOVE "Y" TO WS-PRI-TRAILER-SW
                   MOVE FOT-RUN-ID TO WS-PRI-RUN-ID
                   MOVE FOT-SEED0 TO WS-PRI-SEED0
                   MOVE FOT-SEED1 TO WS-PRI-SEED1
               WHEN "WID"
                   ADD 1 TO WS-PRI-DETAIL-COUNT
                   MOVE CMP-PRIOR-RECORD(5:4) TO WS-TERM-TEXT
                   PERFORM LOCATE-TERM-ENTRY
                   IF WS-TERM-IX > 0
                       MOVE "Y" TO WS-PRI-WIDE-SW(WS-TERM-IX)
                       MOVE CMP-PRIOR-RECORD(10:120)
                           TO WS-PRI-WIDE-VALUE(WS-TERM-IX)
                       IF NOT WS-PRI-WIDE-SEEN
                               OR WS-TERM-N > WS-PRI-WIDE-HIGH
                           MOVE WS-TERM-N TO WS-PRI-WIDE-HIGH
                       END-IF
                       MOVE "Y" TO WS-PRI-WIDE-SEEN-SW
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PRI-DETAIL-COUNT
                   MOVE CMP-PRIOR-RECORD(1:21) TO WS-TERM-TEXT
                   PERFORM LOCATE-TERM-ENTRY
                   IF WS-TERM-IX > 0
                       MOVE "Y" TO WS-PRI-FAST-SW(WS-TERM-IX)
                       MOVE CMP-PRIOR-RECORD(25:21)
                           TO WS-PRI-FAST-VALUE(WS-TERM-IX)
                       IF NOT WS-PRI-FAST-SEEN
                               OR WS-TERM-N > WS-PRI-FAST-HIGH
                           MOVE WS-TERM-N TO WS-PRI-FAST-HIGH
                       END-IF
                       MOVE "Y" TO WS-PRI-FAST-SEEN-SW
                   END-IF
           END-EVALUATE
           PERFORM READ-PRIOR-RECORD.

      *>     term number text -> table entry (term + 1); a term that
      *>     is not a number in 0-500 gets entry 0 and is counted,
      *>     not compared.
       LOCATE-TERM-ENTRY.
           MOVE 0 TO WS-TERM-IX
           IF FUNCTION TEST-NUMVAL(WS-TERM-TEXT) = 0
               MOVE FUNCTION NUMVAL(WS-TERM-TEXT) TO WS-TERM-N
               IF WS-TERM-N >= 0 AND WS-TERM-N < WS-TERM-LIMIT
                   COMPUTE WS-TERM-IX = WS-TERM-N + 1
               END-IF
           END-IF
           IF WS-TERM-IX = 0
               DISPLAY "FIBCMP: TERM NUMBER '" WS-TERM-TEXT
                   "' OUT OF RANGE - NOT COMPARED"
               ADD 1 TO WS-OUT-OF-RANGE-COUNT
           END-IF
           MOVE SPACES TO WS-TERM-TEXT.

      *>     values only mean the same thing under the same seed
      *>     pair; a prior generation with no terms at all is the
      *>     first night of the history.
       JUDGE-SEED-PAIRS.
           EVALUATE TRUE
               WHEN WS-PRI-DETAIL-COUNT = 0
                   MOVE "FIRST NIGHT" TO CMS-VERDICT
               WHEN WS-TON-TRAILER-SEEN AND WS-PRI-TRAILER-SEEN
                       AND (WS-TON-SEED0 NOT = WS-PRI-SEED0
                           OR WS-TON-SEED1 NOT = WS-PRI-SEED1)
                   MOVE "SEEDS DIFFER" TO CMS-VERDICT
                   DISPLAY "FIBCMP: SEED PAIRS DIFFER - TONIGHT "
                       WS-TON-SEED0 "/" WS-TON-SEED1 " LAST NIGHT "
                       WS-PRI-SEED0 "/" WS-PRI-SEED1
               WHEN OTHER
                   MOVE "Y" TO WS-COMPARABLE-SW
           END-EVALUATE.

       COMPARE-ONE-FAST-TERM.
           ADD 1 TO WS-TERM-IX
           COMPUTE WS-TERM-N = WS-TERM-IX - 1
           MOVE "FAST" TO CMR-DET-MODE
           EVALUATE TRUE
               WHEN WS-PRI-FAST(WS-TERM-IX)
                       AND WS-TON-FAST(WS-TERM-IX)
                   IF WS-TON-FAST-VALUE(WS-TERM-IX)
                           NOT = WS-PRI-FAST-VALUE(WS-TERM-IX)
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "CHANGED" TO CMR-DET-CONDITION
                       MOVE WS-TON-FAST-VALUE(WS-TERM-IX)
                           TO WS-CMR-WIDE-VALUE
                       PERFORM WRITE-TONIGHT-VALUE
                       MOVE WS-PRI-FAST-VALUE(WS-TERM-IX)
                           TO WS-CMR-WIDE-VALUE
                       PERFORM WRITE-PRIOR-VALUE
                   END-IF
               WHEN WS-PRI-FAST(WS-TERM-IX)
                   ADD 1 TO WS-DISAPPEARED-COUNT
                   MOVE "DISAPPEARED" TO CMR-DET-CONDITION
                   MOVE WS-PRI-FAST-VALUE(WS-TERM-IX)
                       TO WS-CMR-WIDE-VALUE
                   PERFORM WRITE-PRIOR-VALUE
               WHEN WS-TON-FAST(WS-TERM-IX)
                   IF NOT WS-PRI-FAST-SEEN
                           OR WS-TERM-N > WS-PRI-FAST-HIGH
                       ADD 1 TO WS-NEW-COUNT
                       MOVE "NEW" TO CMR-DET-CONDITION
                   ELSE
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE "ADDED" TO CMR-DET-CONDITION
                   END-IF
                   MOVE WS-TON-FAST-VALUE(WS-TERM-IX)
                       TO WS-CMR-WIDE-VALUE
                   PERFORM WRITE-TONIGHT-VALUE
           END-EVALUATE.

       COMPARE-ONE-WIDE-TERM.
           ADD 1 TO WS-TERM-IX
           COMPUTE WS-TERM-N = WS-TERM-IX - 1
           MOVE "WID" TO CMR-DET-MODE
           EVALUATE TRUE
               WHEN WS-PRI-WIDE(WS-TERM-IX)
                       AND WS-TON-WIDE(WS-TERM-IX)
                   IF WS-TON-WIDE-VALUE(WS-TERM-IX)
                           NOT = WS-PRI-WIDE-VALUE(WS-TERM-IX)
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "CHANGED" TO CMR-DET-CONDITION
                       MOVE WS-TON-WIDE-VALUE(WS-TERM-IX)
                           TO WS-CMR-WIDE-VALUE
                       PERFORM WRITE-TONIGHT-VALUE
                       MOVE WS-PRI-WIDE-VALUE(WS-TERM-IX)
                           TO WS-CMR-WIDE-VALUE
                       PERFORM WRITE-PRIOR-VALUE
                   END-IF
               WHEN WS-PRI-WIDE(WS-TERM-IX)
                   ADD 1 TO WS-DISAPPEARED-COUNT
                   MOVE "DISAPPEARED" TO CMR-DET-CONDITION
                   MOVE WS-PRI-WIDE-VALUE(WS-TERM-IX)
                       TO WS-CMR-WIDE-VALUE
                   PERFORM WRITE-PRIOR-VALUE
               WHEN WS-TON-WIDE(WS-TERM-IX)
                   IF NOT WS-PRI-WIDE-SEEN
                           OR WS-TERM-N > WS-PRI-WIDE-HIGH
                       ADD 1 TO WS-NEW-COUNT
                       MOVE "NEW" TO CMR-DET-CONDITION
                   ELSE
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE "ADDED" TO CMR-DET-CONDITION
                   END-IF
                   MOVE WS-TON-WIDE-VALUE(WS-TERM-IX)
                       TO WS-CMR-WIDE-VALUE
                   PERFORM WRITE-TONIGHT-VALUE
           END-EVALUATE.

       WRITE-TONIGHT-VALUE.
           MOVE "TONIGHT" TO CMR-DET-FILE
           PERFORM WRITE-VALUE-LINES.

       WRITE-PRIOR-VALUE.
           MOVE "LAST NIGHT" TO CMR-DET-FILE
           PERFORM WRITE-VALUE-LINES.

      *>     a fast value fits the first part; a 120-digit WID value
      *>     runs onto a continuation line.
       WRITE-VALUE-LINES.
           MOVE WS-TERM-N TO CMR-DET-TERM
           MOVE CMR-WIDE-PART(1) TO CMR-DET-VALUE
           MOVE WS-CMR-DETAIL-LINE TO CMP-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF CMR-WIDE-PART(2) NOT = SPACES
               MOVE CMR-WIDE-PART(2) TO CMR-CON-VALUE
               MOVE WS-CMR-CONTINUATION-LINE TO CMP-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>     a changed value holds the night unless the operator
      *>     accepted it; the other findings are warnings, and a
      *>     warning never lowers a higher code.
       SET-COMPARE-VERDICT.
           MOVE WS-CHANGED-COUNT TO CMS-CHANGED-COUNT
           MOVE WS-DISAPPEARED-COUNT TO CMS-DISAPPEARED-COUNT
           MOVE WS-NEW-COUNT TO CMS-NEW-COUNT
           MOVE WS-ADDED-COUNT TO CMS-ADDED-COUNT
           IF WS-COMPARABLE
               IF WS-CHANGED-COUNT > 0
                   IF WS-ACCEPT-MODE
                       MOVE "CHANGES ACCEPTED" TO CMS-VERDICT
                       MOVE 04 TO WS-RETURN-CODE
                   ELSE
                       MOVE "VALUES CHANGED" TO CMS-VERDICT
                       MOVE 20 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   MOVE "NO CHANGES" TO CMS-VERDICT
               END-IF
           END-IF
           IF (CMS-SEEDS-DIFFER OR WS-DISAPPEARED-COUNT > 0
                   OR WS-ADDED-COUNT > 0 OR WS-OUT-OF-RANGE-COUNT > 0)
                   AND WS-RETURN-CODE < 04
               MOVE 04 TO WS-RETURN-CODE
           END-IF.

       WRITE-COMPARE-SUMMARY.
           EVALUATE TRUE
               WHEN CMS-FIRST-NIGHT
                   MOVE "FIRST NIGHT OF THE HISTORY - NOTHING COMPARED"
                       TO CMR-NOTE-TEXT
                   MOVE WS-CMR-NOTE-LINE TO CMP-REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               WHEN CMS-SEEDS-DIFFER
                   MOVE "SEED PAIRS DIFFER - NO VALUE WAS COMPARED"
                       TO CMR-NOTE-TEXT
                   MOVE WS-CMR-NOTE-LINE TO CMP-REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-CHANGED-COUNT = 0 AND WS-DISAPPEARED-COUNT = 0
                       AND WS-NEW-COUNT = 0 AND WS-ADDED-COUNT = 0
                   MOVE "EVERY TERM ON BOTH FILES AGREES"
                       TO CMR-NOTE-TEXT
                   MOVE WS-CMR-NOTE-LINE TO CMP-REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE
           MOVE SPACES TO CMP-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RUN-DATE TO CMS-BUSINESS-DATE
           MOVE FIB-CMP-SUMMARY TO CMP-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *>     the headers are written through the record area, so
      *>     the line that forced the new page is held across them.
       WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               MOVE CMP-REPORT-RECORD TO WS-RPT-HOLD-LINE
               PERFORM WRITE-PAGE-HEADERS
               MOVE WS-RPT-HOLD-LINE TO CMP-REPORT-RECORD
           END-IF
           WRITE CMP-REPORT-RECORD
           ADD 1 TO WS-RPT-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-RPT-PAGE-COUNT
           MOVE WS-RPT-PAGE-COUNT TO CMR-HDR-PAGE
           MOVE WS-RUN-DATE TO CMR-HDR-DATE
           MOVE WS-RUN-TIME TO CMR-HDR-TIME
           WRITE CMP-REPORT-RECORD FROM WS-CMR-HEADER-1
           MOVE "TONIGHT" TO CMR-FIL-LABEL
           IF WS-TON-TRAILER-SEEN
               MOVE WS-TON-RUN-ID TO CMR-FIL-RUN-ID
           ELSE
               MOVE "(NO TRAILER)" TO CMR-FIL-RUN-ID
           END-IF
           MOVE WS-TON-SEED0 TO CMR-FIL-SEED0
           MOVE WS-TON-SEED1 TO CMR-FIL-SEED1
           MOVE WS-TON-DETAIL-COUNT TO CMR-FIL-DETAILS
           WRITE CMP-REPORT-RECORD FROM WS-CMR-FILE-LINE
           MOVE "LAST NIGHT" TO CMR-FIL-LABEL
           EVALUATE TRUE
               WHEN WS-PRI-TRAILER-SEEN
                   MOVE WS-PRI-RUN-ID TO CMR-FIL-RUN-ID
               WHEN WS-PRI-DETAIL-COUNT = 0
                   MOVE "(NONE)" TO CMR-FIL-RUN-ID
               WHEN OTHER
                   MOVE "(NO TRAILER)" TO CMR-FIL-RUN-ID
           END-EVALUATE
           MOVE WS-PRI-SEED0 TO CMR-FIL-SEED0
           MOVE WS-PRI-SEED1 TO CMR-FIL-SEED1
           MOVE WS-PRI-DETAIL-COUNT TO CMR-FIL-DETAILS
           WRITE CMP-REPORT-RECORD FROM WS-CMR-FILE-LINE
           MOVE SPACES TO CMP-REPORT-RECORD
           WRITE CMP-REPORT-RECORD
           WRITE CMP-REPORT-RECORD FROM WS-CMR-HEADING
           MOVE 0 TO WS-RPT-LINE-COUNT.
