       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBHIST.
      *>--------------------------------------------------------------
      *> Result history posting and retention purge for the keyed
      *> result history FIB.RESULT.HISTORY (FIBRHST - see FIBRHS
      *> copy).  The function comes in as a PARM, comma-separated:
      *>     POST         post every result on tonight's result file
      *>                  (FIBRSLT, see FIBRSL copy) under requestor
      *>                  + business date + N, with the FIB run ID
      *>                  and seed pair taken from the FIBAUDIT row
      *>                  that produced it and the requestor's
      *>                  department from the entitlement master
      *>                  (FIBRQMT).  The result record carries no
      *>                  run ID of its own, so each result is tied
      *>                  to an audit row of the business date with
      *>                  the same requestor, N and return code: for
      *>                  a result that appears k times in the file,
      *>                  the last k such rows in log order, so a
      *>                  rerun the same night ties to the rerun's
      *>                  rows.  An RC 12 refusal never reached FIB
      *>                  and posts without a run ID.  Reposting the
      *>                  same night replaces what was posted.
      *>     PURGE[,d]    delete every history record whose
      *>                  business date is more than d days (default
      *>                  400) before the business date.
      *> With no PARM the step posts.  Ends 04 when a result could
      *> not be tied to an audit row or could not be posted, 16 for
      *> a bad PARM, 24 when a file cannot be used.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-RESULT-FILE ASSIGN TO "FIBRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT FIB-AUDIT-LOG ASSIGN TO "FIBAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT FIB-REQMAST-FILE ASSIGN TO "FIBRQMT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RQM-REQUESTOR
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBRHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RHS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-RESULT-FILE.
           COPY FIBRSL.

       FD  FIB-AUDIT-LOG.
           COPY FIBAUD.

       FD  FIB-REQMAST-FILE.
           COPY FIBRQM.

       FD  FIB-HISTORY-FILE.
           COPY FIBRHS.

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-RESULT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-REQMAST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RESULT-EOF-SW            PIC X VALUE "N".
           88  WS-RESULT-EOF                    VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-EOF                     VALUE "Y".
       01  WS-HISTORY-EOF-SW           PIC X VALUE "N".
           88  WS-HISTORY-EOF                   VALUE "Y".
       01  WS-REQMAST-OPEN-SW          PIC X VALUE "N".
           88  WS-REQMAST-OPEN                  VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

      *> ---- function PARM -------------------------------------------
       01  WS-COMMAND-LINE             PIC X(20) VALUE SPACES.
       01  WS-FUNCTION-TEXT            PIC X(10) VALUE SPACES.
       01  WS-DAYS-TEXT                PIC X(10) VALUE SPACES.
       01  WS-RETENTION-DAYS           BINARY-C-LONG VALUE 400.
       01  WS-RETENTION-LIMIT          BINARY-C-LONG VALUE 3650.
       01  WS-DATE-WORK                BINARY-C-LONG VALUE 0.
       01  WS-CUTOFF-DATE              PIC 9(8) VALUE 0.
       01  WS-CUTOFF-TEXT              PIC X(8) VALUE SPACES.

      *> ---- distinct result keys on tonight's file ------------------
      *>     one entry per requestor + N + return code: how many
      *>     results carry it, how many have been posted so far,
      *>     and how many audit rows of the business date match it.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY            OCCURS 5000 TIMES.
               10  WS-KEY-REQUESTOR    PIC X(8).
               10  WS-KEY-N            PIC 9(8).
               10  WS-KEY-RC           PIC 9(2).
               10  WS-KEY-RESULTS      BINARY-C-LONG.
               10  WS-KEY-SEEN         BINARY-C-LONG.
               10  WS-KEY-AUDITS       BINARY-C-LONG.
       01  WS-KEY-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-KEY-LIMIT                BINARY-C-LONG VALUE 5000.
       01  WS-KEY-IX                   BINARY-C-LONG VALUE 0.
       01  WS-KEY-FOUND-SW             PIC X VALUE "N".
           88  WS-KEY-FOUND                     VALUE "Y".
       01  WS-KEY-DROPPED              BINARY-C-LONG VALUE 0.
       01  WS-LOOKUP-REQUESTOR         PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-N                 PIC 9(8) VALUE 0.
       01  WS-LOOKUP-RC                PIC 9(2) VALUE 0.

      *> ---- audit rows of the business date, in log order -----------
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY            OCCURS 5000 TIMES.
               10  WS-AUD-REQUESTOR    PIC X(8).
               10  WS-AUD-N            PIC 9(8).
               10  WS-AUD-RC           PIC 9(2).
               10  WS-AUD-RUN-ID       PIC X(14).
               10  WS-AUD-SEED0        PIC X(18).
               10  WS-AUD-SEED1        PIC X(18).
       01  WS-AUD-COUNT                BINARY-C-LONG VALUE 0.
       01  WS-AUD-LIMIT                BINARY-C-LONG VALUE 5000.
       01  WS-AUD-IX                   BINARY-C-LONG VALUE 0.
       01  WS-AUD-DROPPED              BINARY-C-LONG VALUE 0.
       01  WS-AUD-TARGET               BINARY-C-LONG VALUE 0.
       01  WS-AUD-HITS                 BINARY-C-LONG VALUE 0.
       01  WS-AUD-FOUND-SW             PIC X VALUE "N".
           88  WS-AUD-FOUND                     VALUE "Y".

      *> ---- posting -------------------------------------------------
       01  WS-OCCURRENCE               BINARY-C-LONG VALUE 0.
       01  WS-OCCURRENCE-LIMIT         BINARY-C-LONG VALUE 99.
       01  WS-SCAN-IX                  BINARY-C-LONG VALUE 0.
       01  WS-RESULT-READ              BINARY-C-LONG VALUE 0.
       01  WS-POSTED-COUNT             BINARY-C-LONG VALUE 0.
       01  WS-REPLACED-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-AUDITED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-REFUSED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-UNMATCHED-COUNT          BINARY-C-LONG VALUE 0.
       01  WS-NOT-POSTED-COUNT         BINARY-C-LONG VALUE 0.

      *> ---- purge ---------------------------------------------------
       01  WS-HISTORY-READ             BINARY-C-LONG VALUE 0.
       01  WS-PURGED-COUNT             BINARY-C-LONG VALUE 0.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM PARSE-FUNCTION-PARM
           IF WS-RETURN-CODE = 0
               EVALUATE WS-FUNCTION-TEXT
                   WHEN "POST"
                       PERFORM POST-RESULT-HISTORY
                   WHEN "PURGE"
                       PERFORM PURGE-RESULT-HISTORY
               END-EVALUATE
           END-IF
           DISPLAY "FIBHIST: " WS-FUNCTION-TEXT " COMPLETE - "
               "RETURN CODE " WS-RETURN-CODE
           IF WS-FUNCTION-TEXT = "POST"
               PERFORM RECORD-STEP-TIMING
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     only the nightly POST is a step of the stream; the
      *>     PURGE runs on its own schedule from FIBHISTJ.
       RECORD-STEP-TIMING.
           MOVE "FIBBATJ" TO STS-STREAM
           MOVE "FIBHIST" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           MOVE WS-POSTED-COUNT TO STS-RECORD-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     results are posted under the business date FIB stamped
      *>     on their audit rows, and the purge cutoff counts back
      *>     from it; with no calendar allocated the system date
      *>     stands.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBHIST: PROCESSING CALENDAR UNREADABLE "
                       "- USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

       PARSE-FUNCTION-PARM.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE "POST" TO WS-FUNCTION-TEXT
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-FUNCTION-TEXT WS-DAYS-TEXT
               END-UNSTRING
           END-IF
           IF WS-FUNCTION-TEXT NOT = "POST" AND "PURGE"
               DISPLAY "FIBHIST: UNKNOWN FUNCTION '" WS-FUNCTION-TEXT
                   "' - USE POST OR PURGE"
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF WS-DAYS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) NOT = 0
                   MOVE 0 TO WS-RETENTION-DAYS
               ELSE
                   MOVE FUNCTION NUMVAL(WS-DAYS-TEXT)
                       TO WS-RETENTION-DAYS
               END-IF
           END-IF
           IF WS-RETENTION-DAYS < 1
                   OR WS-RETENTION-DAYS > WS-RETENTION-LIMIT
               DISPLAY "FIBHIST: RETENTION DAYS OUT OF RANGE (1-"
                   WS-RETENTION-LIMIT ") - GOT '" WS-DAYS-TEXT "'"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *>     two passes over the result file: the first counts each
      *>     requestor + N + return code, so the audit rows can be
      *>     counted against it; the second posts.
       POST-RESULT-HISTORY.
           PERFORM COUNT-RESULT-KEYS
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-AUDIT-ROWS
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM OPEN-POSTING-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE "N" TO WS-RESULT-EOF-SW
               PERFORM READ-RESULT-RECORD
               PERFORM POST-ONE-RESULT
                   UNTIL WS-RESULT-EOF
               CLOSE FIB-RESULT-FILE
               CLOSE FIB-HISTORY-FILE
               IF WS-REQMAST-OPEN
                   CLOSE FIB-REQMAST-FILE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               IF WS-UNMATCHED-COUNT > 0 OR WS-NOT-POSTED-COUNT > 0
                       OR WS-AUD-DROPPED > 0
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "FIBHIST: " WS-RESULT-READ " RESULT(S) READ, "
               WS-POSTED-COUNT " POSTED (" WS-REPLACED-COUNT
               " REPLACED), " WS-AUDITED-COUNT " TIED TO AUDIT, "
               WS-REFUSED-COUNT " REFUSED, " WS-UNMATCHED-COUNT
               " UNMATCHED, " WS-NOT-POSTED-COUNT " NOT POSTED"
               " - BUSINESS DATE " WS-RUN-DATE.

       COUNT-RESULT-KEYS.
           OPEN INPUT FIB-RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "FIBHIST: UNABLE TO OPEN RESULT FILE - STATUS="
                   WS-RESULT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-RESULT-RECORD
               PERFORM COUNT-ONE-RESULT
                   UNTIL WS-RESULT-EOF
               CLOSE FIB-RESULT-FILE
               MOVE 0 TO WS-RESULT-READ
           END-IF.

       READ-RESULT-RECORD.
           READ FIB-RESULT-FILE
               AT END MOVE "Y" TO WS-RESULT-EOF-SW
           END-READ
           IF WS-RESULT-STATUS NOT = "00"
               MOVE "Y" TO WS-RESULT-EOF-SW
               IF WS-RESULT-STATUS NOT = "10"
                   DISPLAY "FIBHIST: RESULT FILE READ ERROR - STATUS="
                       WS-RESULT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-RESULT-READ
           END-IF.

       COUNT-ONE-RESULT.
           IF FIB-RESULT-RECORD NOT = SPACES
               MOVE RSL-REQUESTOR TO WS-LOOKUP-REQUESTOR
               MOVE RSL-N TO WS-LOOKUP-N
               MOVE RSL-RETURN-CODE TO WS-LOOKUP-RC
               PERFORM FIND-RESULT-KEY
               IF WS-KEY-FOUND
                   ADD 1 TO WS-KEY-RESULTS(WS-KEY-IX)
               ELSE
                   IF WS-KEY-COUNT < WS-KEY-LIMIT
                       ADD 1 TO WS-KEY-COUNT
                       MOVE WS-KEY-COUNT TO WS-KEY-IX
                       MOVE WS-LOOKUP-REQUESTOR
                           TO WS-KEY-REQUESTOR(WS-KEY-IX)
                       MOVE WS-LOOKUP-N TO WS-KEY-N(WS-KEY-IX)
                       MOVE WS-LOOKUP-RC TO WS-KEY-RC(WS-KEY-IX)
                       MOVE 1 TO WS-KEY-RESULTS(WS-KEY-IX)
                       MOVE 0 TO WS-KEY-SEEN(WS-KEY-IX)
                       MOVE 0 TO WS-KEY-AUDITS(WS-KEY-IX)
                   ELSE
                       ADD 1 TO WS-KEY-DROPPED
                   END-IF
               END-IF
           END-IF
           PERFORM READ-RESULT-RECORD.

       FIND-RESULT-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW
           MOVE 0 TO WS-KEY-IX
           PERFORM CHECK-ONE-KEY
               UNTIL WS-KEY-FOUND OR WS-KEY-IX >= WS-KEY-COUNT.

       CHECK-ONE-KEY.
           ADD 1 TO WS-KEY-IX
           IF WS-KEY-REQUESTOR(WS-KEY-IX) = WS-LOOKUP-REQUESTOR
                   AND WS-KEY-N(WS-KEY-IX) = WS-LOOKUP-N
                   AND WS-KEY-RC(WS-KEY-IX) = WS-LOOKUP-RC
               MOVE "Y" TO WS-KEY-FOUND-SW
           END-IF.

      *>     only rows of the business date whose requestor, N and
      *>     return code are on tonight's result file are kept -
      *>     inquiry runs and other requestors never tie to a batch
      *>     result.
       LOAD-AUDIT-ROWS.
           OPEN INPUT FIB-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "FIBHIST: UNABLE TO OPEN AUDIT LOG - STATUS="
                   WS-AUDIT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM LOAD-ONE-AUDIT-ROW
                   UNTIL WS-AUDIT-EOF
               CLOSE FIB-AUDIT-LOG
           END-IF
           IF WS-AUD-DROPPED > 0
               DISPLAY "FIBHIST: WARNING - AUDIT TABLE FULL, "
                   WS-AUD-DROPPED " ROW(S) OF " WS-RUN-DATE
                   " NOT LOADED"
           END-IF.

       READ-AUDIT-RECORD.
           READ FIB-AUDIT-LOG
               AT END MOVE "Y" TO WS-AUDIT-EOF-SW
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDIT-EOF-SW
               IF WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "FIBHIST: AUDIT LOG READ ERROR - STATUS="
                       WS-AUDIT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-AUDIT-ROW.
           IF AUD-RUN-DATE = WS-RUN-DATE
               MOVE AUD-REQUESTOR TO WS-LOOKUP-REQUESTOR
               MOVE AUD-REQUESTED-N TO WS-LOOKUP-N
               MOVE AUD-RETURN-CODE TO WS-LOOKUP-RC
               PERFORM FIND-RESULT-KEY
               IF WS-KEY-FOUND
                   IF WS-AUD-COUNT < WS-AUD-LIMIT
                       ADD 1 TO WS-KEY-AUDITS(WS-KEY-IX)
                       ADD 1 TO WS-AUD-COUNT
                       MOVE WS-AUD-COUNT TO WS-AUD-IX
                       MOVE AUD-REQUESTOR TO WS-AUD-REQUESTOR(WS-AUD-IX)
                       MOVE AUD-REQUESTED-N TO WS-AUD-N(WS-AUD-IX)
                       MOVE AUD-RETURN-CODE TO WS-AUD-RC(WS-AUD-IX)
                       MOVE AUD-RUN-ID TO WS-AUD-RUN-ID(WS-AUD-IX)
                       MOVE AUD-SEED0 TO WS-AUD-SEED0(WS-AUD-IX)
                       MOVE AUD-SEED1 TO WS-AUD-SEED1(WS-AUD-IX)
                   ELSE
                       ADD 1 TO WS-AUD-DROPPED
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

      *>     the master is only consulted for the department; a
      *>     master that cannot be opened posts every result to
      *>     UNASSIGN rather than losing the night's history.
       OPEN-POSTING-FILES.
           OPEN INPUT FIB-RESULT-FILE
           OPEN I-O FIB-HISTORY-FILE
           IF WS-RESULT-STATUS NOT = "00"
                   OR WS-HISTORY-STATUS NOT = "00"
               DISPLAY "FIBHIST: UNABLE TO OPEN POSTING FILES - "
                   "RESULTS=" WS-RESULT-STATUS
                   " HISTORY=" WS-HISTORY-STATUS
               MOVE 24 TO WS-RETURN-CODE
               IF WS-RESULT-STATUS = "00"
                   CLOSE FIB-RESULT-FILE
               END-IF
               IF WS-HISTORY-STATUS = "00"
                   CLOSE FIB-HISTORY-FILE
               END-IF
           ELSE
               OPEN INPUT FIB-REQMAST-FILE
               IF WS-REQMAST-STATUS = "00"
                   MOVE "Y" TO WS-REQMAST-OPEN-SW
               ELSE
                   DISPLAY "FIBHIST: MASTER UNAVAILABLE - STATUS="
                       WS-REQMAST-STATUS
                       " - DEPARTMENTS POSTED AS UNASSIGN"
               END-IF
           END-IF.

      *>     the occurrence number counts this requestor's results
      *>     for this N so far tonight, whatever their return code,
      *>     so the same file always posts under the same keys.
       POST-ONE-RESULT.
           IF FIB-RESULT-RECORD NOT = SPACES
               MOVE RSL-REQUESTOR TO WS-LOOKUP-REQUESTOR
               MOVE RSL-N TO WS-LOOKUP-N
               MOVE RSL-RETURN-CODE TO WS-LOOKUP-RC
               PERFORM FIND-RESULT-KEY
               IF WS-KEY-FOUND
                   ADD 1 TO WS-KEY-SEEN(WS-KEY-IX)
                   PERFORM COUNT-OCCURRENCE
                   IF WS-OCCURRENCE > WS-OCCURRENCE-LIMIT
                       DISPLAY "FIBHIST: MORE THAN "
                           WS-OCCURRENCE-LIMIT " RESULTS FOR "
                           RSL-REQUESTOR " N=" RSL-N " - NOT POSTED"
                       ADD 1 TO WS-NOT-POSTED-COUNT
                   ELSE
                       PERFORM BUILD-HISTORY-RECORD
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
               ELSE
                   DISPLAY "FIBHIST: RESULT KEY TABLE FULL - "
                       RSL-REQUESTOR " N=" RSL-N " NOT POSTED"
                   ADD 1 TO WS-NOT-POSTED-COUNT
               END-IF
           END-IF
           PERFORM READ-RESULT-RECORD.

       COUNT-OCCURRENCE.
           MOVE 0 TO WS-OCCURRENCE
           MOVE 0 TO WS-SCAN-IX
           PERFORM ADD-ONE-OCCURRENCE
               UNTIL WS-SCAN-IX >= WS-KEY-COUNT.

       ADD-ONE-OCCURRENCE.
           ADD 1 TO WS-SCAN-IX
           IF WS-KEY-REQUESTOR(WS-SCAN-IX) = WS-LOOKUP-REQUESTOR
                   AND WS-KEY-N(WS-SCAN-IX) = WS-LOOKUP-N
               ADD WS-KEY-SEEN(WS-SCAN-IX) TO WS-OCCURRENCE
           END-IF.

       BUILD-HISTORY-RECORD.
           MOVE SPACES TO FIB-RHS-RECORD
           MOVE RSL-REQUESTOR TO RHS-REQUESTOR
           MOVE WS-RUN-DATE TO RHS-BUSINESS-DATE
           MOVE RSL-N TO RHS-N
           MOVE WS-OCCURRENCE TO RHS-OCCURRENCE
           MOVE RSL-RESULT TO RHS-RESULT
           MOVE RSL-RETURN-CODE TO RHS-RETURN-CODE
           MOVE RSL-ERROR-TEXT TO RHS-ERROR-TEXT
           MOVE RSL-WIDE-RESULT TO RHS-WIDE-RESULT
           MOVE "UNASSIGN" TO RHS-DEPARTMENT
           IF WS-REQMAST-OPEN
               MOVE RSL-REQUESTOR TO RQM-REQUESTOR
               READ FIB-REQMAST-FILE
               IF WS-REQMAST-STATUS = "00"
                   MOVE RQM-DEPARTMENT TO RHS-DEPARTMENT
               END-IF
           END-IF
           IF RSL-RETURN-CODE = 12
               MOVE "R" TO RHS-RUN-STATUS
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               PERFORM TIE-RESULT-TO-AUDIT
           END-IF.

      *>     the k-th of a key's m results takes the audit row at
      *>     position (rows - m + k) among that key's rows, i.e. the
      *>     newest m rows in the order they were logged.
       TIE-RESULT-TO-AUDIT.
           COMPUTE WS-AUD-TARGET = WS-KEY-AUDITS(WS-KEY-IX)
               - WS-KEY-RESULTS(WS-KEY-IX) + WS-KEY-SEEN(WS-KEY-IX)
           MOVE "N" TO WS-AUD-FOUND-SW
           IF WS-AUD-TARGET > 0
               MOVE 0 TO WS-AUD-HITS
               MOVE 0 TO WS-AUD-IX
               PERFORM CHECK-ONE-AUDIT-ROW
                   UNTIL WS-AUD-FOUND OR WS-AUD-IX >= WS-AUD-COUNT
           END-IF
           IF WS-AUD-FOUND
               MOVE "A" TO RHS-RUN-STATUS
               MOVE WS-AUD-RUN-ID(WS-AUD-IX) TO RHS-RUN-ID
               MOVE WS-AUD-SEED0(WS-AUD-IX) TO RHS-SEED0
               MOVE WS-AUD-SEED1(WS-AUD-IX) TO RHS-SEED1
               ADD 1 TO WS-AUDITED-COUNT
           ELSE
               MOVE "U" TO RHS-RUN-STATUS
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "FIBHIST: NO AUDIT ROW ON " WS-RUN-DATE
                   " FOR " RSL-REQUESTOR " N=" RSL-N
                   " RC=" RSL-RETURN-CODE " - POSTED UNMATCHED"
           END-IF.

       CHECK-ONE-AUDIT-ROW.
           ADD 1 TO WS-AUD-IX
           IF WS-AUD-REQUESTOR(WS-AUD-IX) = WS-LOOKUP-REQUESTOR
                   AND WS-AUD-N(WS-AUD-IX) = WS-LOOKUP-N
                   AND WS-AUD-RC(WS-AUD-IX) = WS-LOOKUP-RC
               ADD 1 TO WS-AUD-HITS
               IF WS-AUD-HITS = WS-AUD-TARGET
                   MOVE "Y" TO WS-AUD-FOUND-SW
               END-IF
           END-IF.

      *>     a record already on file under the key is tonight's
      *>     own earlier posting (a rerun of the step) and is
      *>     replaced.
       WRITE-HISTORY-RECORD.
           WRITE FIB-RHS-RECORD
           IF WS-HISTORY-STATUS = "22"
               REWRITE FIB-RHS-RECORD
               IF WS-HISTORY-STATUS = "00"
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           END-IF
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               DISPLAY "FIBHIST: HISTORY WRITE FAILED FOR "
                   RHS-REQUESTOR " N=" RHS-N " - STATUS="
                   WS-HISTORY-STATUS
               ADD 1 TO WS-NOT-POSTED-COUNT
           END-IF.

      *>     the history is keyed by requestor first, so the purge
      *>     walks the whole file and deletes by date as it goes.
      *>     An undated record is kept - housekeeping never
      *>     destroys what it cannot date.
       PURGE-RESULT-HISTORY.
           COMPUTE WS-DATE-WORK =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-WORK)
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-TEXT
           DISPLAY "FIBHIST: RETAINING RESULTS DATED "
               WS-CUTOFF-TEXT " AND LATER"
           OPEN I-O FIB-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "FIBHIST: UNABLE TO OPEN HISTORY - STATUS="
                   WS-HISTORY-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-HISTORY-RECORD
               PERFORM PURGE-ONE-RECORD
                   UNTIL WS-HISTORY-EOF
               CLOSE FIB-HISTORY-FILE
           END-IF
           DISPLAY "FIBHIST: " WS-HISTORY-READ " RECORD(S) READ, "
               WS-PURGED-COUNT " PURGED".

       READ-HISTORY-RECORD.
           READ FIB-HISTORY-FILE NEXT
               AT END MOVE "Y" TO WS-HISTORY-EOF-SW
           END-READ
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF-SW
               IF WS-HISTORY-STATUS NOT = "10"
                   DISPLAY "FIBHIST: HISTORY READ ERROR - STATUS="
                       WS-HISTORY-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-HISTORY-READ
           END-IF.

       PURGE-ONE-RECORD.
           IF RHS-BUSINESS-DATE IS NUMERIC
                   AND RHS-BUSINESS-DATE < WS-CUTOFF-TEXT
               DELETE FIB-HISTORY-FILE RECORD
               IF WS-HISTORY-STATUS = "00"
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   DISPLAY "FIBHIST: HISTORY DELETE FAILED FOR "
                       RHS-REQUESTOR " " RHS-BUSINESS-DATE
                       " N=" RHS-N " - STATUS=" WS-HISTORY-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.
