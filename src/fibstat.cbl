       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSTAT.
      *>--------------------------------------------------------------
      *> Step timing recorder.  CALLed by every program in the
      *> nightly and batch streams as its last act, with the step's
      *> FIBSTS record (stream, program, start date and time, records
      *> processed, return code).  Stamps the end date and time,
      *> fills in a blank business date from the processing calendar
      *> (FIBCAL) and a blank run ID from the business date and the
      *> step start time, and appends the record to the shared
      *> run-statistics file FIBSTATS.  Timing is bookkeeping: a
      *> statistics file that cannot be written is reported on
      *> SYSOUT and never fails the step, and RETURN-CODE comes back
      *> zero - the caller sets its own step return code after the
      *> CALL.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIB-STATS-FILE ASSIGN TO "FIBSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-STATS-FILE.
       01  FIB-STATS-LINE              PIC X(90).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
           COPY FIBSTS.

       PROCEDURE DIVISION USING FIB-STAT-RECORD.
       MAIN-LINE.
           ACCEPT STS-END-DATE FROM DATE YYYYMMDD
           ACCEPT STS-END-TIME FROM TIME
           IF STS-BUSINESS-DATE = SPACES
               PERFORM RESOLVE-BUSINESS-DATE
           END-IF
           IF STS-RUN-ID = SPACES
               STRING STS-BUSINESS-DATE DELIMITED BY SIZE
                   STS-START-TIME(1:6) DELIMITED BY SIZE
                   INTO STS-RUN-ID
               END-STRING
           END-IF
           IF STS-RECORD-COUNT IS NOT NUMERIC
               MOVE 0 TO STS-RECORD-COUNT
           END-IF
           IF STS-RETURN-CODE IS NOT NUMERIC
               MOVE 0 TO STS-RETURN-CODE
           END-IF
           PERFORM APPEND-STATS-RECORD
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *>     with no calendar the step's own start date stands.
       RESOLVE-BUSINESS-DATE.
           MOVE STS-START-DATE TO STS-BUSINESS-DATE
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO STS-BUSINESS-DATE
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

      *>     status 05 is the OPTIONAL file being created on the
      *>     first append.
       APPEND-STATS-RECORD.
           OPEN EXTEND FIB-STATS-FILE
           IF WS-STATS-STATUS = "00" OR "05"
               WRITE FIB-STATS-LINE FROM FIB-STAT-RECORD
               IF WS-STATS-STATUS NOT = "00"
                   DISPLAY "FIBSTAT: " STS-PROGRAM " TIMING NOT "
                       "RECORDED - WRITE STATUS=" WS-STATS-STATUS
               END-IF
               CLOSE FIB-STATS-FILE
           ELSE
               DISPLAY "FIBSTAT: " STS-PROGRAM " TIMING NOT RECORDED"
                   " - STATISTICS FILE STATUS=" WS-STATS-STATUS
           END-IF.
