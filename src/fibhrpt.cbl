       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBHRPT.
      *>--------------------------------------------------------------
      *> Certified reprint of a department's results from the keyed
      *> result history (FIBRHST - see FIBRHS copy).  The PARM names
      *> the department and the business-date range, comma-
      *> separated:
      *>     dept,from[,to]   from and to are YYYYMMDD; to defaults
      *>                      to from (a single night).
      *> Every result posted for the department in the range prints
      *> in requestor, business date, N order with the FIB run ID
      *> and seed pair of the run that produced it, so each line
      *> ties back to its FIBAUDIT row (same business date, run ID,
      *> requestor and N).  The department is the one the requestor
      *> belonged to on the night the result was posted.  The copy
      *> ends with the certification statement and a sign-off line.
      *> Ends 04 when nothing was posted for the department in the
      *> range, 16 for a bad PARM, 24 when a file cannot be used.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBRHST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY RHS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FIB-CERTIFIED-REPORT ASSIGN TO "FIBHCRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-HISTORY-FILE.
           COPY FIBRHS.

       FD  FIB-CERTIFIED-REPORT.
       01  FIB-CERTIFIED-RECORD        PIC X(120).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-HISTORY-EOF-SW           PIC X VALUE "N".
           88  WS-HISTORY-EOF                   VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.

      *> ---- selection (PARM) ----------------------------------------
       01  WS-COMMAND-LINE             PIC X(40) VALUE SPACES.
       01  WS-SELECT-DEPARTMENT        PIC X(8) VALUE SPACES.
       01  WS-SELECT-FROM              PIC X(8) VALUE SPACES.
       01  WS-SELECT-TO                PIC X(8) VALUE SPACES.

      *> ---- tallies -------------------------------------------------
       01  WS-HISTORY-READ             BINARY-C-LONG VALUE 0.
       01  WS-SELECTED-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-REFUSED-COUNT            BINARY-C-LONG VALUE 0.
       01  WS-UNMATCHED-COUNT          BINARY-C-LONG VALUE 0.

      *> ---- report pagination ---------------------------------------
       01  WS-RPT-LINE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-LINES-PER-PAGE       BINARY-C-LONG VALUE 55.
       01  WS-RPT-PAGE-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RPT-HOLD-LINE            PIC X(120) VALUE SPACES.

      *> ---- report line build areas ---------------------------------
       01  WS-HCR-HEADER-1.
           05  FILLER                  PIC X(35) VALUE
               "FIB RESULT HISTORY - CERTIFIED COPY".
           05  FILLER                  PIC X(15)
               VALUE " BUSINESS DATE ".
           05  HCR-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  HCR-HDR-TIME            PIC X(6).
           05  FILLER                  PIC X(7) VALUE "  PAGE ".
           05  HCR-HDR-PAGE            PIC ZZZ9.
       01  WS-HCR-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05  HCR-HDR-DEPT            PIC X(8).
           05  FILLER                  PIC X(17)
               VALUE "   RESULTS DATED ".
           05  HCR-HDR-FROM            PIC X(8).
           05  FILLER                  PIC X(9) VALUE " THROUGH ".
           05  HCR-HDR-TO              PIC X(8).
       01  WS-HCR-HEADING.
           05  FILLER                  PIC X(48) VALUE
               "  REQUESTOR BUS DATE        N RC RUN ID         ".
           05  FILLER                  PIC X(53) VALUE "SEED PAIR".
           05  FILLER                  PIC X(6) VALUE "RESULT".
       01  WS-HCR-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HCR-DET-REQUESTOR       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HCR-DET-DATE            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HCR-DET-N               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HCR-DET-RC              PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HCR-DET-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HCR-DET-SEED0           PIC X(18).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HCR-DET-SEED1           PIC X(18).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HCR-DET-RESULT          PIC X(21).
       01  WS-HCR-TEXT-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  HCR-TXT-LABEL           PIC X(13).
           05  HCR-TXT-TEXT            PIC X(60).
       01  WS-HCR-WIDE-RESULT          PIC X(120) VALUE SPACES.
       01  WS-HCR-WIDE-PARTS REDEFINES WS-HCR-WIDE-RESULT.
           05  HCR-WIDE-PART           PIC X(60) OCCURS 2 TIMES.
       01  WS-HCR-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HCR-TOT-SELECTED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " RESULT(S), ".
           05  HCR-TOT-REFUSED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(21)
               VALUE " REFUSED (NO FIB RUN)".
           05  FILLER                  PIC X(2) VALUE ", ".
           05  HCR-TOT-UNMATCHED       PIC ZZZZZZ9.
           05  FILLER                  PIC X(22)
               VALUE " WITH NO AUDIT ROW".
       01  WS-HCR-STATEMENT-1.
           05  FILLER                  PIC X(46) VALUE
               "  CERTIFIED A TRUE COPY OF THE RESULTS ABOVE, ".
           05  FILLER                  PIC X(47) VALUE
               "AS POSTED TO THE FIB RESULT HISTORY AFTER EACH ".
       01  WS-HCR-STATEMENT-2.
           05  FILLER                  PIC X(46) VALUE
               "  NIGHTLY BATCH RUN.  EACH RESULT CARRIES THE ".
           05  FILLER                  PIC X(50) VALUE
               "FIB RUN ID AND BUSINESS DATE OF THE FIBAUDIT ROW ".
       01  WS-HCR-STATEMENT-3.
           05  FILLER                  PIC X(42) VALUE
               "  THAT PRODUCED IT.  A REQUEST REFUSED AT ".
           05  FILLER                  PIC X(51) VALUE
               "AUTHORIZATION (RC 12) NEVER REACHED FIB AND HAS NO ".
           05  FILLER                  PIC X(10) VALUE "AUDIT ROW.".
       01  WS-HCR-SIGNOFF-LINE.
           05  FILLER                  PIC X(40) VALUE
               "  CERTIFIED BY: ______________________  ".
           05  FILLER                  PIC X(16) VALUE
               "DATE: __________".

       PROCEDURE DIVISION.
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM PARSE-SELECTION-PARM
           IF WS-RETURN-CODE = 0
               PERFORM OPEN-REPRINT-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM WRITE-PAGE-HEADERS
               MOVE WS-HCR-HEADING TO FIB-CERTIFIED-RECORD
               PERFORM WRITE-REPORT-LINE
               PERFORM READ-HISTORY-RECORD
               PERFORM SELECT-ONE-RESULT
                   UNTIL WS-HISTORY-EOF
               PERFORM WRITE-CERTIFICATION
               CLOSE FIB-HISTORY-FILE
               CLOSE FIB-CERTIFIED-REPORT
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-SELECTED-COUNT = 0
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           DISPLAY "FIBHRPT: " WS-SELECTED-COUNT " RESULT(S) FOR "
               WS-SELECT-DEPARTMENT " FROM " WS-SELECT-FROM
               " THROUGH " WS-SELECT-TO " - RETURN CODE "
               WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     the business date only stamps the copy; the range
      *>     printed is the one asked for.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "FIBHRPT: PROCESSING CALENDAR UNREADABLE "
                       "- USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

       PARSE-SELECTION-PARM.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-SELECT-DEPARTMENT WS-SELECT-FROM WS-SELECT-TO
           END-UNSTRING
           IF WS-SELECT-TO = SPACES
               MOVE WS-SELECT-FROM TO WS-SELECT-TO
           END-IF
           IF WS-SELECT-DEPARTMENT = SPACES
                   OR WS-SELECT-FROM IS NOT NUMERIC
                   OR WS-SELECT-TO IS NOT NUMERIC
                   OR WS-SELECT-FROM > WS-SELECT-TO
               DISPLAY "FIBHRPT: PARM MUST BE DEPT,FROM[,TO] WITH "
                   "YYYYMMDD DATES, FROM NOT AFTER TO - GOT '"
                   WS-COMMAND-LINE "'"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       OPEN-REPRINT-FILES.
           OPEN INPUT FIB-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "FIBHRPT: UNABLE TO OPEN HISTORY - STATUS="
                   WS-HISTORY-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT FIB-CERTIFIED-REPORT
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "FIBHRPT: UNABLE TO OPEN REPORT - STATUS="
                       WS-REPORT-STATUS
                   MOVE 24 TO WS-RETURN-CODE
                   CLOSE FIB-HISTORY-FILE
               END-IF
           END-IF.

       READ-HISTORY-RECORD.
           READ FIB-HISTORY-FILE NEXT
               AT END MOVE "Y" TO WS-HISTORY-EOF-SW
           END-READ
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF-SW
               IF WS-HISTORY-STATUS NOT = "10"
                   DISPLAY "FIBHRPT: HISTORY READ ERROR - STATUS="
                       WS-HISTORY-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-HISTORY-READ
           END-IF.

       SELECT-ONE-RESULT.
           IF RHS-DEPARTMENT = WS-SELECT-DEPARTMENT
                   AND RHS-BUSINESS-DATE NOT < WS-SELECT-FROM
                   AND RHS-BUSINESS-DATE NOT > WS-SELECT-TO
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM WRITE-ONE-RESULT
           END-IF
           PERFORM READ-HISTORY-RECORD.

      *>     a refused request shows why it has no run ID; the wide
      *>     result of an extended-precision run follows on two
      *>     continuation lines, the error text on one more.
       WRITE-ONE-RESULT.
           MOVE RHS-REQUESTOR TO HCR-DET-REQUESTOR
           MOVE RHS-BUSINESS-DATE TO HCR-DET-DATE
           MOVE RHS-N TO HCR-DET-N
           MOVE RHS-RETURN-CODE TO HCR-DET-RC
           MOVE RHS-SEED0 TO HCR-DET-SEED0
           MOVE RHS-SEED1 TO HCR-DET-SEED1
           MOVE RHS-RESULT TO HCR-DET-RESULT
           EVALUATE TRUE
               WHEN RHS-REFUSED
                   MOVE "REFUSED-NO RUN" TO HCR-DET-RUN-ID
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN RHS-UNMATCHED
                   MOVE "NO AUDIT ROW" TO HCR-DET-RUN-ID
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN OTHER
                   MOVE RHS-RUN-ID TO HCR-DET-RUN-ID
           END-EVALUATE
           IF RHS-WIDE-RESULT NOT = SPACES
               MOVE "(WIDE)" TO HCR-DET-RESULT
           END-IF
           MOVE WS-HCR-DETAIL-LINE TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           IF RHS-WIDE-RESULT NOT = SPACES
               MOVE RHS-WIDE-RESULT TO WS-HCR-WIDE-RESULT
               MOVE "WIDE RESULT: " TO HCR-TXT-LABEL
               MOVE HCR-WIDE-PART(1) TO HCR-TXT-TEXT
               MOVE WS-HCR-TEXT-LINE TO FIB-CERTIFIED-RECORD
               PERFORM WRITE-REPORT-LINE
               IF HCR-WIDE-PART(2) NOT = SPACES
                   MOVE SPACES TO HCR-TXT-LABEL
                   MOVE HCR-WIDE-PART(2) TO HCR-TXT-TEXT
                   MOVE WS-HCR-TEXT-LINE TO FIB-CERTIFIED-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           IF RHS-ERROR-TEXT NOT = SPACES
               MOVE "ERROR TEXT:  " TO HCR-TXT-LABEL
               MOVE RHS-ERROR-TEXT TO HCR-TXT-TEXT
               MOVE WS-HCR-TEXT-LINE TO FIB-CERTIFIED-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-CERTIFICATION.
           IF WS-SELECTED-COUNT = 0
               MOVE SPACES TO HCR-TXT-LABEL
               MOVE "NO RESULTS POSTED FOR THIS DEPARTMENT IN THE RANGE"
                   TO HCR-TXT-TEXT
               MOVE WS-HCR-TEXT-LINE TO FIB-CERTIFIED-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SELECTED-COUNT TO HCR-TOT-SELECTED
           MOVE WS-REFUSED-COUNT TO HCR-TOT-REFUSED
           MOVE WS-UNMATCHED-COUNT TO HCR-TOT-UNMATCHED
           MOVE WS-HCR-TOTAL-LINE TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HCR-STATEMENT-1 TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HCR-STATEMENT-2 TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HCR-STATEMENT-3 TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HCR-SIGNOFF-LINE TO FIB-CERTIFIED-RECORD
           PERFORM WRITE-REPORT-LINE.

      *>     the headers are written through the record area, so
      *>     the line that forced the new page is held across them.
       WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               MOVE FIB-CERTIFIED-RECORD TO WS-RPT-HOLD-LINE
               PERFORM WRITE-PAGE-HEADERS
               MOVE WS-RPT-HOLD-LINE TO FIB-CERTIFIED-RECORD
           END-IF
           WRITE FIB-CERTIFIED-RECORD
           ADD 1 TO WS-RPT-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-RPT-PAGE-COUNT
           MOVE WS-RPT-PAGE-COUNT TO HCR-HDR-PAGE
           MOVE WS-RUN-DATE TO HCR-HDR-DATE
           MOVE WS-RUN-TIME TO HCR-HDR-TIME
           MOVE WS-SELECT-DEPARTMENT TO HCR-HDR-DEPT
           MOVE WS-SELECT-FROM TO HCR-HDR-FROM
           MOVE WS-SELECT-TO TO HCR-HDR-TO
           WRITE FIB-CERTIFIED-RECORD FROM WS-HCR-HEADER-1
           WRITE FIB-CERTIFIED-RECORD FROM WS-HCR-HEADER-2
           MOVE SPACES TO FIB-CERTIFIED-RECORD
           WRITE FIB-CERTIFIED-RECORD
           MOVE 0 TO WS-RPT-LINE-COUNT.
