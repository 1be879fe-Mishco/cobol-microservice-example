      *>                    the last step of the nightly stream,
      *>                    gated on every earlier step ending
      *>                    clean, so a failed night leaves the
      *>                    calendar on the failed date.  ROLL
      *>                    also refuses (RC 32, calendar left as
      *>                    it stands) unless the FIBCMPR report
      *>                    carries a FIBCMS summary line for the
      *>                    business date with a verdict other than
      *>                    VALUES CHANGED, so the date never moves
      *>                    past a night whose output was not
      *>                    compared, whatever the step conditions
      *>                    could see.
      *>     HOLD           leave the calendar exactly as it stands
      *>                    and say so - the rerun path's explicit
      *>                    no-op, so the scheduler log shows the
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT CAL-COMPARE-FILE ASSIGN TO "FIBCMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-CALENDAR-FILE.
       FD  FIB-HOLIDAY-FILE.
       01  FIB-HOLIDAY-RECORD          PIC X(80).

       FD  CAL-COMPARE-FILE.
       01  CAL-COMPARE-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-HOLIDAY-STATUS           PIC X(2) VALUE SPACES.
       01  WS-HOLIDAY-EOF-SW           PIC X VALUE "N".
           88  WS-HOLIDAY-EOF                   VALUE "Y".
       01  WS-COMPARE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-COMPARE-EOF-SW           PIC X VALUE "N".
           88  WS-COMPARE-EOF                   VALUE "Y".
       01  WS-COMPARE-SEEN-SW          PIC X VALUE "N".
           88  WS-COMPARE-SEEN                  VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-COMMAND-LINE             PIC X(20) VALUE SPACES.
       01  WS-FUNCTION-TEXT            PIC X(10) VALUE SPACES.
               ==FIB-CALENDAR-RECORD== BY ==WS-CALENDAR-RECORD==
               LEADING ==CAL-== BY ==WCL-==.

      *> ---- the night's comparison verdict (FIBCMPR) ----------------
           COPY FIBCMS.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           PERFORM PARSE-FUNCTION-PARM
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-HOLIDAY-TABLE
           END-IF
           DISPLAY "FIBCALR: " WS-FUNCTION-TEXT " COMPLETE - "
               "RETURN CODE " WS-RETURN-CODE
           IF WS-FUNCTION-TEXT = "ROLL"
               PERFORM RECORD-STEP-TIMING
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     only the nightly ROLL is a step of the stream; it is
      *>     timed against the business date it rolled off, which
      *>     ROLL-CALENDAR set aside before advancing the calendar.
       RECORD-STEP-TIMING.
           MOVE "FIBJOB" TO STS-STREAM
           MOVE "FIBCALR" TO STS-PROGRAM
           MOVE 0 TO STS-RECORD-COUNT
           IF WS-RETURN-CODE = 0
               MOVE 1 TO STS-RECORD-COUNT
           END-IF
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

       PARSE-FUNCTION-PARM.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
      *>     downstream systems the next business day would be.
       ROLL-CALENDAR.
           PERFORM READ-CALENDAR-RECORD
           IF WS-RETURN-CODE = 0
               MOVE WCL-BUSINESS-DATE TO STS-BUSINESS-DATE
               PERFORM CHECK-COMPARE-VERDICT
           END-IF
           IF WS-RETURN-CODE = 0
               IF WCL-NEXT-DATE IS NOT NUMERIC
                   DISPLAY "FIBCALR: NEXT BUSINESS DATE UNUSABLE - "
               END-IF
           END-IF.

      *>     the newest summary line for the business date wins, so
      *>     a rerun with PARM ACCEPT clears an earlier VALUES
      *>     CHANGED.
       CHECK-COMPARE-VERDICT.
           OPEN INPUT CAL-COMPARE-FILE
           IF WS-COMPARE-STATUS = "00"
               PERFORM READ-COMPARE-RECORD
               PERFORM KEEP-COMPARE-SUMMARY
                   UNTIL WS-COMPARE-EOF
               CLOSE CAL-COMPARE-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-COMPARE-SEEN
                   DISPLAY "FIBCALR: NO COMPARISON SUMMARY FOR "
                       WCL-BUSINESS-DATE " - STATUS="
                       WS-COMPARE-STATUS
                   MOVE 32 TO WS-RETURN-CODE
               WHEN CMS-VALUES-CHANGED
                   DISPLAY "FIBCALR: COMPARISON FOR "
                       WCL-BUSINESS-DATE " FOUND VALUES CHANGED"
                   MOVE 32 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "FIBCALR: ROLL REFUSED - CALENDAR HELD ON "
                   WCL-BUSINESS-DATE
           END-IF.

       READ-COMPARE-RECORD.
           READ CAL-COMPARE-FILE
               AT END MOVE "Y" TO WS-COMPARE-EOF-SW
           END-READ
           IF WS-COMPARE-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPARE-EOF-SW
           END-IF.

       KEEP-COMPARE-SUMMARY.
           IF CAL-COMPARE-RECORD(1:15) = "COMPARE SUMMARY"
                   AND CAL-COMPARE-RECORD(17:8) = WCL-BUSINESS-DATE
               MOVE CAL-COMPARE-RECORD TO FIB-CMP-SUMMARY
               MOVE "Y" TO WS-COMPARE-SEEN-SW
           END-IF
           PERFORM READ-COMPARE-RECORD.

       SET-CALENDAR.
           MOVE SPACES TO WS-CALENDAR-RECORD
           MOVE WS-SET-DATE-TEXT TO WCL-BUSINESS-DATE
