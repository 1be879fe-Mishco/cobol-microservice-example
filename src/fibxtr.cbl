      *> only terms above the high already delivered per mode,
      *> updating the control only after the extract writes
      *> cleanly.  The DTL layout never changes.
      *> Nothing ships unless the night-over-night comparison passed
      *> the file: the FIBCMPR report must carry a FIBCMS summary
      *> line for the business date whose verdict is anything but
      *> VALUES CHANGED (the newest such line wins, as in FIBOPS).
      *> With no such line - the comparison failed, never ran, or
      *> was never compiled - the step ends RC 32 with nothing
      *> written, so the gate holds even when the job's step
      *> conditions cannot see the comparison step.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPCTL-STATUS.

           SELECT XTR-COMPARE-FILE ASSIGN TO "FIBCMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XTR-OUTPUT-FILE.
       FD  FIB-SHIPCTL-FILE.
           COPY FIBSHP.

       FD  XTR-COMPARE-FILE.
       01  XTR-COMPARE-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-OUTPUT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE SPACES.
       01  WS-SHIPCTL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-SHIPCTL-EOF-SW           PIC X VALUE "N".
           88  WS-SHIPCTL-EOF                   VALUE "Y".
       01  WS-COMPARE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-COMPARE-EOF-SW           PIC X VALUE "N".
           88  WS-COMPARE-EOF                   VALUE "Y".
       01  WS-COMPARE-SEEN-SW          PIC X VALUE "N".
           88  WS-COMPARE-SEEN                  VALUE "Y".

      *> ---- tonight's comparison verdict (FIBCMPR) ------------------
           COPY FIBCMS.

      *> ---- extract mode (PARM) and shipped-terms control ------------
      *>     DELTA consults the FIBSHIP control and ships only terms
       01  WS-N-TRIM-LEN               BINARY-C-LONG VALUE 0.
       01  WS-VALUE-TEXT               PIC X(21) VALUE SPACES.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-EXTRACT-MODE
           IF WS-RETURN-CODE = 0
               PERFORM CHECK-COMPARE-VERDICT
           END-IF
           IF WS-RETURN-CODE = 0
               IF WS-DELTA-MODE
                   PERFORM LOAD-SHIPPED-CONTROL
           DISPLAY "FIBXTR: " WS-DETAIL-COUNT " DETAIL RECORD(S) "
               "EXTRACTED, " WS-SKIPPED-COUNT
               " ALREADY DELIVERED - RETURN CODE " WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-STEP-TIMING.
           MOVE "FIBJOB" TO STS-STREAM
           MOVE "FIBXTR" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT TO STS-RECORD-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     the HDR record carries the business date from the
      *>     processing calendar, so a rerun stamps the night it
      *>     belongs to and the warehouse rollup stays whole.  With
                   "DELIVERED WILL SHIP"
           END-IF.

      *>     the newest summary line for the business date wins, so
      *>     a rerun with PARM ACCEPT clears an earlier VALUES
      *>     CHANGED.  Checked before any file is opened for output:
      *>     a refused extract leaves the interface file, the
      *>     shipped-terms control and the register untouched.
       CHECK-COMPARE-VERDICT.
           OPEN INPUT XTR-COMPARE-FILE
           IF WS-COMPARE-STATUS = "00"
               PERFORM READ-COMPARE-RECORD
               PERFORM KEEP-COMPARE-SUMMARY
                   UNTIL WS-COMPARE-EOF
               CLOSE XTR-COMPARE-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-COMPARE-SEEN
                   DISPLAY "FIBXTR: NO COMPARISON SUMMARY FOR "
                       WS-RUN-DATE " - STATUS=" WS-COMPARE-STATUS
                   MOVE 32 TO WS-RETURN-CODE
               WHEN CMS-VALUES-CHANGED
                   DISPLAY "FIBXTR: COMPARISON FOR " WS-RUN-DATE
                       " FOUND VALUES CHANGED"
                   MOVE 32 TO WS-RETURN-CODE
               WHEN OTHER
                   DISPLAY "FIBXTR: COMPARISON FOR " WS-RUN-DATE
                       " - " CMS-VERDICT
           END-EVALUATE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "FIBXTR: EXTRACT REFUSED - NOTHING SHIPPED"
           END-IF.

       READ-COMPARE-RECORD.
           READ XTR-COMPARE-FILE
               AT END MOVE "Y" TO WS-COMPARE-EOF-SW
           END-READ
           IF WS-COMPARE-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPARE-EOF-SW
           END-IF.

       KEEP-COMPARE-SUMMARY.
           IF XTR-COMPARE-RECORD(1:15) = "COMPARE SUMMARY"
                   AND XTR-COMPARE-RECORD(17:8) = WS-RUN-DATE
               MOVE XTR-COMPARE-RECORD TO FIB-CMP-SUMMARY
               MOVE "Y" TO WS-COMPARE-SEEN-SW
           END-IF
           PERFORM READ-COMPARE-RECORD.

      *>     a missing control file just means nothing has shipped
      *>     yet - the first delta run behaves like a full one.
       LOAD-SHIPPED-CONTROL.
