               VALUE "  OVER LIMIT: ".
           05  AGE-TOT-OVERAGE         PIC ZZZZ9.

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
               WS-RELEASED-COUNT " RELEASED, "
               WS-OVERAGE-COUNT " OVER THE " WS-AGE-LIMIT
               " DAY LIMIT - RETURN CODE " WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-STEP-TIMING.
           MOVE "FIBBATJ" TO STS-STREAM
           MOVE "FIBRAGE" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           COMPUTE STS-RECORD-COUNT =
               WS-PENDING-COUNT + WS-RELEASED-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     aging is measured against the processing calendar's
      *>     business date; with no calendar allocated the system
      *>     date stands.
