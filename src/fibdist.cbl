           05  TRL-INCL-REJECTS        PIC X(1).
       01  WS-ROUTE-RECORD             PIC X(224) VALUE SPACES.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM INITIALIZE-DEST-STATE
               WS-FALLOUT-COUNT " TO FALLOUT, "
               WS-EXCLUDED-COUNT " REJECT(S) EXCLUDED - "
               "RETURN CODE " WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-STEP-TIMING.
           MOVE "FIBBATJ" TO STS-STREAM
           MOVE "FIBDIST" TO STS-PROGRAM
           MOVE WS-RUN-DATE TO STS-BUSINESS-DATE
           MOVE WS-READ-COUNT TO STS-RECORD-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     the headers stamp the business date from the processing
      *>     calendar; with no calendar allocated the system date
      *>     stands.
