      *> ---- trailer as written by FIB -------------------------------
           COPY FIBOTRL.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           OPEN INPUT VFY-OUTPUT-FILE
           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "FIBVFY: UNABLE TO OPEN OUTPUT FILE - STATUS="
           END-IF
           DISPLAY "FIBVFY: RUN COMPLETE - RETURN CODE "
               WS-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     FIBVFY has no business date of its own - FIBSTAT takes
      *>     it from the processing calendar.
       RECORD-STEP-TIMING.
           MOVE "FIBJOB" TO STS-STREAM
           MOVE "FIBVFY" TO STS-PROGRAM
           MOVE WS-DETAIL-COUNT TO STS-RECORD-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

       READ-OUTPUT-RECORD.
           READ VFY-OUTPUT-FILE
               AT END MOVE "Y" TO WS-OUTPUT-EOF-SW
