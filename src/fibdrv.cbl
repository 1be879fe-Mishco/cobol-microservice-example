      *> empty one), CALLs FIB with nothing USING so FIB falls back to
      *> its own parm-file/default logic (request 000).  Either way,
      *> FIB sets the RETURN-CODE special register itself, so it
      *> propagates back to the job step: FIBDRV only holds it across
      *> the CALL to FIBSTAT that records the step's timing, and puts
      *> it back untouched.
      *>--------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SEED-FORMAT              PIC 9(18) VALUE 0.
       01  WS-PARM-PRESENT-SW          PIC X VALUE "N".
           88  WS-PARM-PRESENT                   VALUE "Y".
       01  WS-FIB-RETURN-CODE          PIC S9(4) COMP VALUE 0.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       LINKAGE SECTION.
       01  LS-PARM.

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           PERFORM PARSE-PARM
           IF WS-PARM-PRESENT
               CALL "FIB" USING FIB-REQUEST FIB-RESPONSE
           ELSE
               CALL "FIB"
           END-IF
           MOVE RETURN-CODE TO WS-FIB-RETURN-CODE
           PERFORM RECORD-STEP-TIMING
           MOVE WS-FIB-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     the business date and run ID are left to FIBSTAT, which
      *>     derives them the way FIB itself does.  With no PARM the
      *>     N came from FIB's own parm file, which FIBDRV never sees,
      *>     so the count is only known for a PARM run: terms 0-N.
       RECORD-STEP-TIMING.
           MOVE "FIBJOB" TO STS-STREAM
           MOVE "FIBDRV" TO STS-PROGRAM
           MOVE 0 TO STS-RECORD-COUNT
           IF WS-PARM-PRESENT AND FIB-REQ-N IS NUMERIC
               COMPUTE STS-RECORD-COUNT = FIB-REQ-N + 1
           END-IF
           MOVE WS-FIB-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

      *>     request 000/007 - the PARM is N, optionally followed by
      *>     the requesting job/user after a comma, same convention
      *>     FIB's own PARSE-COMMAND-LINE uses for a PARM delivered
