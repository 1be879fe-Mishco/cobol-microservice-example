       01  WS-RECORD-FOUND-SW          PIC X VALUE "N".
           88  WS-RECORD-FOUND                  VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-AUDIT-READ-COUNT         BINARY-C-LONG VALUE 0.

      *>     the newest audit row, kept while reading forward to
      *>     EOF - same FIBAUD layout as the file record, renamed
               ==FIB-AUDIT-RECORD== BY ==WS-LAST-AUDIT-RECORD==
               LEADING ==AUD-== BY ==LAST-==.

      *> ---- step timing for the run-statistics file ----------------
           COPY FIBSTS.

       PROCEDURE DIVISION.
       MAIN-LINE.
           MOVE SPACES TO FIB-STAT-RECORD
           ACCEPT STS-START-DATE FROM DATE YYYYMMDD
           ACCEPT STS-START-TIME FROM TIME
           PERFORM FIND-LAST-AUDIT-RECORD
           IF WS-RECORD-FOUND
               IF LAST-RETURN-CODE = 0
                   PERFORM WRITE-ALERT-RECORD
               END-IF
           END-IF
           PERFORM RECORD-STEP-TIMING
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     FIBNTFY has no business date of its own - FIBSTAT takes
      *>     it from the processing calendar.
       RECORD-STEP-TIMING.
           MOVE "FIBJOB" TO STS-STREAM
           MOVE "FIBNTFY" TO STS-PROGRAM
           MOVE WS-AUDIT-READ-COUNT TO STS-RECORD-COUNT
           MOVE WS-RETURN-CODE TO STS-RETURN-CODE
           CALL "FIBSTAT" USING FIB-STAT-RECORD.

       FIND-LAST-AUDIT-RECORD.
           OPEN INPUT FIB-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
       KEEP-NEWEST-RECORD.
           MOVE FIB-AUDIT-RECORD TO WS-LAST-AUDIT-RECORD
           MOVE "Y" TO WS-RECORD-FOUND-SW
           ADD 1 TO WS-AUDIT-READ-COUNT
           PERFORM READ-AUDIT-RECORD.

       WRITE-ALERT-RECORD.
