      *>                              to SYSOUT in key order.
      *> With no PARM at all the utility browses, which is always
      *> safe.
      *> Every ADD, CHANGE and DEACTIVATE that lands on the master
      *> is journaled (FIBRQJNL, see FIBRQJ copy) with the record
      *> before and after, the date and time, and the operator and
      *> job named on the FIBOPER card ("operator jobname").  A
      *> change with no operator named, or with no journal to
      *> write to, is refused (16 / 24) before the master is
      *> touched.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY RQM-REQUESTOR
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT OPTIONAL FIB-JOURNAL-FILE ASSIGN TO "FIBRQJNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL FIB-OPERATOR-FILE ASSIGN TO "FIBOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-REQMAST-FILE.
           COPY FIBRQM.

       FD  FIB-JOURNAL-FILE.
           COPY FIBRQJ.

       FD  FIB-OPERATOR-FILE.
       01  FIB-OPERATOR-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQMAST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-COMMAND-LINE             PIC X(60) VALUE SPACES.
           88  WS-REQMAST-EOF                   VALUE "Y".
       01  WS-BROWSED-COUNT            BINARY-C-LONG VALUE 0.

      *> ---- maintenance journal -------------------------------------
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-OPERATOR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-JOB-NAME                 PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(26) VALUE SPACES.
       01  WS-CHANGE-DATE              PIC X(8) VALUE SPACES.
       01  WS-CHANGE-TIME              PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LINE.
           PERFORM PARSE-FUNCTION-PARM
           IF WS-RETURN-CODE = 0
                   AND WS-FUNCTION-TEXT NOT = "BROWSE"
               PERFORM OPEN-MAINTENANCE-JOURNAL
           END-IF
           IF WS-RETURN-CODE = 0
               EVALUATE WS-FUNCTION-TEXT
                   WHEN "ADD"
                   WHEN "BROWSE"
                       PERFORM BROWSE-REQUESTORS
               END-EVALUATE
               IF WS-FUNCTION-TEXT NOT = "BROWSE"
                   CLOSE FIB-JOURNAL-FILE
               END-IF
           END-IF
           DISPLAY "FIBRUTL: " WS-FUNCTION-TEXT " COMPLETE - "
               "RETURN CODE " WS-RETURN-CODE
       ADD-REQUESTOR.
           PERFORM OPEN-REQMAST-UPDATE
           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM BUILD-REQUESTOR-RECORD
               WRITE FIB-REQMAST-RECORD
               IF WS-REQMAST-STATUS = "00"
                       " ADDED - DEPT " RQM-DEPARTMENT
                       " MAX N " RQM-MAX-N
                       " EXTENDED " RQM-EXTENDED
                   PERFORM WRITE-JOURNAL-RECORD
               ELSE
                   IF WS-REQMAST-STATUS = "22"
                       DISPLAY "FIBRUTL: REQUESTOR "
           IF WS-RETURN-CODE = 0
               PERFORM READ-REQUESTOR-FOR-UPDATE
               IF WS-RETURN-CODE = 0
                   MOVE FIB-REQMAST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM BUILD-REQUESTOR-RECORD
                   REWRITE FIB-REQMAST-RECORD
                   IF WS-REQMAST-STATUS = "00"
                           " CHANGED - DEPT " RQM-DEPARTMENT
                           " MAX N " RQM-MAX-N
                           " EXTENDED " RQM-EXTENDED
                       PERFORM WRITE-JOURNAL-RECORD
                   ELSE
                       DISPLAY "FIBRUTL: REWRITE FAILED - STATUS="
                           WS-REQMAST-STATUS
           IF WS-RETURN-CODE = 0
               PERFORM READ-REQUESTOR-FOR-UPDATE
               IF WS-RETURN-CODE = 0
                   MOVE FIB-REQMAST-RECORD TO WS-BEFORE-IMAGE
                   MOVE "N" TO RQM-AUTHORIZED
                   REWRITE FIB-REQMAST-RECORD
                   IF WS-REQMAST-STATUS = "00"
                       DISPLAY "FIBRUTL: REQUESTOR " RQM-REQUESTOR
                           " DEACTIVATED"
                       PERFORM WRITE-JOURNAL-RECORD
                   ELSE
                       DISPLAY "FIBRUTL: REWRITE FAILED - STATUS="
                           WS-REQMAST-STATUS
               CLOSE FIB-REQMAST-FILE
           END-IF.

      *>     the operator card names who is making the change and
      *>     from which job; the journal is opened before the master
      *>     so a change that could not be journaled is never made.
       OPEN-MAINTENANCE-JOURNAL.
           OPEN INPUT FIB-OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               READ FIB-OPERATOR-FILE
               IF WS-OPERATOR-STATUS = "00"
                   UNSTRING FIB-OPERATOR-RECORD DELIMITED BY ALL SPACES
                       INTO WS-OPERATOR-ID WS-JOB-NAME
                   END-UNSTRING
               END-IF
               CLOSE FIB-OPERATOR-FILE
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "FIBRUTL: NO OPERATOR NAMED ON FIBOPER - "
                   WS-FUNCTION-TEXT " REFUSED"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               OPEN EXTEND FIB-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00" AND "05"
                   DISPLAY "FIBRUTL: UNABLE TO OPEN JOURNAL - STATUS="
                       WS-JOURNAL-STATUS " - " WS-FUNCTION-TEXT
                       " REFUSED"
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     written once the master update has landed, so the
      *>     journal never claims a change the master does not
      *>     hold.
       WRITE-JOURNAL-RECORD.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHANGE-TIME FROM TIME
           MOVE SPACES TO FIB-RQJ-RECORD
           MOVE WS-CHANGE-DATE TO RQJ-CHANGE-DATE
           MOVE WS-CHANGE-TIME TO RQJ-CHANGE-TIME
           MOVE WS-FUNCTION-TEXT TO RQJ-FUNCTION
           MOVE WS-OPERATOR-ID TO RQJ-OPERATOR
           MOVE WS-JOB-NAME TO RQJ-JOB-NAME
           MOVE WS-BEFORE-IMAGE TO RQJ-BEFORE-IMAGE
           MOVE FIB-REQMAST-RECORD TO RQJ-AFTER-IMAGE
           WRITE FIB-RQJ-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FIBRUTL: JOURNAL WRITE FAILED - STATUS="
                   WS-JOURNAL-STATUS " - " RQM-REQUESTOR
                   " UPDATED BUT NOT JOURNALED"
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       OPEN-REQMAST-UPDATE.
           OPEN I-O FIB-REQMAST-FILE
           IF WS-REQMAST-STATUS NOT = "00" AND "05"
