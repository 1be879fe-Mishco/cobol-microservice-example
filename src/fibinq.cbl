      *>        FIBRCY copy) and correct-and-release a pending
      *>        reject; a released record runs ahead of the next
      *>        batch run's new input
      *>     5  certified copy of a department's results for a
      *>        range of business dates from the keyed result
      *>        history (FIBRHST - see FIBRHS copy), each with the
      *>        FIB run ID and seed pair of the run that produced
      *>        it - the on-screen form of the FIBHRPT reprint
      *>     X  exit
      *> Run this ONLY with its own FIBOUT/FIBRPT/FIBCKPT inquiry
      *> allocations (see the FIBINQJ run deck): an ad-hoc CALL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBRHST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY RHS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-AUDIT-LOG.
       FD  FIB-RECYCLE-FILE.
           COPY FIBRCY.

       FD  FIB-HISTORY-FILE.
           COPY FIBRHS.

       WORKING-STORAGE SECTION.
           COPY FIBSVC.

       01  WS-CORRECT-N-TEXT           PIC X(10) VALUE SPACES.
       01  WS-CORRECT-MODE-TEXT        PIC X(1) VALUE SPACES.

      *> ---- result history certified copy ---------------------------
       01  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
       01  WS-HISTORY-EOF-SW           PIC X VALUE "N".
           88  WS-HISTORY-EOF                   VALUE "Y".
       01  WS-HIST-DEPARTMENT          PIC X(8) VALUE SPACES.
       01  WS-HIST-FROM                PIC X(8) VALUE SPACES.
       01  WS-HIST-TO                  PIC X(8) VALUE SPACES.
       01  WS-HIST-COUNT               BINARY-C-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LINE.
           DISPLAY "FIBINQ: FIB SERVICE INQUIRY"
       PROCESS-ONE-CHOICE.
           DISPLAY " "
           DISPLAY "FIBINQ: 1=AUDIT INQUIRY 2=CHECKPOINT STATUS "
               "3=SUBMIT REQUEST 4=RECYCLE BROWSE/RELEASE "
               "5=RESULT HISTORY X=EXIT"
           MOVE SPACE TO WS-CHOICE
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
                   PERFORM REQUEST-ENTRY
               WHEN "4"
                   PERFORM RECYCLE-BROWSE
               WHEN "5"
                   PERFORM RESULT-HISTORY-INQUIRY
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO WS-EXIT-SW
               WHEN OTHER
                   DISPLAY "FIBINQ: ENTER 1, 2, 3, 4, 5 OR X"
           END-EVALUATE.

      *>     the whole log is read forward and the last matches kept
           ADD 1 TO WS-RCY-IX
           MOVE WS-RCY-ROW(WS-RCY-IX) TO FIB-RECYCLE-RECORD
           WRITE FIB-RECYCLE-RECORD.

      *>     the history is keyed by requestor, so a department's
      *>     results come from a full forward read filtered on the
      *>     department posted with each result and its business
      *>     date; they show in requestor, date, N order.
       RESULT-HISTORY-INQUIRY.
           DISPLAY "FIBINQ: DEPARTMENT?"
           MOVE SPACES TO WS-HIST-DEPARTMENT
           ACCEPT WS-HIST-DEPARTMENT
           DISPLAY "FIBINQ: FROM BUSINESS DATE YYYYMMDD?"
           MOVE SPACES TO WS-HIST-FROM
           ACCEPT WS-HIST-FROM
           DISPLAY "FIBINQ: THROUGH BUSINESS DATE YYYYMMDD (BLANK "
               "FOR THE SAME DAY)?"
           MOVE SPACES TO WS-HIST-TO
           ACCEPT WS-HIST-TO
           IF WS-HIST-TO = SPACES
               MOVE WS-HIST-FROM TO WS-HIST-TO
           END-IF
           IF WS-HIST-DEPARTMENT = SPACES
                   OR WS-HIST-FROM IS NOT NUMERIC
                   OR WS-HIST-TO IS NOT NUMERIC
                   OR WS-HIST-FROM > WS-HIST-TO
               DISPLAY "FIBINQ: ENTER A DEPARTMENT AND YYYYMMDD DATES,"
                   " FROM NOT AFTER THROUGH"
           ELSE
               MOVE 0 TO WS-HIST-COUNT
               MOVE "N" TO WS-HISTORY-EOF-SW
               OPEN INPUT FIB-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "FIBINQ: NO RESULT HISTORY AVAILABLE - "
                       "STATUS=" WS-HISTORY-STATUS
               ELSE
                   PERFORM READ-HISTORY-RECORD
                   PERFORM SHOW-HISTORY-MATCH
                       UNTIL WS-HISTORY-EOF
                   CLOSE FIB-HISTORY-FILE
                   PERFORM SHOW-HISTORY-CERTIFICATION
               END-IF
           END-IF.

       READ-HISTORY-RECORD.
           READ FIB-HISTORY-FILE NEXT
               AT END MOVE "Y" TO WS-HISTORY-EOF-SW
           END-READ
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF-SW
           END-IF.

       SHOW-HISTORY-MATCH.
           IF RHS-DEPARTMENT = WS-HIST-DEPARTMENT
                   AND RHS-BUSINESS-DATE NOT < WS-HIST-FROM
                   AND RHS-BUSINESS-DATE NOT > WS-HIST-TO
               ADD 1 TO WS-HIST-COUNT
               EVALUATE TRUE
                   WHEN RHS-REFUSED
                       DISPLAY "FIBINQ: " RHS-BUSINESS-DATE " "
                           RHS-REQUESTOR " N=" RHS-N
                           " RC=" RHS-RETURN-CODE
                           " REFUSED - FIB NEVER RAN"
                   WHEN RHS-UNMATCHED
                       DISPLAY "FIBINQ: " RHS-BUSINESS-DATE " "
                           RHS-REQUESTOR " N=" RHS-N
                           " RC=" RHS-RETURN-CODE
                           " NO AUDIT ROW FOUND AT POSTING"
                   WHEN OTHER
                       DISPLAY "FIBINQ: " RHS-BUSINESS-DATE " "
                           RHS-REQUESTOR " N=" RHS-N
                           " RC=" RHS-RETURN-CODE
                           " RUN ID " RHS-RUN-ID
                           " SEEDS " RHS-SEED0 "/" RHS-SEED1
               END-EVALUATE
               IF RHS-WIDE-RESULT NOT = SPACES
                   DISPLAY "FIBINQ:        RESULT " RHS-WIDE-RESULT
               ELSE
                   DISPLAY "FIBINQ:        RESULT " RHS-RESULT
               END-IF
               IF RHS-ERROR-TEXT NOT = SPACES
                   DISPLAY "FIBINQ:        " RHS-ERROR-TEXT
               END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

       SHOW-HISTORY-CERTIFICATION.
           IF WS-HIST-COUNT = 0
               DISPLAY "FIBINQ: NO RESULTS POSTED FOR "
                   WS-HIST-DEPARTMENT " FROM " WS-HIST-FROM
                   " THROUGH " WS-HIST-TO
           ELSE
               DISPLAY "FIBINQ: CERTIFIED COPY - " WS-HIST-COUNT
                   " RESULT(S) FOR DEPARTMENT " WS-HIST-DEPARTMENT
                   " FROM " WS-HIST-FROM " THROUGH " WS-HIST-TO
               DISPLAY "FIBINQ: AS POSTED TO THE FIB RESULT HISTORY "
                   "AFTER EACH NIGHTLY BATCH RUN.  EACH RESULT"
               DISPLAY "FIBINQ: CARRIES THE FIB RUN ID AND BUSINESS "
                   "DATE OF THE FIBAUDIT ROW THAT PRODUCED IT;"
               DISPLAY "FIBINQ: AN RC 12 REFUSAL NEVER REACHED FIB "
                   "AND HAS NO AUDIT ROW."
           END-IF.
