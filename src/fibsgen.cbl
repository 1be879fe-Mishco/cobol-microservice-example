       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSGEN.
      *>--------------------------------------------------------------
      *> Standing-order generator.  CALLed by FIBEDIT before it
      *> reads a single submission, so it is the first thing the
      *> nightly batch does.  Reads every order on the standing-
      *> order master (FIBSTOM, see FIBSTO copy, maintained by
      *> FIBSUTL) and writes one request record (the FIBBAT request
      *> layout) to FIBSTND for each order due on tonight's
      *> business date.  FIBEDIT then puts those requests on the
      *> request file ahead of the night's ad-hoc submissions.
      *> An order is due when it is active,
      *> the business date lies between its start and stop dates,
      *> and its frequency matches the processing calendar:
      *>     DAILY     every business day;
      *>     MON..FRI  the first business day on or after that
      *>               weekday since the prior business date, so a
      *>               holiday Monday's order runs on the Tuesday;
      *>     FIRSTBD   the first business day of the month (the
      *>               prior business date is in an earlier month);
      *>     LASTBD    the last business day of the month (the next
      *>               business date is in a later month).
      *> A due order whose requestor is not on the requestor master
      *> (FIBRQMT) or is deactivated there is skipped, not
      *> generated - FIBAUTH would only refuse it.  Every order is
      *> listed on FIBSGRPT with what was decided and why.
      *> Nothing is generated when the calendar cannot be read or
      *> tonight is not a business day: the orders follow the
      *> business calendar or not at all.
      *> Return code (in RETURN-CODE, for the caller) 04 when an
      *> order was skipped for its requestor or the calendar could
      *> not be read, 24 when the standing master, the output or
      *> the listing cannot be used.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIB-STANDING-FILE ASSIGN TO "FIBSTOM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY STO-ORDER-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT FIB-REQMAST-FILE ASSIGN TO "FIBRQMT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RQM-REQUESTOR
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT FIB-GENERATED-FILE ASSIGN TO "FIBSTND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATED-STATUS.

           SELECT FIB-GENERATE-REPORT ASSIGN TO "FIBSGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-STANDING-FILE.
           COPY FIBSTO.

       FD  FIB-REQMAST-FILE.
           COPY FIBRQM.

       FD  FIB-GENERATED-FILE.
       01  FIB-GENERATED-RECORD.
           05  GEN-OUT-N               PIC 9(8).
           05  GEN-OUT-REQUESTOR       PIC X(8).
           05  GEN-OUT-MODE            PIC X(1).
           05  GEN-OUT-SEED0           PIC X(18).
           05  GEN-OUT-SEED1           PIC X(18).

       FD  FIB-GENERATE-REPORT.
       01  FIB-GENERATE-LINE           PIC X(120).

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       WORKING-STORAGE SECTION.
       01  WS-STANDING-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REQMAST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-GENERATED-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-STANDING-EOF-SW          PIC X VALUE "N".
           88  WS-STANDING-EOF                  VALUE "Y".
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.

      *> ---- tonight on the processing calendar ----------------------
       01  WS-CALENDAR-OK-SW           PIC X VALUE "N".
           88  WS-CALENDAR-OK                   VALUE "Y".
       01  WS-BUSINESS-DAY-SW          PIC X VALUE "N".
           88  WS-BUSINESS-DAY                  VALUE "Y".
       01  WS-REQMAST-OPEN-SW          PIC X VALUE "N".
           88  WS-REQMAST-OPEN                  VALUE "Y".
       01  WS-PRIOR-DATE               PIC X(8) VALUE SPACES.
       01  WS-NEXT-DATE                PIC X(8) VALUE SPACES.
       01  WS-DATE-TODAY               BINARY-C-LONG VALUE 0.
       01  WS-DATE-PRIOR               BINARY-C-LONG VALUE 0.
       01  WS-WEEKDAY-WANTED           BINARY-C-LONG VALUE 0.
       01  WS-DAYS-SINCE-WEEKDAY       BINARY-C-LONG VALUE 0.

      *> ---- the order being decided ---------------------------------
       01  WS-ORDER-DUE-SW             PIC X VALUE "N".
           88  WS-ORDER-DUE                     VALUE "Y".
       01  WS-ORDER-DECISION           PIC X(9) VALUE SPACES.
       01  WS-ORDER-REASON             PIC X(50) VALUE SPACES.

      *> ---- run totals ----------------------------------------------
       01  WS-ORDERS-READ              BINARY-C-LONG VALUE 0.
       01  WS-ORDERS-GENERATED         BINARY-C-LONG VALUE 0.
       01  WS-ORDERS-NOT-DUE           BINARY-C-LONG VALUE 0.
       01  WS-ORDERS-SKIPPED           BINARY-C-LONG VALUE 0.

      *> ---- listing line build areas --------------------------------
       01  WS-GEN-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "FIB STANDING-ORDER GENERATION -     ".
           05  FILLER                  PIC X(14)
               VALUE "BUSINESS DATE ".
           05  GEN-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  GEN-HDR-TIME            PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  GEN-HDR-DAY-NOTE        PIC X(40).
       01  WS-GEN-ORDER-LINE.
           05  FILLER                  PIC X(6) VALUE "ORDER=".
           05  GEN-ORD-ID              PIC X(8).
           05  FILLER                  PIC X(5) VALUE " REQ=".
           05  GEN-ORD-REQUESTOR       PIC X(8).
           05  FILLER                  PIC X(3) VALUE " N=".
           05  GEN-ORD-N               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE " MODE=".
           05  GEN-ORD-MODE            PIC X(1).
           05  FILLER                  PIC X(6) VALUE " FREQ=".
           05  GEN-ORD-FREQUENCY       PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  GEN-ORD-DECISION        PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  GEN-ORD-REASON          PIC X(50).
       01  WS-GEN-TOTAL-LINE.
           05  FILLER                  PIC X(13)
               VALUE "ORDERS READ: ".
           05  GEN-TOT-READ            PIC ZZZZZ9.
           05  FILLER                  PIC X(14)
               VALUE "  GENERATED: ".
           05  GEN-TOT-GENERATED       PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  NOT DUE: ".
           05  GEN-TOT-NOT-DUE         PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  SKIPPED: ".
           05  GEN-TOT-SKIPPED         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM OPEN-GENERATE-FILES
           IF WS-RETURN-CODE = 0
               PERFORM READ-STANDING-RECORD
               PERFORM PROCESS-ONE-ORDER
                   UNTIL WS-STANDING-EOF
               PERFORM WRITE-GENERATE-TOTALS
               PERFORM CLOSE-GENERATE-FILES
           END-IF
           IF WS-RETURN-CODE = 0
                   AND (WS-ORDERS-SKIPPED > 0 OR NOT WS-CALENDAR-OK)
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           DISPLAY "FIBSGEN: " WS-ORDERS-READ " ORDER(S) READ, "
               WS-ORDERS-GENERATED " GENERATED, "
               WS-ORDERS-NOT-DUE " NOT DUE, "
               WS-ORDERS-SKIPPED " SKIPPED - RETURN CODE "
               WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *>     the orders fall due by the business calendar, not the
      *>     wall clock, so a rerun of a failed night generates the
      *>     failed night's orders again.  Without a readable
      *>     calendar nothing is due.
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
                   MOVE CAL-PRIOR-DATE TO WS-PRIOR-DATE
                   MOVE CAL-NEXT-DATE TO WS-NEXT-DATE
                   MOVE "Y" TO WS-CALENDAR-OK-SW
                   IF CAL-BUSINESS-DAY
                       MOVE "Y" TO WS-BUSINESS-DAY-SW
                   END-IF
               ELSE
                   DISPLAY "FIBSGEN: PROCESSING CALENDAR UNREADABLE "
                       "- USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           ELSE
               DISPLAY "FIBSGEN: PROCESSING CALENDAR UNREADABLE "
                   "- USING SYSTEM DATE"
           END-IF
           IF WS-CALENDAR-OK
               MOVE FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE)) TO WS-DATE-TODAY
               IF WS-PRIOR-DATE IS NUMERIC
                   MOVE FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-PRIOR-DATE))
                       TO WS-DATE-PRIOR
               ELSE
                   COMPUTE WS-DATE-PRIOR = WS-DATE-TODAY - 1
               END-IF
           END-IF.

      *>     the standing master is OPTIONAL (status 05: no orders
      *>     yet).  An unopenable requestor master is not a reason
      *>     to stop the batch - every due order is skipped and
      *>     listed instead, and the ad-hoc work still runs.
       OPEN-GENERATE-FILES.
           OPEN INPUT FIB-STANDING-FILE
           OPEN OUTPUT FIB-GENERATED-FILE
           OPEN OUTPUT FIB-GENERATE-REPORT
           IF (WS-STANDING-STATUS NOT = "00" AND "05")
                   OR WS-GENERATED-STATUS NOT = "00"
                   OR WS-REPORT-STATUS NOT = "00"
               DISPLAY "FIBSGEN: UNABLE TO OPEN GENERATOR FILES - "
                   "MASTER STATUS=" WS-STANDING-STATUS
                   " OUTPUT STATUS=" WS-GENERATED-STATUS
                   " LISTING STATUS=" WS-REPORT-STATUS
               MOVE 24 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT FIB-REQMAST-FILE
               IF WS-REQMAST-STATUS = "00"
                   MOVE "Y" TO WS-REQMAST-OPEN-SW
               ELSE
                   DISPLAY "FIBSGEN: REQUESTOR MASTER UNAVAILABLE - "
                       "STATUS=" WS-REQMAST-STATUS
               END-IF
               MOVE WS-RUN-DATE TO GEN-HDR-DATE
               MOVE WS-RUN-TIME TO GEN-HDR-TIME
               EVALUATE TRUE
                   WHEN NOT WS-CALENDAR-OK
                       MOVE "CALENDAR UNREADABLE - NOTHING GENERATED"
                           TO GEN-HDR-DAY-NOTE
                   WHEN NOT WS-BUSINESS-DAY
                       MOVE "NOT A BUSINESS DAY - NOTHING GENERATED"
                           TO GEN-HDR-DAY-NOTE
                   WHEN OTHER
                       MOVE SPACES TO GEN-HDR-DAY-NOTE
               END-EVALUATE
               WRITE FIB-GENERATE-LINE FROM WS-GEN-HEADER-1
               MOVE SPACES TO FIB-GENERATE-LINE
               WRITE FIB-GENERATE-LINE
           END-IF.

       READ-STANDING-RECORD.
           READ FIB-STANDING-FILE NEXT
               AT END MOVE "Y" TO WS-STANDING-EOF-SW
           END-READ
           IF WS-STANDING-STATUS NOT = "00"
               MOVE "Y" TO WS-STANDING-EOF-SW
               IF WS-STANDING-STATUS NOT = "10"
                   DISPLAY "FIBSGEN: STANDING MASTER READ ERROR - "
                       "STATUS=" WS-STANDING-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE "N" TO WS-ORDER-DUE-SW
           MOVE SPACES TO WS-ORDER-REASON
           PERFORM DECIDE-ORDER-DUE
           IF WS-ORDER-DUE
               PERFORM CHECK-ORDER-REQUESTOR
           END-IF
           IF WS-ORDER-DUE
               PERFORM WRITE-GENERATED-REQUEST
           END-IF
           PERFORM WRITE-ORDER-LINE
           PERFORM READ-STANDING-RECORD.

      *>     the checks land in listing order: an order that is
      *>     suspended or outside its dates says so before the
      *>     calendar is even considered.
       DECIDE-ORDER-DUE.
           MOVE "NOT DUE" TO WS-ORDER-DECISION
           ADD 1 TO WS-ORDERS-NOT-DUE
           EVALUATE TRUE
               WHEN NOT STO-ACTIVE
                   MOVE "ORDER SUSPENDED" TO WS-ORDER-REASON
               WHEN WS-RUN-DATE < STO-START-DATE
                   MOVE SPACES TO WS-ORDER-REASON
                   STRING "NOT STARTED - FIRST DATE "
                           DELIMITED BY SIZE
                       STO-START-DATE DELIMITED BY SIZE
                       INTO WS-ORDER-REASON
                   END-STRING
               WHEN WS-RUN-DATE > STO-STOP-DATE
                   MOVE SPACES TO WS-ORDER-REASON
                   STRING "EXPIRED - LAST DATE " DELIMITED BY SIZE
                       STO-STOP-DATE DELIMITED BY SIZE
                       INTO WS-ORDER-REASON
                   END-STRING
               WHEN NOT WS-CALENDAR-OK
                   MOVE "CALENDAR UNREADABLE" TO WS-ORDER-REASON
               WHEN NOT WS-BUSINESS-DAY
                   MOVE "NOT A BUSINESS DAY" TO WS-ORDER-REASON
               WHEN OTHER
                   PERFORM MATCH-ORDER-FREQUENCY
           END-EVALUATE
           IF WS-ORDER-DUE
               SUBTRACT 1 FROM WS-ORDERS-NOT-DUE
           END-IF.

       MATCH-ORDER-FREQUENCY.
           EVALUATE STO-FREQUENCY
               WHEN "DAILY"
                   MOVE "Y" TO WS-ORDER-DUE-SW
                   MOVE "DAILY - EVERY BUSINESS DAY" TO WS-ORDER-REASON
               WHEN "MON"
                   MOVE 1 TO WS-WEEKDAY-WANTED
                   PERFORM MATCH-ORDER-WEEKDAY
               WHEN "TUE"
                   MOVE 2 TO WS-WEEKDAY-WANTED
                   PERFORM MATCH-ORDER-WEEKDAY
               WHEN "WED"
                   MOVE 3 TO WS-WEEKDAY-WANTED
                   PERFORM MATCH-ORDER-WEEKDAY
               WHEN "THU"
                   MOVE 4 TO WS-WEEKDAY-WANTED
                   PERFORM MATCH-ORDER-WEEKDAY
               WHEN "FRI"
                   MOVE 5 TO WS-WEEKDAY-WANTED
                   PERFORM MATCH-ORDER-WEEKDAY
               WHEN "FIRSTBD"
                   IF WS-PRIOR-DATE(1:6) NOT = WS-RUN-DATE(1:6)
                       MOVE "Y" TO WS-ORDER-DUE-SW
                       MOVE "FIRST BUSINESS DAY OF THE MONTH"
                           TO WS-ORDER-REASON
                   ELSE
                       MOVE "NOT THE FIRST BUSINESS DAY OF THE MONTH"
                           TO WS-ORDER-REASON
                   END-IF
               WHEN "LASTBD"
                   IF WS-NEXT-DATE(1:6) NOT = WS-RUN-DATE(1:6)
                       MOVE "Y" TO WS-ORDER-DUE-SW
                       MOVE "LAST BUSINESS DAY OF THE MONTH"
                           TO WS-ORDER-REASON
                   ELSE
                       MOVE "NOT THE LAST BUSINESS DAY OF THE MONTH"
                           TO WS-ORDER-REASON
                   END-IF
               WHEN OTHER
                   MOVE "FREQUENCY NOT RECOGNIZED" TO WS-ORDER-REASON
           END-EVALUATE.

      *>     day numbers from INTEGER-OF-DATE run Monday = 1 through
      *>     Sunday = 0 modulo 7.  The order is due tonight when its
      *>     weekday fell after the prior business date - tonight,
      *>     or a holiday since.
       MATCH-ORDER-WEEKDAY.
           COMPUTE WS-DAYS-SINCE-WEEKDAY =
               FUNCTION MOD(WS-DATE-TODAY - WS-WEEKDAY-WANTED, 7)
           IF WS-DATE-TODAY - WS-DAYS-SINCE-WEEKDAY > WS-DATE-PRIOR
               MOVE "Y" TO WS-ORDER-DUE-SW
               IF WS-DAYS-SINCE-WEEKDAY = 0
                   MOVE "WEEKLY - TODAY IS THE ORDER'S WEEKDAY"
                       TO WS-ORDER-REASON
               ELSE
                   MOVE "WEEKLY - ORDER'S WEEKDAY WAS A HOLIDAY"
                       TO WS-ORDER-REASON
               END-IF
           ELSE
               MOVE "WEEKLY - NOT THE ORDER'S WEEKDAY"
                   TO WS-ORDER-REASON
           END-IF.

       CHECK-ORDER-REQUESTOR.
           IF NOT WS-REQMAST-OPEN
               MOVE "N" TO WS-ORDER-DUE-SW
               MOVE "REQUESTOR MASTER UNAVAILABLE" TO WS-ORDER-REASON
           ELSE
               MOVE STO-REQUESTOR TO RQM-REQUESTOR
               READ FIB-REQMAST-FILE
               EVALUATE WS-REQMAST-STATUS
                   WHEN "00"
                       IF NOT RQM-IS-AUTHORIZED
                           MOVE "N" TO WS-ORDER-DUE-SW
                           MOVE "REQUESTOR DEACTIVATED ON MASTER"
                               TO WS-ORDER-REASON
                       END-IF
                   WHEN "23"
                       MOVE "N" TO WS-ORDER-DUE-SW
                       MOVE "REQUESTOR NOT ON REQUESTOR MASTER"
                           TO WS-ORDER-REASON
                   WHEN OTHER
                       MOVE "N" TO WS-ORDER-DUE-SW
                       MOVE SPACES TO WS-ORDER-REASON
                       STRING "REQUESTOR MASTER READ ERROR - STATUS="
                               DELIMITED BY SIZE
                           WS-REQMAST-STATUS DELIMITED BY SIZE
                           INTO WS-ORDER-REASON
                       END-STRING
               END-EVALUATE
           END-IF
           IF NOT WS-ORDER-DUE
               MOVE "SKIPPED" TO WS-ORDER-DECISION
               ADD 1 TO WS-ORDERS-SKIPPED
           END-IF.

       WRITE-GENERATED-REQUEST.
           MOVE STO-N TO GEN-OUT-N
           MOVE STO-REQUESTOR TO GEN-OUT-REQUESTOR
           MOVE STO-MODE TO GEN-OUT-MODE
           MOVE STO-SEED0 TO GEN-OUT-SEED0
           MOVE STO-SEED1 TO GEN-OUT-SEED1
           WRITE FIB-GENERATED-RECORD
           IF WS-GENERATED-STATUS = "00"
               MOVE "GENERATED" TO WS-ORDER-DECISION
               ADD 1 TO WS-ORDERS-GENERATED
           ELSE
               DISPLAY "FIBSGEN: OUTPUT WRITE ERROR - STATUS="
                   WS-GENERATED-STATUS
               MOVE "FAILED" TO WS-ORDER-DECISION
               MOVE "REQUEST FILE WRITE ERROR" TO WS-ORDER-REASON
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       WRITE-ORDER-LINE.
           MOVE STO-ORDER-ID TO GEN-ORD-ID
           MOVE STO-REQUESTOR TO GEN-ORD-REQUESTOR
           MOVE STO-N TO GEN-ORD-N
           MOVE STO-MODE TO GEN-ORD-MODE
           MOVE STO-FREQUENCY TO GEN-ORD-FREQUENCY
           MOVE WS-ORDER-DECISION TO GEN-ORD-DECISION
           MOVE WS-ORDER-REASON TO GEN-ORD-REASON
           WRITE FIB-GENERATE-LINE FROM WS-GEN-ORDER-LINE.

       WRITE-GENERATE-TOTALS.
           MOVE SPACES TO FIB-GENERATE-LINE
           WRITE FIB-GENERATE-LINE
           MOVE WS-ORDERS-READ TO GEN-TOT-READ
           MOVE WS-ORDERS-GENERATED TO GEN-TOT-GENERATED
           MOVE WS-ORDERS-NOT-DUE TO GEN-TOT-NOT-DUE
           MOVE WS-ORDERS-SKIPPED TO GEN-TOT-SKIPPED
           WRITE FIB-GENERATE-LINE FROM WS-GEN-TOTAL-LINE.

       CLOSE-GENERATE-FILES.
           CLOSE FIB-STANDING-FILE
           IF WS-REQMAST-OPEN
               CLOSE FIB-REQMAST-FILE
           END-IF
           CLOSE FIB-GENERATED-FILE
           CLOSE FIB-GENERATE-REPORT.
