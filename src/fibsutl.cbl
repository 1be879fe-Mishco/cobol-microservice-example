       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSUTL.
      *>--------------------------------------------------------------
      *> Standing-order master maintenance utility for the keyed
      *> master FIBSGEN generates the night's repeating requests
      *> from (see FIBSTO copy).  The function and its fields come
      *> in as a PARM, comma-separated:
      *>     ADD,id,req,n,mode,freq,start[,stop[,seed0,seed1]]
      *>                              add standing order id for
      *>                              requestor req: N, mode (E for
      *>                              extended, empty for fast),
      *>                              frequency (DAILY, MON-FRI,
      *>                              FIRSTBD or LASTBD), first
      *>                              business date, optional last
      *>                              business date (default no
      *>                              end) and optional seed pair
      *>                              (default the standard 0 and
      *>                              1).  An order already on file
      *>                              is an error.
      *>     CHANGE,id,...            replace every field of an
      *>                              existing order (same layout as
      *>                              ADD) and make it active again.
      *>     SUSPEND,id               stop an order generating; the
      *>                              record stays on file.
      *>     BROWSE                   list every order on the master
      *>                              to SYSOUT in key order.
      *> With no PARM at all the utility browses, which is always
      *> safe.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIB-STANDING-FILE ASSIGN TO "FIBSTOM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STO-ORDER-ID
               FILE STATUS IS WS-STANDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-STANDING-FILE.
           COPY FIBSTO.

       WORKING-STORAGE SECTION.
       01  WS-STANDING-STATUS          PIC X(2) VALUE SPACES.
       01  WS-COMMAND-LINE             PIC X(100) VALUE SPACES.
       01  WS-FUNCTION-TEXT            PIC X(10) VALUE SPACES.
       01  WS-ORDER-TEXT               PIC X(8) VALUE SPACES.
       01  WS-REQUESTOR-TEXT           PIC X(8) VALUE SPACES.
       01  WS-N-TEXT                   PIC X(10) VALUE SPACES.
       01  WS-MODE-TEXT                PIC X(1) VALUE SPACES.
       01  WS-FREQUENCY-TEXT           PIC X(7) VALUE SPACES.
       01  WS-START-TEXT               PIC X(8) VALUE SPACES.
       01  WS-STOP-TEXT                PIC X(8) VALUE SPACES.
       01  WS-SEED0-TEXT               PIC X(20) VALUE SPACES.
       01  WS-SEED1-TEXT               PIC X(20) VALUE SPACES.
       01  WS-SEED0-DIGITS             PIC 9(18) VALUE 0.
       01  WS-SEED1-DIGITS             PIC 9(18) VALUE 0.
       01  WS-N                        BINARY-C-LONG VALUE 0.
       01  WS-N-LIMIT                  BINARY-C-LONG VALUE 500.
       01  WS-DATE-CHECK-TEXT          PIC X(8) VALUE SPACES.
       01  WS-DATE-CHECK-NAME          PIC X(5) VALUE SPACES.
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-STANDING-EOF-SW          PIC X VALUE "N".
           88  WS-STANDING-EOF                  VALUE "Y".
       01  WS-BROWSED-COUNT            BINARY-C-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LINE.
           PERFORM PARSE-FUNCTION-PARM
           IF WS-RETURN-CODE = 0
               EVALUATE WS-FUNCTION-TEXT
                   WHEN "ADD"
                       PERFORM ADD-STANDING-ORDER
                   WHEN "CHANGE"
                       PERFORM CHANGE-STANDING-ORDER
                   WHEN "SUSPEND"
                       PERFORM SUSPEND-STANDING-ORDER
                   WHEN "BROWSE"
                       PERFORM BROWSE-STANDING-ORDERS
               END-EVALUATE
           END-IF
           DISPLAY "FIBSUTL: " WS-FUNCTION-TEXT " COMPLETE - "
               "RETURN CODE " WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       PARSE-FUNCTION-PARM.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE "BROWSE" TO WS-FUNCTION-TEXT
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-FUNCTION-TEXT WS-ORDER-TEXT
                       WS-REQUESTOR-TEXT WS-N-TEXT WS-MODE-TEXT
                       WS-FREQUENCY-TEXT WS-START-TEXT WS-STOP-TEXT
                       WS-SEED0-TEXT WS-SEED1-TEXT
               END-UNSTRING
           END-IF
           IF WS-FUNCTION-TEXT NOT = "ADD" AND "CHANGE"
                   AND "SUSPEND" AND "BROWSE"
               DISPLAY "FIBSUTL: UNKNOWN FUNCTION '" WS-FUNCTION-TEXT
                   "' - USE ADD, CHANGE, SUSPEND OR BROWSE"
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF WS-FUNCTION-TEXT = "ADD" OR "CHANGE" OR "SUSPEND"
               IF WS-ORDER-TEXT = SPACES
                   DISPLAY "FIBSUTL: STANDING ORDER ID IS REQUIRED"
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-FUNCTION-TEXT = "ADD" OR "CHANGE"
               PERFORM VALIDATE-ORDER-FIELDS
           END-IF.

      *>     every field an order generates from is proved here,
      *>     so the nightly generator never meets a record it has
      *>     to second-guess.
       VALIDATE-ORDER-FIELDS.
           IF WS-REQUESTOR-TEXT = SPACES
               DISPLAY "FIBSUTL: REQUESTOR ID IS REQUIRED"
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-N-TEXT) NOT = 0
               DISPLAY "FIBSUTL: N NOT NUMERIC: '" WS-N-TEXT "'"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE FUNCTION NUMVAL(WS-N-TEXT) TO WS-N
               IF WS-N < 0 OR WS-N > WS-N-LIMIT
                   DISPLAY "FIBSUTL: N OUT OF RANGE (0-"
                       WS-N-LIMIT ") - REQUESTED " WS-N
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-MODE-TEXT NOT = SPACE AND "E"
               DISPLAY "FIBSUTL: MODE MUST BE E OR EMPTY - GOT '"
                   WS-MODE-TEXT "'"
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF WS-FREQUENCY-TEXT NOT = "DAILY" AND "MON" AND "TUE"
                   AND "WED" AND "THU" AND "FRI" AND "FIRSTBD"
                   AND "LASTBD"
               DISPLAY "FIBSUTL: FREQUENCY MUST BE DAILY, MON-FRI, "
                   "FIRSTBD OR LASTBD - GOT '" WS-FREQUENCY-TEXT "'"
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           MOVE WS-START-TEXT TO WS-DATE-CHECK-TEXT
           MOVE "START" TO WS-DATE-CHECK-NAME
           PERFORM VALIDATE-ONE-DATE
           IF WS-STOP-TEXT = SPACES
               MOVE "99991231" TO WS-STOP-TEXT
           END-IF
           MOVE WS-STOP-TEXT TO WS-DATE-CHECK-TEXT
           MOVE "STOP" TO WS-DATE-CHECK-NAME
           PERFORM VALIDATE-ONE-DATE
           IF WS-RETURN-CODE = 0 AND WS-STOP-TEXT < WS-START-TEXT
               DISPLAY "FIBSUTL: STOP DATE " WS-STOP-TEXT
                   " IS BEFORE START DATE " WS-START-TEXT
               MOVE 16 TO WS-RETURN-CODE
           END-IF
      *>     the seed pair is all-or-nothing, the same rule FIB
      *>     applies: both empty means the standard pair.
           EVALUATE TRUE
               WHEN WS-SEED0-TEXT = SPACES AND WS-SEED1-TEXT = SPACES
                   CONTINUE
               WHEN FUNCTION TEST-NUMVAL(WS-SEED0-TEXT) = 0
                       AND FUNCTION TEST-NUMVAL(WS-SEED1-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-SEED0-TEXT)
                       TO WS-SEED0-DIGITS
                   MOVE FUNCTION NUMVAL(WS-SEED1-TEXT)
                       TO WS-SEED1-DIGITS
               WHEN OTHER
                   DISPLAY "FIBSUTL: SEED PAIR NOT VALID - GIVE BOTH "
                       "SEEDS AS DIGITS OR NEITHER"
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       VALIDATE-ONE-DATE.
           IF WS-DATE-CHECK-TEXT IS NOT NUMERIC
               DISPLAY "FIBSUTL: " WS-DATE-CHECK-NAME
                   " DATE NEEDS YYYYMMDD - GOT '"
                   WS-DATE-CHECK-TEXT "'"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               IF FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-DATE-CHECK-TEXT)) = 0
                   DISPLAY "FIBSUTL: " WS-DATE-CHECK-NAME
                       " DATE IS NOT A REAL CALENDAR DATE - GOT '"
                       WS-DATE-CHECK-TEXT "'"
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF.

       ADD-STANDING-ORDER.
           PERFORM OPEN-STANDING-UPDATE
           IF WS-RETURN-CODE = 0
               PERFORM BUILD-STANDING-RECORD
               WRITE FIB-STANDING-RECORD
               IF WS-STANDING-STATUS = "00"
                   DISPLAY "FIBSUTL: ORDER " STO-ORDER-ID " ADDED"
                   PERFORM DISPLAY-STANDING-ORDER
               ELSE
                   IF WS-STANDING-STATUS = "22"
                       DISPLAY "FIBSUTL: ORDER " WS-ORDER-TEXT
                           " ALREADY ON FILE - USE CHANGE"
                       MOVE 16 TO WS-RETURN-CODE
                   ELSE
                       DISPLAY "FIBSUTL: WRITE FAILED - STATUS="
                           WS-STANDING-STATUS
                       MOVE 24 TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE FIB-STANDING-FILE
           END-IF.

       CHANGE-STANDING-ORDER.
           PERFORM OPEN-STANDING-UPDATE
           IF WS-RETURN-CODE = 0
               PERFORM READ-ORDER-FOR-UPDATE
               IF WS-RETURN-CODE = 0
                   PERFORM BUILD-STANDING-RECORD
                   REWRITE FIB-STANDING-RECORD
                   IF WS-STANDING-STATUS = "00"
                       DISPLAY "FIBSUTL: ORDER " STO-ORDER-ID
                           " CHANGED"
                       PERFORM DISPLAY-STANDING-ORDER
                   ELSE
                       DISPLAY "FIBSUTL: REWRITE FAILED - STATUS="
                           WS-STANDING-STATUS
                       MOVE 24 TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE FIB-STANDING-FILE
           END-IF.

       SUSPEND-STANDING-ORDER.
           PERFORM OPEN-STANDING-UPDATE
           IF WS-RETURN-CODE = 0
               PERFORM READ-ORDER-FOR-UPDATE
               IF WS-RETURN-CODE = 0
                   MOVE "S" TO STO-STATUS
                   REWRITE FIB-STANDING-RECORD
                   IF WS-STANDING-STATUS = "00"
                       DISPLAY "FIBSUTL: ORDER " STO-ORDER-ID
                           " SUSPENDED"
                   ELSE
                       DISPLAY "FIBSUTL: REWRITE FAILED - STATUS="
                           WS-STANDING-STATUS
                       MOVE 24 TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE FIB-STANDING-FILE
           END-IF.

       OPEN-STANDING-UPDATE.
           OPEN I-O FIB-STANDING-FILE
           IF WS-STANDING-STATUS NOT = "00" AND "05"
               DISPLAY "FIBSUTL: UNABLE TO OPEN MASTER - STATUS="
                   WS-STANDING-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       READ-ORDER-FOR-UPDATE.
           MOVE WS-ORDER-TEXT TO STO-ORDER-ID
           READ FIB-STANDING-FILE
           IF WS-STANDING-STATUS = "23"
               DISPLAY "FIBSUTL: ORDER " WS-ORDER-TEXT " NOT ON FILE"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               IF WS-STANDING-STATUS NOT = "00"
                   DISPLAY "FIBSUTL: READ FAILED - STATUS="
                       WS-STANDING-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     ADD and CHANGE both land the PARM fields the same way;
      *>     a change makes the order active again, so CHANGE is
      *>     also the way a suspended order comes back.
       BUILD-STANDING-RECORD.
           MOVE SPACES TO FIB-STANDING-RECORD
           MOVE WS-ORDER-TEXT TO STO-ORDER-ID
           MOVE WS-REQUESTOR-TEXT TO STO-REQUESTOR
           MOVE WS-N TO STO-N
           MOVE WS-MODE-TEXT TO STO-MODE
           IF WS-SEED0-TEXT = SPACES AND WS-SEED1-TEXT = SPACES
               MOVE SPACES TO STO-SEED0
               MOVE SPACES TO STO-SEED1
           ELSE
               MOVE WS-SEED0-DIGITS TO STO-SEED0
               MOVE WS-SEED1-DIGITS TO STO-SEED1
           END-IF
           MOVE WS-FREQUENCY-TEXT TO STO-FREQUENCY
           MOVE WS-START-TEXT TO STO-START-DATE
           MOVE WS-STOP-TEXT TO STO-STOP-DATE
           MOVE "A" TO STO-STATUS.

       BROWSE-STANDING-ORDERS.
           OPEN INPUT FIB-STANDING-FILE
           IF WS-STANDING-STATUS = "00" OR "05"
               MOVE LOW-VALUES TO STO-ORDER-ID
               START FIB-STANDING-FILE KEY NOT < STO-ORDER-ID
               IF WS-STANDING-STATUS NOT = "00"
                   MOVE "Y" TO WS-STANDING-EOF-SW
               END-IF
               PERFORM BROWSE-ONE-ORDER
                   UNTIL WS-STANDING-EOF
               CLOSE FIB-STANDING-FILE
               DISPLAY "FIBSUTL: " WS-BROWSED-COUNT
                   " RECORD(S) ON MASTER"
           ELSE
               DISPLAY "FIBSUTL: UNABLE TO OPEN MASTER - STATUS="
                   WS-STANDING-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       BROWSE-ONE-ORDER.
           READ FIB-STANDING-FILE NEXT
           IF WS-STANDING-STATUS = "00"
               PERFORM DISPLAY-STANDING-ORDER
               ADD 1 TO WS-BROWSED-COUNT
           ELSE
               MOVE "Y" TO WS-STANDING-EOF-SW
           END-IF.

       DISPLAY-STANDING-ORDER.
           DISPLAY "FIBSUTL: " STO-ORDER-ID
               " REQ=" STO-REQUESTOR
               " N=" STO-N
               " MODE=" STO-MODE
               " FREQ=" STO-FREQUENCY
               " FROM=" STO-START-DATE
               " TO=" STO-STOP-DATE
               " STATUS=" STO-STATUS
           IF STO-SEED0 NOT = SPACES
               DISPLAY "FIBSUTL:          SEEDS=" STO-SEED0
                   " / " STO-SEED1
           END-IF.
