       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBBKUP.
      *>--------------------------------------------------------------
      *> Coordinated backup and restore of the files the streams
      *> need to agree with each other: the term and requestor
      *> masters, the processing calendar, the shipped-terms
      *> control, the shipment register, the reject recycle file
      *> and the run control (see FIBBKS copy for the DD names).
      *> Restoring one of them to an older state than the rest can
      *> re-ship terms or lose pending rejects, so they are only
      *> ever saved and put back together, as one numbered set.
      *> The function comes in as a PARM:
      *>     BACKUP       copy all seven files to a new backup set
      *>                  (FIBBKSET, the next FIB.CONTROL.BACKUP
      *>                  generation), numbered one past the highest
      *>                  set on the manifest, then append the set's
      *>                  manifest records (FIBBKMAN - see FIBBKM
      *>                  copy): record count and hash per file, the
      *>                  FIBCAL business date and the FAST and WID
      *>                  SHP-HIGH-N values.
      *>     RESTORE,n    put set n back over all seven files.  The
      *>                  set must be complete on the manifest and
      *>                  its data must match the manifest before
      *>                  anything is touched; the restored files are
      *>                  read back and checked against it again.
      *>     LIST         list the restore points: every set on the
      *>                  manifest, and whether its data generation
      *>                  is still there to restore from.
      *> With no PARM at all the utility lists, which is always
      *> safe.  BACKUP and RESTORE are refused (return code 32)
      *> while FIBRUNC holds a run-in-progress record - a set taken
      *> mid-run would not agree with itself, and a restore under a
      *> running FIB would be overwritten by it.  Return codes: 16
      *> bad PARM, 20 a set that is incomplete or does not match
      *> its manifest, 24 a file that cannot be read or written.
      *> A RESTORE that ends RC 24 after it has started writing
      *> leaves the files part-restored: correct the cause and run
      *> the same RESTORE again - the set itself is never changed.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-MASTER-FILE ASSIGN TO "FIBMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY MST-N
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FIB-REQMAST-FILE ASSIGN TO "FIBRQMT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY RQM-REQUESTOR
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT FIB-CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL FIB-SHIPCTL-FILE ASSIGN TO "FIBSHIP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPCTL-STATUS.

           SELECT OPTIONAL FIB-REGISTER-FILE ASSIGN TO "FIBXREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL FIB-RECYCLE-FILE ASSIGN TO "FIBRCYC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT OPTIONAL FIB-RUNCTL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FIB-BACKUP-SET ASSIGN TO "FIBBKSET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SET-STATUS.

           SELECT OPTIONAL FIB-MANIFEST-FILE ASSIGN TO "FIBBKMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-MASTER-FILE.
           COPY FIBMST.

       FD  FIB-REQMAST-FILE.
           COPY FIBRQM.

       FD  FIB-CALENDAR-FILE.
           COPY FIBCAL.

       FD  FIB-SHIPCTL-FILE.
           COPY FIBSHP.

       FD  FIB-REGISTER-FILE.
           COPY FIBXRG.

       FD  FIB-RECYCLE-FILE.
           COPY FIBRCY.

       FD  FIB-RUNCTL-FILE.
           COPY FIBRUN.

       FD  FIB-BACKUP-SET.
           COPY FIBBKS.

       FD  FIB-MANIFEST-FILE.
           COPY FIBBKM.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2) VALUE SPACES.
       01  WS-REQMAST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE SPACES.
       01  WS-SHIPCTL-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RECYCLE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS            PIC X(2) VALUE SPACES.
       01  WS-SET-STATUS               PIC X(2) VALUE SPACES.
       01  WS-MANIFEST-STATUS          PIC X(2) VALUE SPACES.
       01  WS-FILE-STATUS              PIC X(2) VALUE SPACES.
       01  WS-COMMAND-LINE             PIC X(20) VALUE SPACES.
       01  WS-FUNCTION-TEXT            PIC X(10) VALUE SPACES.
       01  WS-SET-NUMBER-TEXT          PIC X(10) VALUE SPACES.
       01  WS-SET-NUMBER-LEN           BINARY-C-LONG VALUE 0.
       01  WS-RETURN-CODE              PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-LOCK-FOUND-SW            PIC X VALUE "N".
           88  WS-LOCK-FOUND                    VALUE "Y".
       01  WS-CONTROL-EOF-SW           PIC X VALUE "N".
           88  WS-CONTROL-EOF                   VALUE "Y".
       01  WS-SET-EOF-SW               PIC X VALUE "N".
           88  WS-SET-EOF                       VALUE "Y".
       01  WS-MANIFEST-EOF-SW          PIC X VALUE "N".
           88  WS-MANIFEST-EOF                  VALUE "Y".

      *> ---- the seven files of a set, in set order -------------------
      *>     the first three must exist to be backed up; the other
      *>     four are empty until the stream first writes them, and
      *>     a missing one is saved as an empty file.
       01  WS-FILE-ID-VALUES.
           05  FILLER                  PIC X(8) VALUE "FIBMAST".
           05  FILLER                  PIC X(8) VALUE "FIBRQMT".
           05  FILLER                  PIC X(8) VALUE "FIBCAL".
           05  FILLER                  PIC X(8) VALUE "FIBSHIP".
           05  FILLER                  PIC X(8) VALUE "FIBXREG".
           05  FILLER                  PIC X(8) VALUE "FIBRCYC".
           05  FILLER                  PIC X(8) VALUE "FIBRUNC".
       01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
           05  WS-FILE-ID              PIC X(8) OCCURS 7 TIMES.
       01  WS-FILE-LENGTH-VALUES.
           05  FILLER                  PIC 9(3) VALUE 23.
           05  FILLER                  PIC 9(3) VALUE 26.
           05  FILLER                  PIC 9(3) VALUE 28.
           05  FILLER                  PIC 9(3) VALUE 28.
           05  FILLER                  PIC 9(3) VALUE 20.
           05  FILLER                  PIC 9(3) VALUE 136.
           05  FILLER                  PIC 9(3) VALUE 50.
       01  WS-FILE-LENGTH-TABLE REDEFINES WS-FILE-LENGTH-VALUES.
           05  WS-FILE-LENGTH          PIC 9(3) OCCURS 7 TIMES.
       01  WS-FILE-COUNT               BINARY-C-LONG VALUE 7.
       01  WS-REQUIRED-COUNT           BINARY-C-LONG VALUE 3.
       01  WS-FILE-IX                  BINARY-C-LONG VALUE 0.
       01  WS-FIND-FILE-ID             PIC X(8) VALUE SPACES.
       01  WS-FILE-FOUND-SW            PIC X VALUE "N".
           88  WS-FILE-FOUND                    VALUE "Y".

      *>     what this run counted and hashed for each file, and
      *>     what the manifest says it should be.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY           OCCURS 7 TIMES.
               10  WS-FIL-COUNT        PIC 9(9).
               10  WS-FIL-HASH         PIC 9(9).
               10  WS-FIL-MAN-COUNT    PIC 9(9).
               10  WS-FIL-MAN-HASH     PIC 9(9).
               10  WS-FIL-MAN-SW       PIC X(1).
                   88  WS-FIL-ON-MANIFEST       VALUE "Y".
               10  WS-FIL-OPEN-SW      PIC X(1).
                   88  WS-FIL-OPEN              VALUE "Y".

      *> ---- record hashing ------------------------------------------
       01  WS-HASH-RECORD              PIC X(160) VALUE SPACES.
       01  WS-HASH-LENGTH              BINARY-C-LONG VALUE 0.
       01  WS-HASH-POS                 BINARY-C-LONG VALUE 0.
       01  WS-HASH-VALUE               PIC 9(9) VALUE 0.
       01  WS-HASH-WORK                PIC 9(12) VALUE 0.
       01  WS-HASH-QUOTIENT            PIC 9(12) VALUE 0.
       01  WS-HASH-MULTIPLIER          PIC 9(3) VALUE 257.
       01  WS-HASH-MODULUS             PIC 9(9) VALUE 999999937.

      *> ---- the set being written or restored -----------------------
       01  WS-SET-NUMBER               PIC 9(6) VALUE 0.
       01  WS-SET-BACKUP-DATE          PIC X(8) VALUE SPACES.
       01  WS-SET-BACKUP-TIME          PIC X(6) VALUE SPACES.
       01  WS-SET-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-FAST-HIGH-N              PIC 9(8) VALUE 0.
       01  WS-WID-HIGH-N               PIC 9(8) VALUE 0.
       01  WS-SET-RECORD-COUNT         PIC 9(9) VALUE 0.
       01  WS-SET-END-COUNT            PIC 9(9) VALUE 0.
       01  WS-IN-SET-SW                PIC X VALUE "N".
           88  WS-IN-SET                        VALUE "Y".
       01  WS-HEADER-FOUND-SW          PIC X VALUE "N".
           88  WS-HEADER-FOUND                  VALUE "Y".
       01  WS-END-FOUND-SW             PIC X VALUE "N".
           88  WS-END-FOUND                     VALUE "Y".
       01  WS-SET-DEFECT-SW            PIC X VALUE "N".
           88  WS-SET-DEFECT                    VALUE "Y".
       01  WS-MANIFEST-FILES           BINARY-C-LONG VALUE 0.
       01  WS-MISMATCH-COUNT           BINARY-C-LONG VALUE 0.
       01  WS-RESTORED-COUNT           PIC 9(9) VALUE 0.

      *> ---- restore points (LIST) -----------------------------------
       01  WS-POINT-TABLE.
           05  WS-POINT-ENTRY          OCCURS 500 TIMES.
               10  WS-PNT-SET-NUMBER   PIC 9(6).
               10  WS-PNT-BACKUP-DATE  PIC X(8).
               10  WS-PNT-BACKUP-TIME  PIC X(6).
               10  WS-PNT-BUSINESS-DATE
                                       PIC X(8).
               10  WS-PNT-FAST-HIGH-N  PIC 9(8).
               10  WS-PNT-WID-HIGH-N   PIC 9(8).
               10  WS-PNT-FILES        BINARY-C-LONG.
               10  WS-PNT-RECORDS      PIC 9(9).
               10  WS-PNT-DATA-SW      PIC X(1).
                   88  WS-PNT-DATA-FOUND        VALUE "Y".
       01  WS-POINT-COUNT              BINARY-C-LONG VALUE 0.
       01  WS-POINT-MAX                BINARY-C-LONG VALUE 500.
       01  WS-POINT-IX                 BINARY-C-LONG VALUE 0.
       01  WS-POINT-DROPPED            BINARY-C-LONG VALUE 0.
       01  WS-HEADER-POINT-IX          BINARY-C-LONG VALUE 0.
       01  WS-POINT-FOUND-SW           PIC X VALUE "N".
           88  WS-POINT-FOUND                   VALUE "Y".
       01  WS-SET-DATA-CHECKED-SW      PIC X VALUE "N".
           88  WS-SET-DATA-CHECKED              VALUE "Y".
       01  WS-RESTORABLE-COUNT         BINARY-C-LONG VALUE 0.

      *> ---- listing lines -------------------------------------------
       01  WS-LIST-HEADER.
           05  FILLER                  PIC X(7) VALUE "SET".
           05  FILLER                  PIC X(16) VALUE "BACKED UP".
           05  FILLER                  PIC X(9) VALUE "BUS DATE".
           05  FILLER                  PIC X(10) VALUE " FAST HIGH".
           05  FILLER                  PIC X(10) VALUE "  WID HIGH".
           05  FILLER                  PIC X(11) VALUE "    RECORDS".
           05  FILLER                  PIC X(8) VALUE "  STATUS".
       01  WS-LIST-LINE.
           05  LST-SET-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LST-BACKUP-DATE         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LST-BACKUP-TIME         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LST-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LST-FAST-HIGH-N         PIC Z(8)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LST-WID-HIGH-N          PIC Z(8)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LST-RECORDS             PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LST-STATUS              PIC X(30).
       01  WS-FILE-LINE.
           05  FILLER                  PIC X(9) VALUE "FIBBKUP: ".
           05  FLN-FILE-ID             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FLN-COUNT               PIC Z(8)9.
           05  FILLER                  PIC X(14)
               VALUE " RECORDS HASH ".
           05  FLN-HASH                PIC 9(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FLN-VERDICT             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM PARSE-FUNCTION-PARM
           IF WS-RETURN-CODE = 0
               EVALUATE WS-FUNCTION-TEXT
                   WHEN "BACKUP"
                       PERFORM BACKUP-CONTROL-SET
                   WHEN "RESTORE"
                       PERFORM RESTORE-CONTROL-SET
                   WHEN "LIST"
                       PERFORM LIST-RESTORE-POINTS
               END-EVALUATE
           END-IF
           DISPLAY "FIBBKUP: " WS-FUNCTION-TEXT " COMPLETE - "
               "RETURN CODE " WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       PARSE-FUNCTION-PARM.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE "LIST" TO WS-FUNCTION-TEXT
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-FUNCTION-TEXT WS-SET-NUMBER-TEXT
               END-UNSTRING
           END-IF
           IF WS-FUNCTION-TEXT NOT = "BACKUP" AND "RESTORE"
                   AND "LIST"
               DISPLAY "FIBBKUP: UNKNOWN FUNCTION '" WS-FUNCTION-TEXT
                   "' - USE BACKUP, RESTORE,N OR LIST"
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               IF WS-FUNCTION-TEXT = "RESTORE"
                   PERFORM PARSE-SET-NUMBER
               ELSE
                   IF WS-SET-NUMBER-TEXT NOT = SPACES
                       DISPLAY "FIBBKUP: " WS-FUNCTION-TEXT
                           " TAKES NO SET NUMBER - GOT '"
                           WS-SET-NUMBER-TEXT "'"
                       MOVE 16 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *>     RESTORE must name its set - there is no "latest"
      *>     default, so an operator cannot restore by accident.
       PARSE-SET-NUMBER.
           MOVE 0 TO WS-SET-NUMBER-LEN
           INSPECT WS-SET-NUMBER-TEXT TALLYING WS-SET-NUMBER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SET-NUMBER-LEN < 1 OR WS-SET-NUMBER-LEN > 6
               DISPLAY "FIBBKUP: RESTORE NEEDS A SET NUMBER - GOT '"
                   WS-SET-NUMBER-TEXT "'"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               IF WS-SET-NUMBER-TEXT(1:WS-SET-NUMBER-LEN) IS NUMERIC
                       AND WS-SET-NUMBER-TEXT(WS-SET-NUMBER-LEN + 1:)
                           = SPACES
                   MOVE FUNCTION NUMVAL(WS-SET-NUMBER-TEXT)
                       TO WS-SET-NUMBER
               ELSE
                   DISPLAY "FIBBKUP: RESTORE NEEDS A SET NUMBER - "
                       "GOT '" WS-SET-NUMBER-TEXT "'"
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     the same test FIB makes before it starts: a record
      *>     marked in progress means a run holds the files (or
      *>     abended holding them - FIBRUNU clears that case).
       CHECK-RUN-LOCK.
           MOVE "N" TO WS-LOCK-FOUND-SW
           OPEN INPUT FIB-RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ FIB-RUNCTL-FILE
               IF WS-RUNCTL-STATUS = "00" AND RUN-IN-PROGRESS
                   MOVE "Y" TO WS-LOCK-FOUND-SW
                   DISPLAY "FIBBKUP: " WS-FUNCTION-TEXT " REFUSED - "
                       "RUN " RUN-ID " IN PROGRESS SINCE "
                       RUN-START-DATE " " RUN-START-TIME " (FIBRUNC)"
                   MOVE 32 TO WS-RETURN-CODE
               END-IF
               CLOSE FIB-RUNCTL-FILE
           ELSE
               IF WS-RUNCTL-STATUS = "05"
                   CLOSE FIB-RUNCTL-FILE
               END-IF
           END-IF.

       RESOLVE-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           OPEN INPUT FIB-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ FIB-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "FIBBKUP: PROCESSING CALENDAR UNREADABLE - "
                       "USING SYSTEM DATE"
               END-IF
               CLOSE FIB-CALENDAR-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> BACKUP
      *>-----------------------------------------------------------
      *>     the manifest is written last: a set whose copy failed
      *>     part way has no manifest records and never becomes a
      *>     restore point.
       BACKUP-CONTROL-SET.
           PERFORM CHECK-RUN-LOCK
           IF WS-RETURN-CODE = 0
               PERFORM RESOLVE-BUSINESS-DATE
               PERFORM FIND-NEXT-SET-NUMBER
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN OUTPUT FIB-BACKUP-SET
               IF WS-SET-STATUS NOT = "00"
                   DISPLAY "FIBBKUP: UNABLE TO OPEN BACKUP SET - "
                       "STATUS=" WS-SET-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE WS-RUN-DATE TO WS-SET-BACKUP-DATE
               MOVE WS-RUN-TIME TO WS-SET-BACKUP-TIME
               MOVE WS-BUSINESS-DATE TO WS-SET-BUSINESS-DATE
               MOVE SPACES TO FIB-BACKUP-SET-RECORD
               MOVE WS-SET-NUMBER TO BKS-SET-NUMBER
               MOVE "*HEADER*" TO BKS-FILE-ID
               MOVE 0 TO BKS-SEQUENCE
               MOVE WS-SET-BACKUP-DATE TO BKS-BACKUP-DATE
               MOVE WS-SET-BACKUP-TIME TO BKS-BACKUP-TIME
               MOVE WS-SET-BUSINESS-DATE TO BKS-BUSINESS-DATE
               PERFORM WRITE-SET-RECORD
               MOVE 0 TO WS-FILE-IX
               PERFORM BACKUP-ONE-FILE
                   UNTIL WS-FILE-IX >= WS-FILE-COUNT
                       OR WS-RETURN-CODE NOT = 0
               IF WS-RETURN-CODE = 0
                   MOVE SPACES TO FIB-BACKUP-SET-RECORD
                   MOVE WS-SET-NUMBER TO BKS-SET-NUMBER
                   MOVE "*END*" TO BKS-FILE-ID
                   MOVE WS-SET-RECORD-COUNT TO BKS-SEQUENCE
                   PERFORM WRITE-SET-RECORD
               END-IF
               CLOSE FIB-BACKUP-SET
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM WRITE-SET-MANIFEST
           END-IF
           IF WS-RETURN-CODE = 0
               DISPLAY "FIBBKUP: SET " WS-SET-NUMBER " TAKEN "
                   WS-SET-BACKUP-DATE " " WS-SET-BACKUP-TIME
                   " - BUSINESS DATE " WS-SET-BUSINESS-DATE
                   ", FAST HIGH " WS-FAST-HIGH-N ", WID HIGH "
                   WS-WID-HIGH-N
               MOVE 0 TO WS-FILE-IX
               PERFORM SHOW-BACKED-UP-FILE
                   UNTIL WS-FILE-IX >= WS-FILE-COUNT
           ELSE
               IF WS-SET-NUMBER > 0 AND WS-RETURN-CODE NOT = 32
                   DISPLAY "FIBBKUP: SET " WS-SET-NUMBER
                       " NOT RECORDED ON THE MANIFEST - IT IS NOT A "
                       "RESTORE POINT"
               END-IF
           END-IF.

       FIND-NEXT-SET-NUMBER.
           MOVE 0 TO WS-SET-NUMBER
           OPEN INPUT FIB-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00" OR "05"
               PERFORM READ-MANIFEST-RECORD
               PERFORM NOTE-HIGHEST-SET
                   UNTIL WS-MANIFEST-EOF
               CLOSE FIB-MANIFEST-FILE
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO OPEN MANIFEST - STATUS="
                   WS-MANIFEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               IF WS-SET-NUMBER >= 999999
                   DISPLAY "FIBBKUP: SET NUMBERS EXHAUSTED"
                   MOVE 24 TO WS-RETURN-CODE
               ELSE
                   ADD 1 TO WS-SET-NUMBER
               END-IF
           END-IF.

       NOTE-HIGHEST-SET.
           IF BKM-SET-NUMBER IS NUMERIC
                   AND BKM-SET-NUMBER > WS-SET-NUMBER
               MOVE BKM-SET-NUMBER TO WS-SET-NUMBER
           END-IF
           PERFORM READ-MANIFEST-RECORD.

       READ-MANIFEST-RECORD.
           READ FIB-MANIFEST-FILE
               AT END MOVE "Y" TO WS-MANIFEST-EOF-SW
           END-READ
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "Y" TO WS-MANIFEST-EOF-SW
               IF WS-MANIFEST-STATUS NOT = "10"
                   DISPLAY "FIBBKUP: MANIFEST READ ERROR - STATUS="
                       WS-MANIFEST-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     each record goes onto the set as it is hashed; the
      *>     FAST and WID high terms are picked off the shipped-
      *>     terms control on the way past.
       BACKUP-ONE-FILE.
           ADD 1 TO WS-FILE-IX
           MOVE 0 TO WS-FIL-COUNT(WS-FILE-IX)
           MOVE 0 TO WS-FIL-HASH(WS-FILE-IX)
           PERFORM OPEN-CONTROL-INPUT
           IF WS-FILE-STATUS = "00"
                   OR (WS-FILE-STATUS = "05"
                       AND WS-FILE-IX > WS-REQUIRED-COUNT)
               PERFORM READ-CONTROL-RECORD
               PERFORM COPY-ONE-RECORD
                   UNTIL WS-CONTROL-EOF
               PERFORM CLOSE-CONTROL-FILE
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO OPEN "
                   WS-FILE-ID(WS-FILE-IX) " - STATUS=" WS-FILE-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       COPY-ONE-RECORD.
           PERFORM HASH-CONTROL-RECORD
           ADD 1 TO WS-SET-RECORD-COUNT
           MOVE SPACES TO FIB-BACKUP-SET-RECORD
           MOVE WS-SET-NUMBER TO BKS-SET-NUMBER
           MOVE WS-FILE-ID(WS-FILE-IX) TO BKS-FILE-ID
           MOVE WS-FIL-COUNT(WS-FILE-IX) TO BKS-SEQUENCE
           MOVE WS-HASH-RECORD TO BKS-DATA
           PERFORM WRITE-SET-RECORD
           IF WS-FILE-ID(WS-FILE-IX) = "FIBSHIP"
                   AND SHP-HIGH-N IS NUMERIC
               IF SHP-MODE = "FAST"
                   MOVE SHP-HIGH-N TO WS-FAST-HIGH-N
               END-IF
               IF SHP-MODE = "WID"
                   MOVE SHP-HIGH-N TO WS-WID-HIGH-N
               END-IF
           END-IF
           IF WS-RETURN-CODE NOT = 0
               MOVE "Y" TO WS-CONTROL-EOF-SW
           ELSE
               PERFORM READ-CONTROL-RECORD
           END-IF.

       WRITE-SET-RECORD.
           WRITE FIB-BACKUP-SET-RECORD
           IF WS-SET-STATUS NOT = "00"
               DISPLAY "FIBBKUP: BACKUP SET WRITE FAILED - STATUS="
                   WS-SET-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       WRITE-SET-MANIFEST.
           OPEN EXTEND FIB-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00" OR "05"
               MOVE 0 TO WS-FILE-IX
               PERFORM WRITE-ONE-MANIFEST-RECORD
                   UNTIL WS-FILE-IX >= WS-FILE-COUNT
                       OR WS-RETURN-CODE NOT = 0
               CLOSE FIB-MANIFEST-FILE
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO EXTEND MANIFEST - STATUS="
                   WS-MANIFEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       WRITE-ONE-MANIFEST-RECORD.
           ADD 1 TO WS-FILE-IX
           MOVE SPACES TO FIB-BACKUP-MANIFEST-RECORD
           MOVE WS-SET-NUMBER TO BKM-SET-NUMBER
           MOVE WS-SET-BACKUP-DATE TO BKM-BACKUP-DATE
           MOVE WS-SET-BACKUP-TIME TO BKM-BACKUP-TIME
           MOVE WS-SET-BUSINESS-DATE TO BKM-BUSINESS-DATE
           MOVE WS-FAST-HIGH-N TO BKM-FAST-HIGH-N
           MOVE WS-WID-HIGH-N TO BKM-WID-HIGH-N
           MOVE WS-FILE-ID(WS-FILE-IX) TO BKM-FILE-ID
           MOVE WS-FIL-COUNT(WS-FILE-IX) TO BKM-RECORD-COUNT
           MOVE WS-FIL-HASH(WS-FILE-IX) TO BKM-HASH
           WRITE FIB-BACKUP-MANIFEST-RECORD
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "FIBBKUP: MANIFEST WRITE FAILED - STATUS="
                   WS-MANIFEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       SHOW-BACKED-UP-FILE.
           ADD 1 TO WS-FILE-IX
           MOVE WS-FILE-ID(WS-FILE-IX) TO FLN-FILE-ID
           MOVE WS-FIL-COUNT(WS-FILE-IX) TO FLN-COUNT
           MOVE WS-FIL-HASH(WS-FILE-IX) TO FLN-HASH
           MOVE "BACKED UP" TO FLN-VERDICT
           DISPLAY WS-FILE-LINE.

      *>-----------------------------------------------------------
      *> RESTORE
      *>-----------------------------------------------------------
      *>     nothing is written until the manifest says the set is
      *>     complete and the set's own data agrees with it.
       RESTORE-CONTROL-SET.
           PERFORM CHECK-RUN-LOCK
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-SET-MANIFEST
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM CHECK-SET-DATA
           END-IF
           IF WS-RETURN-CODE = 0
               DISPLAY "FIBBKUP: SET " WS-SET-NUMBER " TAKEN "
                   WS-SET-BACKUP-DATE " " WS-SET-BACKUP-TIME
                   " - BUSINESS DATE " WS-SET-BUSINESS-DATE
                   ", FAST HIGH " WS-FAST-HIGH-N ", WID HIGH "
                   WS-WID-HIGH-N " - CHECKED, RESTORING"
               PERFORM RELOAD-CONTROL-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM VERIFY-RESTORED-FILES
               IF WS-RETURN-CODE = 0
                   DISPLAY "FIBBKUP: SET " WS-SET-NUMBER
                       " RESTORED - " WS-RESTORED-COUNT
                       " RECORD(S), EVERY FILE MATCHES THE MANIFEST"
               ELSE
                   DISPLAY "FIBBKUP: SET " WS-SET-NUMBER
                       " RESTORED BUT " WS-MISMATCH-COUNT
                       " FILE(S) DO NOT MATCH THE MANIFEST - RUN THE"
                       " RESTORE AGAIN BEFORE ANY STREAM"
               END-IF
           END-IF.

       LOAD-SET-MANIFEST.
           MOVE 0 TO WS-MANIFEST-FILES
           MOVE "N" TO WS-SET-DEFECT-SW
           MOVE 0 TO WS-FILE-IX
           PERFORM CLEAR-ONE-FILE-ENTRY
               UNTIL WS-FILE-IX >= WS-FILE-COUNT
           OPEN INPUT FIB-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM READ-MANIFEST-RECORD
               PERFORM KEEP-SET-MANIFEST-RECORD
                   UNTIL WS-MANIFEST-EOF
               CLOSE FIB-MANIFEST-FILE
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO OPEN MANIFEST - STATUS="
                   WS-MANIFEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN WS-MANIFEST-FILES = 0
                       DISPLAY "FIBBKUP: SET " WS-SET-NUMBER
                           " IS NOT ON THE MANIFEST"
                       MOVE 20 TO WS-RETURN-CODE
                   WHEN WS-SET-DEFECT
                           OR WS-MANIFEST-FILES NOT = WS-FILE-COUNT
                       DISPLAY "FIBBKUP: SET " WS-SET-NUMBER
                           " IS NOT A COMPLETE SET ON THE MANIFEST ("
                           WS-MANIFEST-FILES " FILE RECORD(S)) - "
                           "NOTHING RESTORED"
                       MOVE 20 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       CLEAR-ONE-FILE-ENTRY.
           ADD 1 TO WS-FILE-IX
           MOVE 0 TO WS-FIL-COUNT(WS-FILE-IX)
           MOVE 0 TO WS-FIL-HASH(WS-FILE-IX)
           MOVE 0 TO WS-FIL-MAN-COUNT(WS-FILE-IX)
           MOVE 0 TO WS-FIL-MAN-HASH(WS-FILE-IX)
           MOVE "N" TO WS-FIL-MAN-SW(WS-FILE-IX)
           MOVE "N" TO WS-FIL-OPEN-SW(WS-FILE-IX).

      *>     a file named twice, or a name that is not one of the
      *>     seven, makes the set unusable rather than guessed at.
       KEEP-SET-MANIFEST-RECORD.
           IF BKM-SET-NUMBER = WS-SET-NUMBER
               MOVE BKM-FILE-ID TO WS-FIND-FILE-ID
               PERFORM FIND-FILE-ID
               IF NOT WS-FILE-FOUND
                   MOVE "Y" TO WS-SET-DEFECT-SW
               ELSE
                   IF WS-FIL-ON-MANIFEST(WS-FILE-IX)
                           OR BKM-RECORD-COUNT IS NOT NUMERIC
                           OR BKM-HASH IS NOT NUMERIC
                       MOVE "Y" TO WS-SET-DEFECT-SW
                   ELSE
                       ADD 1 TO WS-MANIFEST-FILES
                       MOVE "Y" TO WS-FIL-MAN-SW(WS-FILE-IX)
                       MOVE BKM-RECORD-COUNT
                           TO WS-FIL-MAN-COUNT(WS-FILE-IX)
                       MOVE BKM-HASH TO WS-FIL-MAN-HASH(WS-FILE-IX)
                       MOVE BKM-BACKUP-DATE TO WS-SET-BACKUP-DATE
                       MOVE BKM-BACKUP-TIME TO WS-SET-BACKUP-TIME
                       MOVE BKM-BUSINESS-DATE TO WS-SET-BUSINESS-DATE
                       MOVE BKM-FAST-HIGH-N TO WS-FAST-HIGH-N
                       MOVE BKM-WID-HIGH-N TO WS-WID-HIGH-N
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MANIFEST-RECORD.

       FIND-FILE-ID.
           MOVE "N" TO WS-FILE-FOUND-SW
           MOVE 0 TO WS-FILE-IX
           PERFORM CHECK-ONE-FILE-ID
               UNTIL WS-FILE-FOUND OR WS-FILE-IX >= WS-FILE-COUNT.

       CHECK-ONE-FILE-ID.
           ADD 1 TO WS-FILE-IX
           IF WS-FILE-ID(WS-FILE-IX) = WS-FIND-FILE-ID
               MOVE "Y" TO WS-FILE-FOUND-SW
           END-IF.

      *>     the set is the generation whose header carries the
      *>     manifest's set number and backup date and time; every
      *>     record between it and its end record is recounted and
      *>     rehashed and must land in file order.
       CHECK-SET-DATA.
           MOVE "N" TO WS-HEADER-FOUND-SW
           MOVE "N" TO WS-END-FOUND-SW
           MOVE "N" TO WS-IN-SET-SW
           MOVE 0 TO WS-SET-RECORD-COUNT
           MOVE 0 TO WS-SET-END-COUNT
           OPEN INPUT FIB-BACKUP-SET
           IF WS-SET-STATUS = "00"
               MOVE "N" TO WS-SET-EOF-SW
               PERFORM READ-SET-RECORD
               PERFORM CHECK-ONE-SET-RECORD
                   UNTIL WS-SET-EOF
               CLOSE FIB-BACKUP-SET
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO OPEN BACKUP SETS - STATUS="
                   WS-SET-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE 0 TO WS-MISMATCH-COUNT
               MOVE 0 TO WS-FILE-IX
               PERFORM COMPARE-ONE-FILE
                   UNTIL WS-FILE-IX >= WS-FILE-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-FOUND
                       DISPLAY "FIBBKUP: SET " WS-SET-NUMBER
                           " TAKEN " WS-SET-BACKUP-DATE " "
                           WS-SET-BACKUP-TIME " IS NOT AMONG THE "
                           "BACKUP GENERATIONS - NOTHING RESTORED"
                       MOVE 20 TO WS-RETURN-CODE
                   WHEN WS-SET-DEFECT OR NOT WS-END-FOUND
                           OR WS-SET-END-COUNT
                               NOT = WS-SET-RECORD-COUNT
                           OR WS-MISMATCH-COUNT > 0
                       DISPLAY "FIBBKUP: SET " WS-SET-NUMBER
                           " DOES NOT MATCH ITS MANIFEST - NOTHING "
                           "RESTORED"
                       MOVE 20 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       CHECK-ONE-SET-RECORD.
           IF BKS-SET-NUMBER NOT = WS-SET-NUMBER
               MOVE "N" TO WS-IN-SET-SW
           ELSE
               EVALUATE BKS-FILE-ID
                   WHEN "*HEADER*"
                       MOVE "N" TO WS-IN-SET-SW
                       IF BKS-BACKUP-DATE = WS-SET-BACKUP-DATE
                               AND BKS-BACKUP-TIME
                                   = WS-SET-BACKUP-TIME
                           IF WS-HEADER-FOUND
                               MOVE "Y" TO WS-SET-DEFECT-SW
                           END-IF
                           MOVE "Y" TO WS-HEADER-FOUND-SW
                           MOVE "Y" TO WS-IN-SET-SW
                       END-IF
                   WHEN "*END*"
                       IF WS-IN-SET
                           MOVE "Y" TO WS-END-FOUND-SW
                           MOVE BKS-SEQUENCE TO WS-SET-END-COUNT
                       END-IF
                       MOVE "N" TO WS-IN-SET-SW
                   WHEN OTHER
                       IF WS-IN-SET
                           PERFORM CHECK-ONE-SET-DATA-RECORD
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-SET-RECORD.

       CHECK-ONE-SET-DATA-RECORD.
           ADD 1 TO WS-SET-RECORD-COUNT
           MOVE BKS-FILE-ID TO WS-FIND-FILE-ID
           PERFORM FIND-FILE-ID
           IF NOT WS-FILE-FOUND
               MOVE "Y" TO WS-SET-DEFECT-SW
           ELSE
               MOVE SPACES TO WS-HASH-RECORD
               MOVE BKS-DATA(1:WS-FILE-LENGTH(WS-FILE-IX))
                   TO WS-HASH-RECORD
               PERFORM HASH-CONTROL-RECORD
               IF BKS-SEQUENCE NOT = WS-FIL-COUNT(WS-FILE-IX)
                   MOVE "Y" TO WS-SET-DEFECT-SW
               END-IF
           END-IF.

       READ-SET-RECORD.
           READ FIB-BACKUP-SET
               AT END MOVE "Y" TO WS-SET-EOF-SW
           END-READ
           IF WS-SET-STATUS NOT = "00"
               MOVE "Y" TO WS-SET-EOF-SW
               IF WS-SET-STATUS NOT = "10"
                   DISPLAY "FIBBKUP: BACKUP SET READ ERROR - STATUS="
                       WS-SET-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>     counted and hashed against the manifest - used on the
      *>     set before the restore and on the files after it.
       COMPARE-ONE-FILE.
           ADD 1 TO WS-FILE-IX
           MOVE WS-FILE-ID(WS-FILE-IX) TO FLN-FILE-ID
           MOVE WS-FIL-COUNT(WS-FILE-IX) TO FLN-COUNT
           MOVE WS-FIL-HASH(WS-FILE-IX) TO FLN-HASH
           IF WS-FIL-COUNT(WS-FILE-IX) = WS-FIL-MAN-COUNT(WS-FILE-IX)
                   AND WS-FIL-HASH(WS-FILE-IX)
                       = WS-FIL-MAN-HASH(WS-FILE-IX)
               MOVE "MATCHES MANIFEST" TO FLN-VERDICT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO FLN-VERDICT
               STRING "MANIFEST SAYS " DELIMITED BY SIZE
                   WS-FIL-MAN-COUNT(WS-FILE-IX) DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   WS-FIL-MAN-HASH(WS-FILE-IX) DELIMITED BY SIZE
                   INTO FLN-VERDICT
               END-STRING
           END-IF
           DISPLAY WS-FILE-LINE.

      *>     OPEN OUTPUT empties each file, the way FIBMUTL REBUILD
      *>     empties the master; the set's records then go back in
      *>     the order they were saved - key order for the masters.
       RELOAD-CONTROL-FILES.
           MOVE 0 TO WS-RESTORED-COUNT
           MOVE 0 TO WS-FILE-IX
           PERFORM OPEN-ONE-FOR-RESTORE
               UNTIL WS-FILE-IX >= WS-FILE-COUNT
                   OR WS-RETURN-CODE NOT = 0
           IF WS-RETURN-CODE = 0
               OPEN INPUT FIB-BACKUP-SET
               IF WS-SET-STATUS = "00"
                   MOVE "N" TO WS-SET-EOF-SW
                   MOVE "N" TO WS-IN-SET-SW
                   PERFORM READ-SET-RECORD
                   PERFORM RESTORE-ONE-SET-RECORD
                       UNTIL WS-SET-EOF
                   CLOSE FIB-BACKUP-SET
               ELSE
                   DISPLAY "FIBBKUP: UNABLE TO REOPEN BACKUP SETS - "
                       "STATUS=" WS-SET-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE 0 TO WS-FILE-IX
           PERFORM CLOSE-ONE-AFTER-RESTORE
               UNTIL WS-FILE-IX >= WS-FILE-COUNT
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "FIBBKUP: RESTORE OF SET " WS-SET-NUMBER
                   " DID NOT FINISH - THE FILES ARE PART-RESTORED;"
                   " RUN THE SAME RESTORE AGAIN"
           END-IF.

       OPEN-ONE-FOR-RESTORE.
           ADD 1 TO WS-FILE-IX
           PERFORM OPEN-CONTROL-OUTPUT
           IF WS-FILE-STATUS = "00" OR "05"
               MOVE "Y" TO WS-FIL-OPEN-SW(WS-FILE-IX)
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO OPEN "
                   WS-FILE-ID(WS-FILE-IX) " FOR RESTORE - STATUS="
                   WS-FILE-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       CLOSE-ONE-AFTER-RESTORE.
           ADD 1 TO WS-FILE-IX
           IF WS-FIL-OPEN(WS-FILE-IX)
               PERFORM CLOSE-CONTROL-FILE
               MOVE "N" TO WS-FIL-OPEN-SW(WS-FILE-IX)
           END-IF.

       RESTORE-ONE-SET-RECORD.
           IF BKS-SET-NUMBER NOT = WS-SET-NUMBER
               MOVE "N" TO WS-IN-SET-SW
           ELSE
               EVALUATE BKS-FILE-ID
                   WHEN "*HEADER*"
                       MOVE "N" TO WS-IN-SET-SW
                       IF BKS-BACKUP-DATE = WS-SET-BACKUP-DATE
                               AND BKS-BACKUP-TIME
                                   = WS-SET-BACKUP-TIME
                           MOVE "Y" TO WS-IN-SET-SW
                       END-IF
                   WHEN "*END*"
                       MOVE "N" TO WS-IN-SET-SW
                   WHEN OTHER
                       IF WS-IN-SET
                           MOVE BKS-FILE-ID TO WS-FIND-FILE-ID
                           PERFORM FIND-FILE-ID
                           PERFORM WRITE-CONTROL-RECORD
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-RETURN-CODE NOT = 0
               MOVE "Y" TO WS-SET-EOF-SW
           ELSE
               PERFORM READ-SET-RECORD
           END-IF.

       VERIFY-RESTORED-FILES.
           MOVE 0 TO WS-FILE-IX
           PERFORM REREAD-ONE-FILE
               UNTIL WS-FILE-IX >= WS-FILE-COUNT
                   OR WS-RETURN-CODE NOT = 0
           IF WS-RETURN-CODE = 0
               MOVE 0 TO WS-MISMATCH-COUNT
               MOVE 0 TO WS-FILE-IX
               PERFORM COMPARE-ONE-FILE
                   UNTIL WS-FILE-IX >= WS-FILE-COUNT
               IF WS-MISMATCH-COUNT > 0
                   MOVE 20 TO WS-RETURN-CODE
               END-IF
           END-IF.

       REREAD-ONE-FILE.
           ADD 1 TO WS-FILE-IX
           MOVE 0 TO WS-FIL-COUNT(WS-FILE-IX)
           MOVE 0 TO WS-FIL-HASH(WS-FILE-IX)
           PERFORM OPEN-CONTROL-INPUT
           IF WS-FILE-STATUS = "00" OR "05"
               PERFORM READ-CONTROL-RECORD
               PERFORM REHASH-ONE-RECORD
                   UNTIL WS-CONTROL-EOF
               PERFORM CLOSE-CONTROL-FILE
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO REOPEN "
                   WS-FILE-ID(WS-FILE-IX) " - STATUS=" WS-FILE-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       REHASH-ONE-RECORD.
           PERFORM HASH-CONTROL-RECORD
           PERFORM READ-CONTROL-RECORD.

      *>-----------------------------------------------------------
      *> LIST
      *>-----------------------------------------------------------
      *>     a set is a restore point when the manifest holds all
      *>     seven of its files and its generation is still among
      *>     the backup sets (older generations roll off the GDG).
       LIST-RESTORE-POINTS.
           OPEN INPUT FIB-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00" OR "05"
               PERFORM READ-MANIFEST-RECORD
               PERFORM KEEP-ONE-RESTORE-POINT
                   UNTIL WS-MANIFEST-EOF
               CLOSE FIB-MANIFEST-FILE
           ELSE
               DISPLAY "FIBBKUP: UNABLE TO OPEN MANIFEST - STATUS="
                   WS-MANIFEST-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT FIB-BACKUP-SET
               IF WS-SET-STATUS = "00"
                   MOVE "Y" TO WS-SET-DATA-CHECKED-SW
                   MOVE "N" TO WS-SET-EOF-SW
                   MOVE 0 TO WS-HEADER-POINT-IX
                   PERFORM READ-SET-RECORD
                   PERFORM NOTE-ONE-SET-GENERATION
                       UNTIL WS-SET-EOF
                   CLOSE FIB-BACKUP-SET
               ELSE
                   DISPLAY "FIBBKUP: BACKUP SETS NOT READABLE - "
                       "STATUS=" WS-SET-STATUS " - DATA NOT CHECKED"
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0 OR WS-RETURN-CODE = 04
               DISPLAY "FIBBKUP: RESTORE POINTS AS OF " WS-RUN-DATE
                   " " WS-RUN-TIME
               DISPLAY WS-LIST-HEADER
               MOVE 0 TO WS-POINT-IX
               PERFORM SHOW-ONE-RESTORE-POINT
                   UNTIL WS-POINT-IX >= WS-POINT-COUNT
               IF WS-POINT-DROPPED > 0
                   DISPLAY "FIBBKUP: " WS-POINT-DROPPED " MANIFEST "
                       "RECORD(S) BEYOND " WS-POINT-MAX
                       " SETS NOT LISTED"
               END-IF
               DISPLAY "FIBBKUP: " WS-POINT-COUNT " SET(S) ON THE "
                   "MANIFEST, " WS-RESTORABLE-COUNT " RESTORABLE"
           END-IF.

       KEEP-ONE-RESTORE-POINT.
           IF BKM-SET-NUMBER IS NUMERIC
               PERFORM FIND-RESTORE-POINT
               IF NOT WS-POINT-FOUND
                   IF WS-POINT-COUNT < WS-POINT-MAX
                       ADD 1 TO WS-POINT-COUNT
                       MOVE WS-POINT-COUNT TO WS-POINT-IX
                       MOVE BKM-SET-NUMBER
                           TO WS-PNT-SET-NUMBER(WS-POINT-IX)
                       MOVE BKM-BACKUP-DATE
                           TO WS-PNT-BACKUP-DATE(WS-POINT-IX)
                       MOVE BKM-BACKUP-TIME
                           TO WS-PNT-BACKUP-TIME(WS-POINT-IX)
                       MOVE BKM-BUSINESS-DATE
                           TO WS-PNT-BUSINESS-DATE(WS-POINT-IX)
                       MOVE BKM-FAST-HIGH-N
                           TO WS-PNT-FAST-HIGH-N(WS-POINT-IX)
                       MOVE BKM-WID-HIGH-N
                           TO WS-PNT-WID-HIGH-N(WS-POINT-IX)
                       MOVE 0 TO WS-PNT-FILES(WS-POINT-IX)
                       MOVE 0 TO WS-PNT-RECORDS(WS-POINT-IX)
                       MOVE "N" TO WS-PNT-DATA-SW(WS-POINT-IX)
                       MOVE "Y" TO WS-POINT-FOUND-SW
                   ELSE
                       ADD 1 TO WS-POINT-DROPPED
                   END-IF
               END-IF
               IF WS-POINT-FOUND
                   ADD 1 TO WS-PNT-FILES(WS-POINT-IX)
                   IF BKM-RECORD-COUNT IS NUMERIC
                       ADD BKM-RECORD-COUNT
                           TO WS-PNT-RECORDS(WS-POINT-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MANIFEST-RECORD.

      *>     a set's manifest records are written together, so the
      *>     search runs back from the newest set.
       FIND-RESTORE-POINT.
           MOVE "N" TO WS-POINT-FOUND-SW
           MOVE WS-POINT-COUNT TO WS-POINT-IX
           PERFORM CHECK-ONE-RESTORE-POINT
               UNTIL WS-POINT-FOUND OR WS-POINT-IX < 1.

       CHECK-ONE-RESTORE-POINT.
           IF WS-PNT-SET-NUMBER(WS-POINT-IX) = BKM-SET-NUMBER
                   AND WS-PNT-BACKUP-DATE(WS-POINT-IX)
                       = BKM-BACKUP-DATE
                   AND WS-PNT-BACKUP-TIME(WS-POINT-IX)
                       = BKM-BACKUP-TIME
               MOVE "Y" TO WS-POINT-FOUND-SW
           ELSE
               SUBTRACT 1 FROM WS-POINT-IX
           END-IF.

      *>     a generation counts for a set when its header matches
      *>     the set's manifest identity and its end record follows.
       NOTE-ONE-SET-GENERATION.
           EVALUATE BKS-FILE-ID
               WHEN "*HEADER*"
                   MOVE 0 TO WS-HEADER-POINT-IX
                   MOVE WS-POINT-COUNT TO WS-POINT-IX
                   PERFORM MATCH-ONE-SET-HEADER
                       UNTIL WS-HEADER-POINT-IX > 0
                           OR WS-POINT-IX < 1
                   IF WS-HEADER-POINT-IX = 0
                       DISPLAY "FIBBKUP: SET " BKS-SET-NUMBER
                           " TAKEN " BKS-BACKUP-DATE " "
                           BKS-BACKUP-TIME " HAS NO MANIFEST - NOT A"
                           " RESTORE POINT"
                   END-IF
               WHEN "*END*"
                   IF WS-HEADER-POINT-IX > 0
                       IF WS-PNT-SET-NUMBER(WS-HEADER-POINT-IX)
                               = BKS-SET-NUMBER
                           MOVE "Y"
                               TO WS-PNT-DATA-SW(WS-HEADER-POINT-IX)
                       END-IF
                   END-IF
                   MOVE 0 TO WS-HEADER-POINT-IX
           END-EVALUATE
           PERFORM READ-SET-RECORD.

       MATCH-ONE-SET-HEADER.
           IF WS-PNT-SET-NUMBER(WS-POINT-IX) = BKS-SET-NUMBER
                   AND WS-PNT-BACKUP-DATE(WS-POINT-IX)
                       = BKS-BACKUP-DATE
                   AND WS-PNT-BACKUP-TIME(WS-POINT-IX)
                       = BKS-BACKUP-TIME
               MOVE WS-POINT-IX TO WS-HEADER-POINT-IX
           ELSE
               SUBTRACT 1 FROM WS-POINT-IX
           END-IF.

       SHOW-ONE-RESTORE-POINT.
           ADD 1 TO WS-POINT-IX
           MOVE WS-PNT-SET-NUMBER(WS-POINT-IX) TO LST-SET-NUMBER
           MOVE WS-PNT-BACKUP-DATE(WS-POINT-IX) TO LST-BACKUP-DATE
           MOVE WS-PNT-BACKUP-TIME(WS-POINT-IX) TO LST-BACKUP-TIME
           MOVE WS-PNT-BUSINESS-DATE(WS-POINT-IX)
               TO LST-BUSINESS-DATE
           MOVE WS-PNT-FAST-HIGH-N(WS-POINT-IX) TO LST-FAST-HIGH-N
           MOVE WS-PNT-WID-HIGH-N(WS-POINT-IX) TO LST-WID-HIGH-N
           MOVE WS-PNT-RECORDS(WS-POINT-IX) TO LST-RECORDS
           EVALUATE TRUE
               WHEN WS-PNT-FILES(WS-POINT-IX) NOT = WS-FILE-COUNT
                   MOVE "INCOMPLETE - NOT RESTORABLE" TO LST-STATUS
               WHEN NOT WS-SET-DATA-CHECKED
                   MOVE "DATA NOT CHECKED" TO LST-STATUS
               WHEN WS-PNT-DATA-FOUND(WS-POINT-IX)
                   MOVE "RESTORABLE" TO LST-STATUS
                   ADD 1 TO WS-RESTORABLE-COUNT
               WHEN OTHER
                   MOVE "GENERATION GONE" TO LST-STATUS
           END-EVALUATE
           DISPLAY WS-LIST-LINE.

      *>-----------------------------------------------------------
      *> one set of I/O paragraphs serves all seven files: each
      *> works on file WS-FILE-IX and leaves its status in
      *> WS-FILE-STATUS; a record read comes back space padded in
      *> WS-HASH-RECORD, a record to write is taken from BKS-DATA.
      *>-----------------------------------------------------------
       OPEN-CONTROL-INPUT.
           MOVE "N" TO WS-CONTROL-EOF-SW
           EVALUATE WS-FILE-IX
               WHEN 1
                   OPEN INPUT FIB-MASTER-FILE
                   MOVE WS-MASTER-STATUS TO WS-FILE-STATUS
               WHEN 2
                   OPEN INPUT FIB-REQMAST-FILE
                   MOVE WS-REQMAST-STATUS TO WS-FILE-STATUS
               WHEN 3
                   OPEN INPUT FIB-CALENDAR-FILE
                   MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS
               WHEN 4
                   OPEN INPUT FIB-SHIPCTL-FILE
                   MOVE WS-SHIPCTL-STATUS TO WS-FILE-STATUS
               WHEN 5
                   OPEN INPUT FIB-REGISTER-FILE
                   MOVE WS-REGISTER-STATUS TO WS-FILE-STATUS
               WHEN 6
                   OPEN INPUT FIB-RECYCLE-FILE
                   MOVE WS-RECYCLE-STATUS TO WS-FILE-STATUS
               WHEN 7
                   OPEN INPUT FIB-RUNCTL-FILE
                   MOVE WS-RUNCTL-STATUS TO WS-FILE-STATUS
           END-EVALUATE.

       OPEN-CONTROL-OUTPUT.
           EVALUATE WS-FILE-IX
               WHEN 1
                   OPEN OUTPUT FIB-MASTER-FILE
                   MOVE WS-MASTER-STATUS TO WS-FILE-STATUS
               WHEN 2
                   OPEN OUTPUT FIB-REQMAST-FILE
                   MOVE WS-REQMAST-STATUS TO WS-FILE-STATUS
               WHEN 3
                   OPEN OUTPUT FIB-CALENDAR-FILE
                   MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS
               WHEN 4
                   OPEN OUTPUT FIB-SHIPCTL-FILE
                   MOVE WS-SHIPCTL-STATUS TO WS-FILE-STATUS
               WHEN 5
                   OPEN OUTPUT FIB-REGISTER-FILE
                   MOVE WS-REGISTER-STATUS TO WS-FILE-STATUS
               WHEN 6
                   OPEN OUTPUT FIB-RECYCLE-FILE
                   MOVE WS-RECYCLE-STATUS TO WS-FILE-STATUS
               WHEN 7
                   OPEN OUTPUT FIB-RUNCTL-FILE
                   MOVE WS-RUNCTL-STATUS TO WS-FILE-STATUS
           END-EVALUATE.

       READ-CONTROL-RECORD.
           MOVE SPACES TO WS-HASH-RECORD
           EVALUATE WS-FILE-IX
               WHEN 1
                   READ FIB-MASTER-FILE
                       AT END MOVE "Y" TO WS-CONTROL-EOF-SW
                   END-READ
                   MOVE WS-MASTER-STATUS TO WS-FILE-STATUS
                   MOVE FIB-MASTER-RECORD TO WS-HASH-RECORD
               WHEN 2
                   READ FIB-REQMAST-FILE
                       AT END MOVE "Y" TO WS-CONTROL-EOF-SW
                   END-READ
                   MOVE WS-REQMAST-STATUS TO WS-FILE-STATUS
                   MOVE FIB-REQMAST-RECORD TO WS-HASH-RECORD
               WHEN 3
                   READ FIB-CALENDAR-FILE
                       AT END MOVE "Y" TO WS-CONTROL-EOF-SW
                   END-READ
                   MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS
                   MOVE FIB-CALENDAR-RECORD TO WS-HASH-RECORD
               WHEN 4
                   READ FIB-SHIPCTL-FILE
                       AT END MOVE "Y" TO WS-CONTROL-EOF-SW
                   END-READ
                   MOVE WS-SHIPCTL-STATUS TO WS-FILE-STATUS
                   MOVE FIB-SHIPCTL-RECORD TO WS-HASH-RECORD
               WHEN 5
                   READ FIB-REGISTER-FILE
                       AT END MOVE "Y" TO WS-CONTROL-EOF-SW
                   END-READ
                   MOVE WS-REGISTER-STATUS TO WS-FILE-STATUS
                   MOVE FIB-XTRREG-RECORD TO WS-HASH-RECORD
               WHEN 6
                   READ FIB-RECYCLE-FILE
                       AT END MOVE "Y" TO WS-CONTROL-EOF-SW
                   END-READ
                   MOVE WS-RECYCLE-STATUS TO WS-FILE-STATUS
                   MOVE FIB-RECYCLE-RECORD TO WS-HASH-RECORD
               WHEN 7
                   READ FIB-RUNCTL-FILE
                       AT END MOVE "Y" TO WS-CONTROL-EOF-SW
                   END-READ
                   MOVE WS-RUNCTL-STATUS TO WS-FILE-STATUS
                   MOVE FIB-RUNCTL-RECORD TO WS-HASH-RECORD
           END-EVALUATE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CONTROL-EOF-SW
               IF WS-FILE-STATUS NOT = "10"
                   DISPLAY "FIBBKUP: " WS-FILE-ID(WS-FILE-IX)
                       " READ ERROR - STATUS=" WS-FILE-STATUS
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
           END-IF.

       WRITE-CONTROL-RECORD.
           EVALUATE WS-FILE-IX
               WHEN 1
                   MOVE BKS-DATA TO FIB-MASTER-RECORD
                   WRITE FIB-MASTER-RECORD
                   MOVE WS-MASTER-STATUS TO WS-FILE-STATUS
               WHEN 2
                   MOVE BKS-DATA TO FIB-REQMAST-RECORD
                   WRITE FIB-REQMAST-RECORD
                   MOVE WS-REQMAST-STATUS TO WS-FILE-STATUS
               WHEN 3
                   MOVE BKS-DATA TO FIB-CALENDAR-RECORD
                   WRITE FIB-CALENDAR-RECORD
                   MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS
               WHEN 4
                   MOVE BKS-DATA TO FIB-SHIPCTL-RECORD
                   WRITE FIB-SHIPCTL-RECORD
                   MOVE WS-SHIPCTL-STATUS TO WS-FILE-STATUS
               WHEN 5
                   MOVE BKS-DATA TO FIB-XTRREG-RECORD
                   WRITE FIB-XTRREG-RECORD
                   MOVE WS-REGISTER-STATUS TO WS-FILE-STATUS
               WHEN 6
                   MOVE BKS-DATA TO FIB-RECYCLE-RECORD
                   WRITE FIB-RECYCLE-RECORD
                   MOVE WS-RECYCLE-STATUS TO WS-FILE-STATUS
               WHEN 7
                   MOVE BKS-DATA TO FIB-RUNCTL-RECORD
                   WRITE FIB-RUNCTL-RECORD
                   MOVE WS-RUNCTL-STATUS TO WS-FILE-STATUS
           END-EVALUATE
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-RESTORED-COUNT
           ELSE
               DISPLAY "FIBBKUP: " WS-FILE-ID(WS-FILE-IX)
                   " WRITE FAILED AT RECORD " BKS-SEQUENCE
                   " - STATUS=" WS-FILE-STATUS
               MOVE 24 TO WS-RETURN-CODE
           END-IF.

       CLOSE-CONTROL-FILE.
           EVALUATE WS-FILE-IX
               WHEN 1
                   CLOSE FIB-MASTER-FILE
               WHEN 2
                   CLOSE FIB-REQMAST-FILE
               WHEN 3
                   CLOSE FIB-CALENDAR-FILE
               WHEN 4
                   CLOSE FIB-SHIPCTL-FILE
               WHEN 5
                   CLOSE FIB-REGISTER-FILE
               WHEN 6
                   CLOSE FIB-RECYCLE-FILE
               WHEN 7
                   CLOSE FIB-RUNCTL-FILE
           END-EVALUATE.

      *>     counts the record in WS-HASH-RECORD against file
      *>     WS-FILE-IX and folds its bytes into the file's hash.
       HASH-CONTROL-RECORD.
           ADD 1 TO WS-FIL-COUNT(WS-FILE-IX)
           MOVE WS-FIL-HASH(WS-FILE-IX) TO WS-HASH-VALUE
           MOVE WS-FILE-LENGTH(WS-FILE-IX) TO WS-HASH-LENGTH
           MOVE 1 TO WS-HASH-POS
           PERFORM HASH-ONE-BYTE
               UNTIL WS-HASH-POS > WS-HASH-LENGTH
           MOVE WS-HASH-VALUE TO WS-FIL-HASH(WS-FILE-IX).

       HASH-ONE-BYTE.
           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * WS-HASH-MULTIPLIER
               + FUNCTION ORD(WS-HASH-RECORD(WS-HASH-POS:1))
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE
           ADD 1 TO WS-HASH-POS.
