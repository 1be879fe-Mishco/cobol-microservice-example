      *>--------------------------------------------------------------
      *> FIBSTO - standing-order master record layout.
      *> Record area for the keyed standing-order master (FIBSTOM)
      *> FIBSUTL maintains and FIBSGEN reads each night.  One record
      *> is one request that repeats on a schedule: the requestor,
      *> N, mode and seed pair exactly as on a FIBREQS record, how
      *> often it falls due, and the business dates it is good for.
      *> STO-FREQUENCY is one of
      *>     DAILY     every business day
      *>     MON..FRI  every business day falling on that weekday
      *>     FIRSTBD   the first business day of each month
      *>     LASTBD    the last business day of each month
      *> (business days as the processing calendar FIBCAL has them).
      *> STO-SEED0/1 are zero-padded digits, or both spaces for the
      *> standard 0-and-1 pair.  A suspended order (STO-STATUS "S")
      *> stays on file and generates nothing until it is changed.
      *>--------------------------------------------------------------
       01  FIB-STANDING-RECORD.
           05  STO-ORDER-ID            PIC X(8).
           05  FILLER                  PIC X(1).
           05  STO-REQUESTOR           PIC X(8).
           05  FILLER                  PIC X(1).
           05  STO-N                   PIC 9(8).
           05  FILLER                  PIC X(1).
           05  STO-MODE                PIC X(1).
           05  FILLER                  PIC X(1).
           05  STO-SEED0               PIC X(18).
           05  FILLER                  PIC X(1).
           05  STO-SEED1               PIC X(18).
           05  FILLER                  PIC X(1).
           05  STO-FREQUENCY           PIC X(7).
           05  FILLER                  PIC X(1).
           05  STO-START-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  STO-STOP-DATE           PIC X(8).
           05  FILLER                  PIC X(1).
           05  STO-STATUS              PIC X(1).
               88  STO-ACTIVE                   VALUE "A".
               88  STO-SUSPENDED                VALUE "S".
