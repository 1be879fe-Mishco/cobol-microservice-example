      *>--------------------------------------------------------------
      *> FIBBKM - control-file backup manifest record layout.
      *> FIB.BACKUP.MANIFEST (FIBBKMAN) gets one record per file
      *> for every backup set FIBBKUP BACKUP writes, appended only
      *> after the whole set is on its FIB.CONTROL.BACKUP
      *> generation - a set with fewer than the seven file records
      *> here never finished and is not a restore point.  Each
      *> record repeats the set's identity (number, backup date
      *> and time, the FIBCAL business date and the FAST and WID
      *> SHP-HIGH-N values on FIB.SHIPPED.CTL at the time) so the
      *> restore points can be listed from the manifest alone.
      *> BKM-RECORD-COUNT and BKM-HASH describe the file as it was
      *> backed up; RESTORE checks the set against them before it
      *> touches anything and checks the restored files against
      *> them afterwards.  The hash is a running polynomial over
      *> every byte of every record in file order (modulus
      *> 999999937), so a changed, lost or reordered record shows.
      *>--------------------------------------------------------------
       01  FIB-BACKUP-MANIFEST-RECORD.
           05  BKM-SET-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  BKM-BACKUP-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  BKM-BACKUP-TIME         PIC X(6).
           05  FILLER                  PIC X(1).
           05  BKM-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  BKM-FAST-HIGH-N         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BKM-WID-HIGH-N          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BKM-FILE-ID             PIC X(8).
           05  FILLER                  PIC X(1).
           05  BKM-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BKM-HASH                PIC 9(9).
