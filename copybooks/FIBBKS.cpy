      *>--------------------------------------------------------------
      *> FIBBKS - control-file backup set record layout.
      *> One generation of FIB.CONTROL.BACKUP (FIBBKSET) holds one
      *> numbered backup set written by FIBBKUP BACKUP: a header
      *> record, then every record of each file in the set in file
      *> order, then an end record.  BKS-FILE-ID is the DD name the
      *> stream knows the file by:
      *>     *HEADER*  set header - backup date and time and the
      *>               FIBCAL business date, in BKS-HEADER-DATA
      *>     FIBMAST   term master          FIB.MASTER.KSDS
      *>     FIBRQMT   requestor master     FIB.REQMAST.KSDS
      *>     FIBCAL    processing calendar  FIB.PROCESS.CALENDAR
      *>     FIBSHIP   shipped-terms ctl    FIB.SHIPPED.CTL
      *>     FIBXREG   shipment register    FIB.EXTRACT.REGISTER
      *>     FIBRCYC   reject recycle file  FIB.RECYCLE.SEQ
      *>     FIBRUNC   run control (lock)   FIB.RUN.CONTROL
      *>     *END*     end of set - BKS-SEQUENCE is the number of
      *>               file records written
      *> A data record carries the file's record image, space
      *> padded, in BKS-DATA and its position in the file in
      *> BKS-SEQUENCE.  The counts and hashes that prove a set are
      *> on the manifest (see FIBBKM copy), not here.
      *>--------------------------------------------------------------
       01  FIB-BACKUP-SET-RECORD.
           05  BKS-SET-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  BKS-FILE-ID             PIC X(8).
           05  FILLER                  PIC X(1).
           05  BKS-SEQUENCE            PIC 9(9).
           05  FILLER                  PIC X(1).
           05  BKS-DATA                PIC X(160).
           05  BKS-HEADER-DATA REDEFINES BKS-DATA.
               10  BKS-BACKUP-DATE     PIC X(8).
               10  FILLER              PIC X(1).
               10  BKS-BACKUP-TIME     PIC X(6).
               10  FILLER              PIC X(1).
               10  BKS-BUSINESS-DATE   PIC X(8).
               10  FILLER              PIC X(136).
