      *>--------------------------------------------------------------
      *> FIBCMS - night-over-night comparison summary line.
      *> FIBCMP ends every comparison report (FIBCMPR) with this one
      *> line, so FIBOPS can pick the night's verdict off the report
      *> without re-running the comparison: the newest line whose
      *> CMS-BUSINESS-DATE is the night under review wins.  FIBXTR
      *> will not ship, and FIBCALR will not roll the calendar,
      *> without such a line for the night, or on VALUES CHANGED.
      *>     NO CHANGES        every term on both files agreed
      *>     VALUES CHANGED    a term's value differs from the prior
      *>                       generation - the step ended RC 20
      *>     CHANGES ACCEPTED  values differed, but the operator ran
      *>                       with PARM ACCEPT after a deliberate
      *>                       change (RC 04)
      *>     SEEDS DIFFER      the files were computed from different
      *>                       seed pairs, so no value was compared
      *>     FIRST NIGHT       no prior generation held any terms
      *>--------------------------------------------------------------
       01  FIB-CMP-SUMMARY.
           05  CMS-ID                  PIC X(15)
                                       VALUE "COMPARE SUMMARY".
               88  CMS-SUMMARY-LINE             VALUE
                                       "COMPARE SUMMARY".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CMS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE " CHANGED ".
           05  CMS-CHANGED-COUNT       PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(13)
                                       VALUE " DISAPPEARED ".
           05  CMS-DISAPPEARED-COUNT   PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(5) VALUE " NEW ".
           05  CMS-NEW-COUNT           PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(7) VALUE " ADDED ".
           05  CMS-ADDED-COUNT         PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(9) VALUE " VERDICT ".
           05  CMS-VERDICT             PIC X(16) VALUE SPACES.
               88  CMS-NO-CHANGES               VALUE "NO CHANGES".
               88  CMS-VALUES-CHANGED           VALUE "VALUES CHANGED".
               88  CMS-CHANGES-ACCEPTED         VALUE
                                       "CHANGES ACCEPTED".
               88  CMS-SEEDS-DIFFER             VALUE "SEEDS DIFFER".
               88  CMS-FIRST-NIGHT              VALUE "FIRST NIGHT".
