      *****************************************************************
      *  RLIMREC.CPY -- Supervisor release limits for RELLIMIT.DAT
      *
      *  A single record holding the limits above which an entry is
      *  held for supervisor release instead of being filed: the
      *  response amount, and the size of the adjustment either way.
      *  Read at startup by every program that holds entries; when
      *  the file is absent each program falls back to its own
      *  default limits and says so.
      *****************************************************************
       01 RELEASE-LIMIT-RECORD.
           05 RL-AMOUNT-LIMIT        PIC 9(3)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 RL-ADJUSTMENT-LIMIT    PIC 9(3).
