      *****************************************************************
      *  REFLOGREC.CPY -- Reference-data change record for REFCHG.LOG
      *
      *  One record per change made through LoveCode, LoveOper,
      *  LoveCal, LoveReg, LoveParm or LoveTgt: every add, retire,
      *  reactivate and role change on the code and operator
      *  masters, every open, close and drop on the business
      *  calendar, every registration, update and status change on
      *  the respondent registry, every setting set or reset on the
      *  system parameter file, and every monthly target added,
      *  changed or dropped. The log is only ever appended to. The
      *  before and after images are the master record as it stood
      *  either side of the change, in that master's own layout; the
      *  before image of an add and the after image of a drop are
      *  blank. Listed by LoveChg.
      *****************************************************************
       01 REFERENCE-CHANGE-RECORD.
           05 RF-TIMESTAMP.
               10 RF-TS-DATE         PIC 9(8).
               10 RF-TS-TIME         PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 RF-OPERATOR-ID         PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 RF-FILE                PIC X(10).
               88 RF-CODE-MASTER     VALUE "RESPCODES".
               88 RF-OPER-MASTER     VALUE "OPERMAST".
               88 RF-CALENDAR        VALUE "BUSCAL".
               88 RF-REGISTRY        VALUE "RESPREG".
               88 RF-SYSTEM-PARMS    VALUE "SYSPARM".
               88 RF-TARGETS         VALUE "TARGETS".
           05 FILLER                 PIC X VALUE SPACE.
           05 RF-KEY                 PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 RF-ACTION              PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 RF-BEFORE-IMAGE        PIC X(60).
           05 FILLER                 PIC X VALUE SPACE.
           05 RF-AFTER-IMAGE         PIC X(60).
