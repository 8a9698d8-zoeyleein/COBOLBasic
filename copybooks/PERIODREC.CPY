      *****************************************************************
      *  PERIODREC.CPY -- Accounting period status for PERIOD.DAT
      *
      *  One record per calendar month a supervisor has closed,
      *  maintained by LovePer. A month with no record, or one
      *  reopened, is open for posting. Every program that files
      *  responses or writes a control record refuses to post into a
      *  closed month; back-dated work is carried into the first
      *  open business day instead. The record keeps who last closed
      *  the month and, if it was ever reopened, who reopened it,
      *  when and why. At each close LovePer also writes the month's
      *  daily control records to CLOSE.YYYYMM.DAT (CTLREC layout),
      *  which LovePchk compares against to find days changed since.
      *****************************************************************
       01 PERIOD-RECORD.
           05 PS-MONTH               PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-STATUS              PIC X.
               88 PS-OPEN            VALUE 'O'.
               88 PS-CLOSED          VALUE 'C'.
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-CLOSED-BY           PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-CLOSED-DATE         PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-CLOSED-TIME         PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-REOPENED-BY         PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-REOPENED-DATE       PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-REOPENED-TIME       PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 PS-REOPEN-REASON       PIC X(40).
