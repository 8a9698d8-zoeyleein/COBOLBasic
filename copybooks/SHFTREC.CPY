      *****************************************************************
      *  SHFTREC.CPY -- Shift-balance record for SHIFTBAL.YYYYMMDD.DAT
      *
      *  One record per operator per day. LoveShft writes it when the
      *  operator signs off, with the item count and total amount the
      *  operator declares having keyed; the operator is never shown
      *  the system's own figures. LoveBal fills in what the operator
      *  actually filed that day - audit log, station captures not yet
      *  merged, suspects still waiting and entries held for release -
      *  and marks the record balanced or in difference. An operator
      *  with filings but no declaration gets a record from LoveBal
      *  marked undeclared. A difference or an undeclared record stays
      *  outstanding until a supervisor clears it in LoveClr with a
      *  reason; the figures cleared are the actual figures on the
      *  record, so a later change in them reopens the difference.
      *****************************************************************
       01 SHIFT-BALANCE-RECORD.
           05 SB-OPERATOR-ID         PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-STATION             PIC X(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-STATUS              PIC X.
               88 SB-DECLARED        VALUE 'D'.
               88 SB-BALANCED        VALUE 'B'.
               88 SB-DIFFERENCE      VALUE 'X'.
               88 SB-UNDECLARED      VALUE 'U'.
               88 SB-CLEARED         VALUE 'C'.
               88 SB-OUTSTANDING     VALUE 'X' 'U'.
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-DECLARED-DATE       PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-DECLARED-TIME       PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-DECLARED-COUNT      PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-DECLARED-AMOUNT     PIC 9(7)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-ACTUAL-COUNT        PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-ACTUAL-AMOUNT       PIC 9(7)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-CLEARED-BY          PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-CLEARED-DATE        PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-CLEARED-TIME        PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 SB-CLEAR-REASON        PIC X(40).
