      *****************************************************************
      *  PENDREC.CPY -- Pending-release record for PENDREL.DAT
      *
      *  One record per entry held back from filing because its
      *  amount or adjustment is above the supervisor release limit.
      *  Written by Loveyou (WRITE-BATCH), LoveLoad, LoveRcyc,
      *  LoveMrg and LoveSusp in place of the filing chain; a
      *  station capture held by LoveMrg or LoveSusp carries the
      *  capturing operator as keyer. Worked by LoveRlse, which either
      *  files the entry under a new sequence number or declines it
      *  with a reason. Records are never removed - the status and
      *  the action fields show what became of each hold, who acted
      *  on it and when. The same layout is used for the dated
      *  DECLINED.YYYYMMDD.DAT file LoveRlse writes on a decline.
      *****************************************************************
       01 PENDING-RECORD.
           05 PH-HOLD-NO             PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-STATUS              PIC X.
               88 PH-PENDING         VALUE 'P'.
               88 PH-RELEASED        VALUE 'R'.
               88 PH-DECLINED        VALUE 'D'.
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-SOURCE              PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-KEYED-BY            PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-HELD-DATE           PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-HELD-TIME           PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-HOLD-REASON         PIC X.
               88 PH-OVER-AMOUNT     VALUE 'A'.
               88 PH-OVER-ADJUSTMENT VALUE 'J'.
               88 PH-OVER-BOTH       VALUE 'B'.
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-ANSWER              PIC X(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-AGE                 PIC 9(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-CODE                PIC A(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-ADJUSTMENT          PIC S9(3)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-AMOUNT              PIC 9(3)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-ACTION-BY           PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-ACTION-DATE         PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-ACTION-TIME         PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-FILING-DATE         PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-RELEASE-SEQ         PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-DECLINE-REASON      PIC X(40).
           05 FILLER                 PIC X VALUE SPACE.
           05 PH-RESPONDENT-NO       PIC 9(8).
