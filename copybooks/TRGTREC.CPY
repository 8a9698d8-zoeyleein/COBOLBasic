      *****************************************************************
      *  TRGTREC.CPY -- Monthly target record for TARGETS.DAT
      *
      *  One record per month and response code management has set
      *  a target for, maintained by supervisors through LoveTgt.
      *  TG-TARGET-COUNT is the number of items the code is expected
      *  to settle in the month and TG-TARGET-NET the net settlement
      *  expected, in cents, both net of reversals. The record keeps
      *  who last set the target and when. LoveVar reports the
      *  month's actual filings against these figures.
      *****************************************************************
       01 TARGET-RECORD.
           05 TG-MONTH               PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 TG-CODE                PIC A(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 TG-TARGET-COUNT        PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 TG-TARGET-NET          PIC S9(11)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                 PIC X VALUE SPACE.
           05 TG-SET-BY              PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 TG-SET-DATE            PIC 9(8).
