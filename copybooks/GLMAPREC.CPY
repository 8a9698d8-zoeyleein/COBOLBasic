      *****************************************************************
      *  GLMAPREC.CPY -- General-ledger account map for GLMAP.DAT
      *
      *  One record per response code naming the ledger account its
      *  net settlement is debited to and the account it is credited
      *  to. A single record keyed *** carries the accounts used for
      *  any code that has no mapping of its own: normally the usual
      *  clearing account on the debit side and the suspense account
      *  on the credit side, so unmapped money is parked for the
      *  ledger team rather than dropped from the journal.
      *****************************************************************
       01 GL-MAP-RECORD.
           05 GM-CODE                PIC X(3).
               88 GM-SUSPENSE-ROW    VALUE '***'.
           05 FILLER                 PIC X VALUE SPACE.
           05 GM-DEBIT-ACCOUNT       PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 GM-CREDIT-ACCOUNT      PIC X(10).
