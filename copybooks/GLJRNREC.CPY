      *****************************************************************
      *  GLJRNREC.CPY -- General-ledger journal record for GLJRNL.
      *                  YYYYMMDD.DAT
      *
      *  Written by LoveGL from the day's settlement sub-ledger. The
      *  first record is the header (tag H) carrying the journal
      *  date; each response code with a net settlement then gets a
      *  debit entry and a credit entry (tag E) for the same amount;
      *  the last record is the trailer (tag T) with the entry count
      *  and the debit and credit control totals the ledger balances
      *  the feed against. Entry amounts are always positive - the
      *  D/C flag says which side they post to - while the trailer
      *  net settlement keeps its sign so it can be read straight
      *  against CT-NET-SETTLEMENT.
      *****************************************************************
       01 GL-JOURNAL-RECORD.
           05 GJ-TAG                 PIC X.
               88 GJ-HEADER-REC      VALUE 'H'.
               88 GJ-ENTRY-REC       VALUE 'E'.
               88 GJ-TRAILER-REC     VALUE 'T'.
           05 FILLER                 PIC X VALUE SPACE.
           05 GJ-BODY                PIC X(60).
           05 GJ-HEADER REDEFINES GJ-BODY.
               10 GJ-HD-JOURNAL-DATE PIC 9(8).
               10 FILLER             PIC X.
               10 GJ-HD-CREATED-DATE PIC 9(8).
               10 FILLER             PIC X.
               10 GJ-HD-CREATED-TIME PIC 9(6).
               10 FILLER             PIC X(36).
           05 GJ-ENTRY REDEFINES GJ-BODY.
               10 GJ-EN-LINE-NO      PIC 9(4).
               10 FILLER             PIC X.
               10 GJ-EN-CODE         PIC X(3).
               10 FILLER             PIC X.
               10 GJ-EN-ACCOUNT      PIC X(10).
               10 FILLER             PIC X.
               10 GJ-EN-DR-CR        PIC X.
                   88 GJ-EN-DEBIT    VALUE 'D'.
                   88 GJ-EN-CREDIT   VALUE 'C'.
               10 FILLER             PIC X.
               10 GJ-EN-AMOUNT       PIC 9(9)V99.
               10 FILLER             PIC X.
               10 GJ-EN-SUSPENSE     PIC X.
                   88 GJ-EN-UNMAPPED VALUE 'S'.
               10 FILLER             PIC X(25).
           05 GJ-TRAILER REDEFINES GJ-BODY.
               10 GJ-TR-ENTRY-COUNT  PIC 9(6).
               10 FILLER             PIC X.
               10 GJ-TR-DEBIT-TOTAL  PIC 9(9)V99.
               10 FILLER             PIC X.
               10 GJ-TR-CREDIT-TOTAL PIC 9(9)V99.
               10 FILLER             PIC X.
               10 GJ-TR-NET-SETTLEMENT PIC S9(11)
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 FILLER             PIC X(17).
