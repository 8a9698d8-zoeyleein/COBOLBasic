      *****************************************************************
      *  SCRNREC.CPY -- Screening review record for SCREEN.YYYYMMDD.DAT
      *
      *  One record per reason an item filed that day fell outside
      *  its response code's profile, written by LoveScrn. The
      *  profile is built from RESPMAST.DAT over the days before the
      *  filing date; SR-TYPICAL-LOW and SR-TYPICAL-HIGH are the band
      *  the item was judged against, in cents - the amount band for
      *  the amount reasons, the adjustment band for the adjustment
      *  reason. An item outside both bands has two records. Codes
      *  with too little history are not screened and have no
      *  records here; the LoveScrn report lists them as unprofiled.
      *****************************************************************
       01 SCREEN-REVIEW-RECORD.
           05 SR-FILE-DATE           PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-SEQ                 PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-REC-TYPE            PIC X.
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-CODE                PIC A(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-AMOUNT              PIC 9(3)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-ADJUSTMENT          PIC S9(3)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-OPERATOR            PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-RESPONDENT-NO       PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-REASON-CODE         PIC X.
               88 SR-AMOUNT-HIGH     VALUE 'H'.
               88 SR-AMOUNT-LOW      VALUE 'L'.
               88 SR-ADJUSTMENT-OUT  VALUE 'J'.
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-TYPICAL-LOW         PIC S9(5)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-TYPICAL-HIGH        PIC S9(5)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                 PIC X VALUE SPACE.
           05 SR-REASON              PIC X(40).
