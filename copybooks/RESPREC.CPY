      *  the reversal/correction pairs LoveFix appends after filing;
      *  records written before those fields existed read back with
      *  spaces there and are treated as originals. Report programs
      *  net reversals out of their tallies. RR-RESPONDENT-NO is the
      *  registry number of the person who filed; it too reads back
      *  as spaces on older records. RR-ORIG-DATE is the filing date
      *  of the record a reversal or correction points at, so a fix
      *  carried into a later open day still names its original; it
      *  is zero on originals and spaces on older records, where the
      *  original is in the same day's file.
      *****************************************************************
       01 RESPONSE-RECORD.
           05 RR-MYANSWER            PIC X(3).
               88 RR-REVERSAL        VALUE 'V'.
               88 RR-CORRECTION      VALUE 'C'.
           05 RR-ORIG-SEQ            PIC 9(6).
           05 RR-RESPONDENT-NO       PIC 9(8).
           05 RR-ORIG-DATE           PIC 9(8).
