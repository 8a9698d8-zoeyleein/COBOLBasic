      *  so the record key is sequence plus filing date; keying the
      *  sequence first keeps a bare sequence-number inquiry a direct
      *  keyed START even when months of days are loaded.
      *  RM-RESPONDENT-NO is zero for filings made before respondents
      *  were registered. RM-ORIG-DATE is the filing date of the
      *  record a reversal or correction points at, and is zero on
      *  originals. A fix filed before the date was carried names a
      *  record of its own day and is posted with that date.
      *****************************************************************
       01 MASTER-RECORD.
           05 RM-KEY.
           05 RM-REC-TYPE            PIC X.
           05 RM-ORIG-SEQ            PIC 9(6).
           05 RM-OPERATOR            PIC X(20).
           05 RM-RESPONDENT-NO       PIC 9(8).
           05 RM-ORIG-DATE           PIC 9(8).
