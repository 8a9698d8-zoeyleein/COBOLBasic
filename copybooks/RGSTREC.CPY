      *****************************************************************
      *  RGSTREC.CPY -- Respondent registry record for RESPREG.DAT
      *
      *  One record per registered respondent. The respondent number
      *  is permanent: it is assigned once by LoveReg, never reused,
      *  and rides on every response, extract and master record
      *  filed for that person, so one person's filings can be
      *  followed across days even though RR-SEQ restarts daily.
      *  Respondents are never deleted, only marked inactive, so old
      *  filings still resolve to a name. Read at startup by every
      *  program that takes a respondent number.
      *****************************************************************
       01 RESPONDENT-RECORD.
           05 RG-RESPONDENT-NO       PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 RG-NAME                PIC X(30).
           05 FILLER                 PIC X VALUE SPACE.
           05 RG-BIRTH-DATE          PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 RG-STATUS              PIC X.
               88 RG-ACTIVE          VALUE 'A'.
               88 RG-INACTIVE        VALUE 'I'.
           05 FILLER                 PIC X VALUE SPACE.
           05 RG-REGISTERED-DATE     PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 RG-REGISTERED-BY       PIC X(20).
