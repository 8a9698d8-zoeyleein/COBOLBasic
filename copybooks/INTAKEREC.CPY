      *  fields are character so a badly keyed line still reads; the
      *  load program applies the same edits as the interactive
      *  prompts and rejects what fails. Adjustment is keyed with a
      *  leading sign (e.g. -050), amount in whole cents, then the
      *  respondent's registry number.
      *****************************************************************
       01 INTAKE-RECORD.
           05 IN-ANSWER              PIC X(3).
           05 IN-ADJUSTMENT          PIC X(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 IN-AMOUNT              PIC X(5).
           05 FILLER                 PIC X VALUE SPACE.
           05 IN-RESPONDENT-NO       PIC X(8).
