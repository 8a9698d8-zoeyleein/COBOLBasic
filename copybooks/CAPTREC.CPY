           05 CP-ADJUSTMENT          PIC S9(3).
           05 CP-AMOUNT              PIC 9(3)V99.
           05 CP-OPERATOR            PIC X(20).
           05 CP-RESPONDENT-NO       PIC 9(8).
