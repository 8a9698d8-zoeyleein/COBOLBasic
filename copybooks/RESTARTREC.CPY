           05 CK-CODE                PIC A(3).
           05 CK-ADJUSTMENT          PIC S9(3).
           05 CK-AMOUNT              PIC 9(3)V99.
           05 CK-RESPONDENT-NO       PIC 9(8).
