               88 ER-CORRECTION      VALUE 'C'.
           05 FILLER                 PIC X VALUE SPACE.
           05 ER-ORIG-SEQ            PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 ER-RESPONDENT-NO       PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 ER-ORIG-DATE           PIC 9(8).
