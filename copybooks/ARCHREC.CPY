               88 AH-EXTRACT-REC     VALUE 'E'.
               88 AH-AUDIT-REC       VALUE 'A'.
               88 AH-CONTROL-REC     VALUE 'C'.
           05 AH-IMAGE               PIC X(72).
           05 AH-MANIFEST REDEFINES AH-IMAGE.
               10 AH-MF-DATE         PIC 9(8).
               10 AH-MF-RESP-COUNT   PIC 9(6).
               10 AH-MF-AUDIT-COUNT  PIC 9(6).
               10 AH-MF-RESP-AMOUNT  PIC 9(9)V99.
               10 AH-MF-EXTR-AMOUNT  PIC 9(9)V99.
               10 FILLER             PIC X(24).
