                   OR WS-DATE-PARM IS NOT NUMERIC
               DISPLAY "Usage: LoveArch ARCHIVE CUTOFFDATE"
               DISPLAY "       LoveArch RESTORE YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATE-PARM TO WS-CUTOFF-DATE.
           IF WS-CUTOFF-INT = ZERO
               DISPLAY "Usage: LoveArch ARCHIVE CUTOFFDATE"
               DISPLAY "       LoveArch RESTORE YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               CLOSE RESPONSE-FILE
               DISPLAY WS-RESPONSE-FILENAME " already exists - "
                       "restore refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "No archive " WS-ARCHIVE-FILENAME
                       " - status " WS-ARCHIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
