      *    Retransmit records are byte images of EXTRACTREC so the
      *    file can be appended to the next day's transmission as-is.
       FD  RETRAN-FILE.
       01 RETRAN-RECORD              PIC X(65).

       FD  PRINT-FILE.
       01 PRINT-RECORD               PIC X(132).
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveAck [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " WS-EXTRACT-FILENAME
                       " - status " WS-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RETRAN-FILE.
