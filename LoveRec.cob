           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveRec [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
           END-IF.

      *    The verdict goes to both the paper report and the
      *    console so the operator still sees pass/fail at a glance;
      *    an out-of-balance day also ends the run with a nonzero
      *    return code so LoveNite stops the stream here.
       PRINT-VERDICT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
                      WS-PRINT-COUNT " problem(s) listed above."
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
