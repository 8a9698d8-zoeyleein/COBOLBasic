           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "No response file found for today: "
                       WS-RESPONSE-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PRINT-A-LINE.

      *    The operator still sees pass/fail at a glance; the full
      *    figures live in the print file for filing. A control
      *    mismatch, or no control record at all, ends the run with
      *    a nonzero return code so LoveNite stops the stream here.
       PRINT-CONSOLE-SUMMARY.
           DISPLAY "===== Loveyou Daily Summary Report =====".
           DISPLAY "Total responses: " WS-TOTAL-COUNT.
           IF NOT CONTROL-PRESENT
               DISPLAY "No control record on file for "
                       WS-RUN-YYYYMMDD "."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-COUNT = 0
                   DISPLAY "Control record agrees with report."
               ELSE
                   DISPLAY "*** " WS-MISMATCH-COUNT " CONTROL "
                           "MISMATCH(ES) - SEE REPORT ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Report written to " WS-PRINT-FILENAME ".".
