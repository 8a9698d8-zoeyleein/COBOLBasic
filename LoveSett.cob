           SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD    PIC 9(8).
       01 WS-PRINT-AMOUNT        PIC $$$$,$$$,$$9.99-.
       01 WS-PRINT-SIGNED        PIC +ZZZ,ZZZ,ZZZ,ZZ9.

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-CODE-FILE       PIC X(8) VALUE "default".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM BUILD-FILENAMES.
           DISPLAY "===== Settlement sub-ledger by response code "
                   "for " WS-RUN-YYYYMMDD " =====".
           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "No response file found: "
                       WS-RESPONSE-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM TIE-TO-CONTROL-RECORD.
           STOP RUN.

      *    Settings come from the shared parameter file; one the
      *    file does not carry, or carries out of range, keeps the
      *    value built in here.
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               MOVE 'N' TO WS-PARM-EOF
               PERFORM UNTIL PARM-EOF
                   READ SYSTEM-PARM-FILE
                       AT END
                           SET PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-SYSTEM-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE SYSTEM-PARM-FILE
           ELSE
               DISPLAY "Warning: no system parameter file - "
                       "built-in settings in effect."
           END-IF.
           PERFORM SHOW-SYSTEM-PARAMETERS.

       APPLY-SYSTEM-PARAMETER.
           EVALUATE SP-NAME
               WHEN "CODE-FILE"
                   IF SP-VALUE NOT = SPACES
                       MOVE SP-VALUE TO WS-CODE-FILENAME
                       MOVE "SYSPARM" TO WS-SRC-CODE-FILE
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REJECT-SYSTEM-PARAMETER.
           DISPLAY "Warning: setting " FUNCTION TRIM(SP-NAME)
                   " is not valid - built-in value kept.".

       SHOW-SYSTEM-PARAMETERS.
           DISPLAY "Settings in effect:".
           DISPLAY "  CODE-FILE            " WS-CODE-FILENAME " "
                   WS-SRC-CODE-FILE.
           DISPLAY " ".

       BUILD-FILENAMES.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM = SPACES
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveSett [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
           ADD WS-TBL-LG-NET(WS-LED-IDX) TO WS-TOTAL-NET.

      *    The sub-ledger is only fit for allocation if its grand
      *    total is the same money the day's control record settled;
      *    when it is not, or there is no control record to tie it
      *    to, the run ends with a nonzero return code so LoveNite
      *    stops the stream here.
       TIE-TO-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
           IF NOT CONTROL-PRESENT
               DISPLAY "No control record on file for "
                       WS-RUN-YYYYMMDD " - grand total not tied."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-MISMATCH-COUNT
               IF WS-CT-GROSS-AMOUNT NOT = WS-TOTAL-GROSS
               IF WS-MISMATCH-COUNT = 0
                   DISPLAY "Sub-ledger grand total ties to the "
                           "control record."
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
