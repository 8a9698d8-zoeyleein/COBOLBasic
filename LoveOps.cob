           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE        PIC X(40).
       01 WS-FROM-PARM           PIC X(8).
      *    exceptions section is judged against. Supervision treats a
      *    reversal rate past one in ten as worth a look, but only
      *    once an operator has reversed at least three entries, so a
      *    single slip on a slow day is not flagged. The hours and
      *    the rate stand as below unless the system parameter file
      *    sets them.
       01 WS-NORMAL-OPEN-TIME    PIC 9(6) VALUE 070000.
       01 WS-NORMAL-CLOSE-TIME   PIC 9(6) VALUE 190000.
       01 WS-REV-RATE-THRESHOLD  PIC 9(3) VALUE 10.
       01 WS-PRINT-TIME          PIC 9(6).
       01 WS-PRINT-TIME-2        PIC 9(6).

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-OPEN-TIME       PIC X(8) VALUE "default".
       01 WS-SRC-CLOSE-TIME      PIC X(8) VALUE "default".
       01 WS-SRC-REV-RATE-PCT    PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM GET-DATE-RANGE.

           DISPLAY "===== Operator activity report =====".
           PERFORM PRINT-EXCEPTIONS.
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
               WHEN "OPEN-TIME"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER <= 235959
                       MOVE SP-NUMBER TO WS-NORMAL-OPEN-TIME
                       MOVE "SYSPARM" TO WS-SRC-OPEN-TIME
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "CLOSE-TIME"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER <= 235959
                       MOVE SP-NUMBER TO WS-NORMAL-CLOSE-TIME
                       MOVE "SYSPARM" TO WS-SRC-CLOSE-TIME
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "REV-RATE-PCT"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER <= 100
                       MOVE SP-NUMBER TO WS-REV-RATE-THRESHOLD
                       MOVE "SYSPARM" TO WS-SRC-REV-RATE-PCT
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
           MOVE WS-NORMAL-OPEN-TIME TO WS-PARM-SHOW.
           DISPLAY "  OPEN-TIME            " WS-PARM-SHOW " "
                   WS-SRC-OPEN-TIME.
           MOVE WS-NORMAL-CLOSE-TIME TO WS-PARM-SHOW.
           DISPLAY "  CLOSE-TIME           " WS-PARM-SHOW " "
                   WS-SRC-CLOSE-TIME.
           MOVE WS-REV-RATE-THRESHOLD TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  REV-RATE-PCT         " WS-PARM-SHOW " "
                   WS-SRC-REV-RATE-PCT.
           DISPLAY " ".

       GET-DATE-RANGE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-FROM-PARM WS-TO-PARM.
           ELSE
               EVALUATE AR-ACTION
                   WHEN "FILED"
                   WHEN "RELEASED"
                       ADD 1 TO WS-TBL-OP-FILED(WS-OPER-SUB)
                   WHEN "REVERSAL"
                       ADD 1 TO WS-TBL-OP-REVERSAL(WS-OPER-SUB)
