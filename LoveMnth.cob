           SELECT MONTHLY-FILE ASSIGN DYNAMIC WS-MONTHLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHLY-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                 PIC X VALUE SPACE.
           05 MC-SEQ-HASH            PIC 9(12).

       FD  ARCHIVE-FILE.
           COPY ARCHREC.

       FD  PERIOD-FILE.
           COPY PERIODREC.

       WORKING-STORAGE SECTION.
       01 WS-MONTH-PARM          PIC X(6).
       01 WS-MONTH-YYYYMM        PIC 9(6).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-MONTHLY-FILENAME    PIC X(25).
       01 WS-MONTHLY-FILE-STATUS PIC X(2).
       01 WS-ARCHIVE-FILENAME    PIC X(25).
       01 WS-ARCHIVE-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-DAY-PRESENT         PIC X VALUE 'N'.
           88 DAY-PRESENT        VALUE 'Y'.

      *    A day's control record, read from the live file or, once
      *    the day has been archived, from the image carried in its
      *    archive.
       01 WS-DAY-CONTROL.
           05 WS-DAY-IMAGE       PIC X(64).
           05 WS-DAY-VIEW REDEFINES WS-DAY-IMAGE.
               10 WS-DAY-CT-DATE PIC 9(8).
               10 FILLER         PIC X.
               10 WS-DAY-CT-COUNT PIC 9(6).
               10 FILLER         PIC X.
               10 WS-DAY-CT-GROSS PIC 9(9)V99.
               10 FILLER         PIC X.
               10 WS-DAY-CT-ADJUSTMENTS PIC S9(9)
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 FILLER         PIC X.
               10 WS-DAY-CT-NET  PIC S9(11)
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 FILLER         PIC X.
               10 WS-DAY-CT-HASH PIC 9(12).
       01 WS-PERIOD-FILENAME     PIC X(25) VALUE "PERIOD.DAT".
       01 WS-PERIOD-FILE-STATUS  PIC X(2).
       01 WS-PERIOD-EOF          PIC X VALUE 'N'.
           88 PERIOD-EOF         VALUE 'Y'.
       01 WS-PERIOD-SWITCH       PIC X VALUE 'Y'.
           88 PERIOD-OPEN        VALUE 'Y'.

       01 WS-FILED-DAYS          PIC 9(2) VALUE ZERO.
       01 WS-MISSING-DAYS        PIC 9(2) VALUE ZERO.
       01 WS-MONTH-COUNT         PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-MONTH-PARM.
           PERFORM CHECK-PERIOD-OPEN.
           IF NOT PERIOD-OPEN
               DISPLAY "Period " WS-MONTH-YYYYMM " is closed - its "
                       "statement stands as signed off and is not "
                       "rewritten."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Month-end settlement statement for "
                   WS-MONTH-YYYYMM " =====".
           DISPLAY " ".
           IF WS-MONTH-PARM = SPACES
                   OR WS-MONTH-PARM IS NOT NUMERIC
               DISPLAY "Usage: LoveMnth YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MONTH-PARM TO WS-MONTH-YYYYMM.

      *    Once a supervisor has closed the month the statement it was
      *    closed against must not change underneath the sign-off.
       CHECK-PERIOD-OPEN.
           MOVE 'Y' TO WS-PERIOD-SWITCH.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL PERIOD-EOF
                   READ PERIOD-FILE
                       AT END
                           SET PERIOD-EOF TO TRUE
                       NOT AT END
                           IF PS-MONTH = WS-MONTH-YYYYMM
                                   AND PS-CLOSED
                               MOVE 'N' TO WS-PERIOD-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

      *    A day number the calendar does not hold (e.g. the 31st of
      *    a 30-day month) is neither filed nor missing - it is just
      *    skipped.
           IF WS-DAY-INT = ZERO
               CONTINUE
           ELSE
               PERFORM READ-DAY-CONTROL
               IF DAY-PRESENT
                   PERFORM PRINT-DAY-LINE
                   PERFORM ROLL-DAY-TOTALS
               ELSE
                   ADD 1 TO WS-MISSING-DAYS
                   DISPLAY WS-DAY-DATE "  *** NO CONTROL RECORD - "
                           "MISSED OR LOST FILING DAY ***"
               END-IF
           END-IF.

       READ-DAY-CONTROL.
           MOVE 'N' TO WS-DAY-PRESENT.
           MOVE SPACES TO WS-DAY-IMAGE.
           MOVE SPACES TO WS-CONTROL-FILENAME.
           STRING "CONTROL." DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CONTROL-FILENAME.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CONTROL-RECORD TO WS-DAY-IMAGE
                       SET DAY-PRESENT TO TRUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF NOT DAY-PRESENT
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "ARCHIVE." DELIMITED BY SIZE
                      WS-DAY-DATE DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-ARCHIVE-FILENAME
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS = "00"
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE OR DAY-PRESENT
                       READ ARCHIVE-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF AH-CONTROL-REC
                                   MOVE AH-IMAGE TO WS-DAY-IMAGE
                                   SET DAY-PRESENT TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       PRINT-DAY-LINE.
           MOVE WS-DAY-CT-COUNT TO WS-PRINT-COUNT.
           MOVE WS-DAY-CT-GROSS TO WS-PRINT-AMOUNT.
           MOVE WS-DAY-CT-ADJUSTMENTS TO WS-PRINT-SIGNED.
           DISPLAY WS-DAY-CT-DATE "  " WS-PRINT-COUNT " "
                   WS-PRINT-AMOUNT " " WS-PRINT-SIGNED
                   WITH NO ADVANCING.
           MOVE WS-DAY-CT-NET TO WS-PRINT-SIGNED.
           DISPLAY " " WS-PRINT-SIGNED.

       ROLL-DAY-TOTALS.
           ADD 1 TO WS-FILED-DAYS.
           ADD WS-DAY-CT-COUNT TO WS-MONTH-COUNT.
           ADD WS-DAY-CT-GROSS TO WS-MONTH-GROSS.
           ADD WS-DAY-CT-ADJUSTMENTS TO WS-MONTH-ADJUSTMENTS.
           ADD WS-DAY-CT-NET TO WS-MONTH-NET.
           ADD WS-DAY-CT-HASH TO WS-MONTH-SEQ-HASH.

       PRINT-MONTH-TOTALS.
           DISPLAY " ".
