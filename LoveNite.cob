       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveNite.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN DYNAMIC WS-STEP-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG-FILE.
           COPY STEPREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE        PIC X(80).
       01 WS-DATE-PARM           PIC X(8).
       01 WS-FILING-YYYYMMDD     PIC 9(8).
       01 WS-FILING-INT          PIC 9(8).
       01 WS-STATION-PARMS.
           05 WS-STATION-PARM OCCURS 8 TIMES PIC X(4).
       01 WS-STATION-SUB         PIC 9(2) VALUE ZERO.
       01 WS-STATION-LIST        PIC X(40).
       01 WS-STATION-PTR         PIC 9(3) VALUE 1.

       01 WS-STEP-LOG-FILENAME   PIC X(25) VALUE SPACES.
       01 WS-STEP-LOG-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    The stream runs in this order and no other: the day's
      *    captures are consolidated and their suspects worked before
      *    anything else, the day is reconciled, reported and settled
      *    before a single filing is posted to the master or
      *    screened, so a day that is out of balance stops the stream
      *    with nothing posted, the operators' shift declarations
      *    are balanced once everything keyed that day has been
      *    filed, and the retention sweep goes last so it never
      *    archives a day the earlier steps are still reading. A
      *    shift difference no supervisor has cleared stops the
      *    stream there, so the day is not closed until it is.
       01 WS-STEP-NAMES.
           05 FILLER                 PIC X(8) VALUE "LoveMrg".
           05 FILLER                 PIC X(8) VALUE "LoveSusp".
           05 FILLER                 PIC X(8) VALUE "LoveRec".
           05 FILLER                 PIC X(8) VALUE "LoveRpt".
           05 FILLER                 PIC X(8) VALUE "LoveSett".
           05 FILLER                 PIC X(8) VALUE "LoveMstr".
           05 FILLER                 PIC X(8) VALUE "LoveScrn".
           05 FILLER                 PIC X(8) VALUE "LoveAck".
           05 FILLER                 PIC X(8) VALUE "LoveOut".
           05 FILLER                 PIC X(8) VALUE "LoveBal".
           05 FILLER                 PIC X(8) VALUE "LoveArch".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME OCCURS 11 TIMES PIC X(8).
       01 WS-STEP-TOTAL          PIC 9(2) VALUE 11.
       01 WS-MERGE-STEP          PIC 9(2) VALUE 1.
       01 WS-ARCHIVE-STEP        PIC 9(2) VALUE 11.

      *    Last outcome the step log holds for each step of the
      *    filing date; blank means the step has not yet been run.
       01 WS-STEP-OUTCOMES.
           05 WS-STEP-OUTCOME OCCURS 11 TIMES PIC X.
       01 WS-STEP-SUB            PIC 9(2) VALUE ZERO.
       01 WS-LOG-SUB             PIC 9(2) VALUE ZERO.
       01 WS-RESUME-STEP         PIC 9(2) VALUE ZERO.
       01 WS-STEP-PROGRAM        PIC X(8).
       01 WS-STEP-COMMAND        PIC X(80).
       01 WS-STEP-RC             PIC S9(9) VALUE ZERO.
       01 WS-STREAM-FAILED       PIC X VALUE 'N'.
           88 STREAM-FAILED      VALUE 'Y'.
       01 WS-STEPS-RUN           PIC 9(2) VALUE ZERO.

       01 WS-TIME-RAW            PIC 9(8).
       01 WS-TIME-FIELDS REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS     PIC 9(6).
           05 WS-TIME-HUNDREDTHS PIC 9(2).
       01 WS-START-DATE          PIC 9(8).
       01 WS-START-TIME          PIC 9(6).
       01 WS-END-DATE            PIC 9(8).
       01 WS-END-TIME            PIC 9(6).
       01 WS-OUTCOME-CODE        PIC X.
       01 WS-OUTCOME-TEXT        PIC X(8).
       01 WS-PRINT-RC            PIC ZZZ9.

      *    Days of daily files kept online behind the filing date;
      *    on a retention night everything older is archived. The
      *    system parameter file may set a different span.
       01 WS-RETENTION-DAYS      PIC 9(4) VALUE 90.
       01 WS-CUTOFF-DATE         PIC 9(8).
       01 WS-CUTOFF-INT          PIC 9(8).
       01 WS-FILING-YYYYMM       PIC 9(6).
       01 WS-NEXT-YYYYMM         PIC 9(6).
       01 WS-RETENTION-SWITCH    PIC X VALUE 'N'.
           88 RETENTION-NIGHT    VALUE 'Y'.

       01 WS-CALENDAR-FILENAME   PIC X(25) VALUE "BUSCAL.DAT".
       01 WS-CALENDAR-FILE-STATUS PIC X(2).
       01 WS-CALENDAR-EOF        PIC X VALUE 'N'.
           88 CALENDAR-EOF       VALUE 'Y'.
       01 WS-CAL-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-CAL-IDX.
               10 WS-TBL-BC-DATE PIC 9(8).
               10 WS-TBL-BC-STATUS PIC X.
               10 WS-TBL-BC-NAME PIC X(30).
       01 WS-CAL-FOUND           PIC X VALUE 'N'.
           88 CAL-DATE-FOUND     VALUE 'Y'.
       01 WS-DAY-OPEN            PIC X VALUE 'Y'.
           88 FILING-DAY-OPEN    VALUE 'Y'.
       01 WS-CLOSED-REASON       PIC X(30).
       01 WS-CHECK-DATE          PIC 9(8).
       01 WS-CHECK-INT           PIC 9(8).
       01 WS-DAY-OF-WEEK         PIC 9.

       01 WS-PRINT-COUNT         PIC ZZZZZ9.

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-CALENDAR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-RETENTION-DAYS  PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM GET-RUN-PARMS.
           PERFORM BUILD-FILENAMES.
           DISPLAY "===== Nightly job stream for "
                   WS-FILING-YYYYMMDD " =====".
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM CHECK-RETENTION-NIGHT.
           PERFORM LOAD-STEP-LOG.
           PERFORM FIND-RESUME-STEP.
           IF WS-RESUME-STEP > WS-STEP-TOTAL
               DISPLAY "Every step for " WS-FILING-YYYYMMDD
                       " is already complete - nothing to run."
               STOP RUN
           END-IF.
           IF WS-RESUME-STEP > 1
               DISPLAY "Resuming at step " WS-RESUME-STEP " - "
                       WS-STEP-NAME(WS-RESUME-STEP)
                       " (earlier steps completed on a prior run)."
           END-IF.

           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM WS-RESUME-STEP BY 1
               UNTIL WS-STEP-SUB > WS-STEP-TOTAL
               OR STREAM-FAILED.

           DISPLAY " ".
           MOVE WS-STEPS-RUN TO WS-PRINT-COUNT.
           DISPLAY "Steps run this pass : " WS-PRINT-COUNT.
           DISPLAY "Step log            : " WS-STEP-LOG-FILENAME.
           IF STREAM-FAILED
               DISPLAY "*** STREAM STOPPED - correct the failure and "
                       "rerun LoveNite for " WS-FILING-YYYYMMDD
                       " to resume ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Stream for " WS-FILING-YYYYMMDD
                       " completed."
               MOVE ZERO TO RETURN-CODE
           END-IF.
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
               WHEN "CALENDAR-FILE"
                   IF SP-VALUE NOT = SPACES
                       MOVE SP-VALUE TO WS-CALENDAR-FILENAME
                       MOVE "SYSPARM" TO WS-SRC-CALENDAR-FILE
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "RETENTION-DAYS"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 9999
                       MOVE SP-NUMBER TO WS-RETENTION-DAYS
                       MOVE "SYSPARM" TO WS-SRC-RETENTION-DAYS
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
           DISPLAY "  CALENDAR-FILE        " WS-CALENDAR-FILENAME " "
                   WS-SRC-CALENDAR-FILE.
           MOVE WS-RETENTION-DAYS TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  RETENTION-DAYS       " WS-PARM-SHOW " "
                   WS-SRC-RETENTION-DAYS.
           DISPLAY " ".

      *    The stations are handed straight through to LoveMrg; the
      *    rest of the stream only needs the filing date.
       GET-RUN-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-STATION-PARMS.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-DATE-PARM
                    WS-STATION-PARM(1) WS-STATION-PARM(2)
                    WS-STATION-PARM(3) WS-STATION-PARM(4)
                    WS-STATION-PARM(5) WS-STATION-PARM(6)
                    WS-STATION-PARM(7) WS-STATION-PARM(8).
           IF WS-DATE-PARM = SPACES
                   OR WS-DATE-PARM IS NOT NUMERIC
                   OR WS-STATION-PARM(1) = SPACES
               DISPLAY "Usage: LoveNite YYYYMMDD STATION1 "
                       "[STATION2 ...]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATE-PARM TO WS-FILING-YYYYMMDD.
           COMPUTE WS-FILING-INT =
               FUNCTION INTEGER-OF-DATE(WS-FILING-YYYYMMDD).
           IF WS-FILING-INT = ZERO
               DISPLAY "Usage: LoveNite YYYYMMDD STATION1 "
                       "[STATION2 ...]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-STATION-LIST.
           MOVE 1 TO WS-STATION-PTR.
           PERFORM VARYING WS-STATION-SUB FROM 1 BY 1
                   UNTIL WS-STATION-SUB > 8
               IF WS-STATION-PARM(WS-STATION-SUB) NOT = SPACES
                   STRING WS-STATION-PARM(WS-STATION-SUB)
                              DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          INTO WS-STATION-LIST
                          WITH POINTER WS-STATION-PTR
               END-IF
           END-PERFORM.

       BUILD-FILENAMES.
           STRING "STEPLOG." DELIMITED BY SIZE
                  WS-FILING-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-STEP-LOG-FILENAME.

       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS = "00"
               MOVE 'N' TO WS-CALENDAR-EOF
               PERFORM UNTIL CALENDAR-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-CAL-COUNT = 0
               DISPLAY "Warning: no business calendar loaded - "
                       "weekdays open, weekends closed."
           END-IF.

       STORE-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= 400
               DISPLAY "Calendar table is full - date " BC-DATE
                       " ignored."
           ELSE
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE BC-DATE TO WS-TBL-BC-DATE(WS-CAL-IDX)
               MOVE BC-STATUS TO WS-TBL-BC-STATUS(WS-CAL-IDX)
               MOVE BC-HOLIDAY-NAME TO WS-TBL-BC-NAME(WS-CAL-IDX)
           END-IF.

      *    A date ruled on by the calendar goes by its entry; any
      *    other date is open on a weekday and closed on a weekend.
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-DAY-OPEN.
           MOVE SPACES TO WS-CLOSED-REASON.
           MOVE 'N' TO WS-CAL-FOUND.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   OR CAL-DATE-FOUND
               IF WS-TBL-BC-DATE(WS-CAL-IDX) = WS-CHECK-DATE
                   SET CAL-DATE-FOUND TO TRUE
                   IF WS-TBL-BC-STATUS(WS-CAL-IDX) = 'C'
                       MOVE 'N' TO WS-DAY-OPEN
                       MOVE WS-TBL-BC-NAME(WS-CAL-IDX)
                           TO WS-CLOSED-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CAL-DATE-FOUND
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CHECK-INT 7)
               IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                   MOVE 'N' TO WS-DAY-OPEN
                   MOVE "WEEKEND" TO WS-CLOSED-REASON
               END-IF
           END-IF.

      *    The retention sweep runs on the last business day of the
      *    month - the night whose next business day falls in a new
      *    month - and archives everything older than the retention
      *    window behind the filing date.
       CHECK-RETENTION-NIGHT.
           MOVE 'N' TO WS-RETENTION-SWITCH.
           MOVE WS-FILING-INT TO WS-CHECK-INT.
           MOVE 'N' TO WS-DAY-OPEN.
           PERFORM UNTIL FILING-DAY-OPEN
               ADD 1 TO WS-CHECK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           COMPUTE WS-FILING-YYYYMM = WS-FILING-YYYYMMDD / 100.
           COMPUTE WS-NEXT-YYYYMM = WS-CHECK-DATE / 100.
           IF WS-NEXT-YYYYMM NOT = WS-FILING-YYYYMM
               SET RETENTION-NIGHT TO TRUE
               COMPUTE WS-CUTOFF-INT =
                   WS-FILING-INT - WS-RETENTION-DAYS
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               DISPLAY "Retention night - days up to "
                       WS-CUTOFF-DATE " will be archived."
           END-IF.

      *    A rerun appends to the same log, so the last record for a
      *    step is the one that stands. Records are matched to the
      *    step table by program name, so a log written before the
      *    steps were last reordered still resumes at the right one.
       LOAD-STEP-LOG.
           MOVE SPACES TO WS-STEP-OUTCOMES.
           OPEN INPUT STEP-LOG-FILE.
           IF WS-STEP-LOG-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ STEP-LOG-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE 1 TO WS-LOG-SUB
                           PERFORM UNTIL WS-LOG-SUB > WS-STEP-TOTAL
                                   OR WS-STEP-NAME(WS-LOG-SUB)
                                       = SL-PROGRAM
                               ADD 1 TO WS-LOG-SUB
                           END-PERFORM
                           IF WS-LOG-SUB <= WS-STEP-TOTAL
                               MOVE SL-OUTCOME
                                   TO WS-STEP-OUTCOME(WS-LOG-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF.

      *    The stream picks up at the first step that has not
      *    finished cleanly; everything after it runs again too,
      *    since it was never reached or ran on what the failed step
      *    left behind.
       FIND-RESUME-STEP.
           MOVE 1 TO WS-RESUME-STEP.
           PERFORM UNTIL WS-RESUME-STEP > WS-STEP-TOTAL
                   OR (WS-STEP-OUTCOME(WS-RESUME-STEP) NOT = 'C'
                       AND WS-STEP-OUTCOME(WS-RESUME-STEP) NOT = 'N')
               ADD 1 TO WS-RESUME-STEP
           END-PERFORM.

       RUN-ONE-STEP.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-STEP-PROGRAM.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-START-TIME.
           IF WS-STEP-SUB = WS-ARCHIVE-STEP
                   AND NOT RETENTION-NIGHT
               MOVE WS-START-DATE TO WS-END-DATE
               MOVE WS-START-TIME TO WS-END-TIME
               MOVE ZERO TO WS-STEP-RC
               MOVE 'N' TO WS-OUTCOME-CODE
               MOVE "NOT DUE" TO WS-OUTCOME-TEXT
               PERFORM WRITE-STEP-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-STEP-COMMAND.
           DISPLAY " ".
           DISPLAY "----- Step " WS-STEP-SUB " " WS-STEP-PROGRAM
                   " started " WS-START-TIME " -----".
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
      *    The shell hands back a wait status with the program's own
      *    exit code in the high byte; the log keeps the exit code.
           IF WS-STEP-RC > 255
               COMPUTE WS-STEP-RC = WS-STEP-RC / 256
           END-IF.
           ADD 1 TO WS-STEPS-RUN.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-END-TIME.
           IF WS-STEP-RC = ZERO
               MOVE 'C' TO WS-OUTCOME-CODE
               MOVE "COMPLETE" TO WS-OUTCOME-TEXT
           ELSE
               MOVE 'F' TO WS-OUTCOME-CODE
               MOVE "FAILED" TO WS-OUTCOME-TEXT
               SET STREAM-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-STEP-RECORD.

      *    Each step is the same program the operators run by hand,
      *    run from the stream's own directory with the filing date.
       BUILD-STEP-COMMAND.
           MOVE SPACES TO WS-STEP-COMMAND.
           EVALUATE WS-STEP-SUB
               WHEN WS-MERGE-STEP
                   STRING "./" DELIMITED BY SIZE
                          WS-STEP-PROGRAM DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-FILING-YYYYMMDD DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-STATION-LIST DELIMITED BY SIZE
                          INTO WS-STEP-COMMAND
               WHEN WS-ARCHIVE-STEP
                   STRING "./" DELIMITED BY SIZE
                          WS-STEP-PROGRAM DELIMITED BY SPACE
                          " ARCHIVE " DELIMITED BY SIZE
                          WS-CUTOFF-DATE DELIMITED BY SIZE
                          INTO WS-STEP-COMMAND
               WHEN OTHER
                   STRING "./" DELIMITED BY SIZE
                          WS-STEP-PROGRAM DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-FILING-YYYYMMDD DELIMITED BY SIZE
                          INTO WS-STEP-COMMAND
           END-EVALUATE.

      *    The record goes out as soon as the step ends, so a log
      *    that stops short still shows how far the stream got.
       WRITE-STEP-RECORD.
           MOVE WS-OUTCOME-CODE TO WS-STEP-OUTCOME(WS-STEP-SUB).
           OPEN EXTEND STEP-LOG-FILE.
           IF WS-STEP-LOG-FILE-STATUS = "35"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF.
           MOVE SPACES TO STEP-RECORD.
           MOVE WS-FILING-YYYYMMDD TO SL-FILING-DATE.
           MOVE WS-STEP-SUB TO SL-STEP-NO.
           MOVE WS-STEP-PROGRAM TO SL-PROGRAM.
           MOVE WS-START-DATE TO SL-START-DATE.
           MOVE WS-START-TIME TO SL-START-TIME.
           MOVE WS-END-DATE TO SL-END-DATE.
           MOVE WS-END-TIME TO SL-END-TIME.
           MOVE WS-STEP-RC TO SL-RETURN-CODE.
           MOVE WS-OUTCOME-CODE TO SL-OUTCOME.
           WRITE STEP-RECORD.
           CLOSE STEP-LOG-FILE.
           MOVE WS-STEP-RC TO WS-PRINT-RC.
           DISPLAY "Step " WS-STEP-SUB " " WS-STEP-PROGRAM " "
                   WS-OUTCOME-TEXT " - return code " WS-PRINT-RC
                   " - " WS-START-TIME " to " WS-END-TIME.
