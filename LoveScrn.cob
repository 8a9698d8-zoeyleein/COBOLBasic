       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveScrn.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RESPONSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN DYNAMIC WS-REVIEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY MASTREC.

       FD  RESPONSE-FILE.
           COPY RESPREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REVIEW-FILE.
           COPY SCRNREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-DATE-PARM           PIC X(8).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD    PIC 9(8).
       01 WS-RUN-INT             PIC 9(8).
       01 WS-WINDOW-FROM         PIC 9(8).
       01 WS-WINDOW-TO           PIC 9(8).
       01 WS-WINDOW-INT          PIC 9(8).
       01 WS-MASTER-FILENAME     PIC X(25) VALUE "RESPMAST.DAT".
       01 WS-MASTER-FILE-STATUS  PIC X(2).
       01 WS-RESPONSE-FILENAME   PIC X(25) VALUE SPACES.
       01 WS-RESPONSE-FILE-STATUS PIC X(2).
       01 WS-AUDIT-FILENAME      PIC X(25) VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS   PIC X(2).
       01 WS-REVIEW-FILENAME     PIC X(25) VALUE SPACES.
       01 WS-REVIEW-FILE-STATUS  PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    How a code's profile is built and judged. The window is
      *    the days before the filing date, so the day being screened
      *    never vouches for itself. A code needs a working history
      *    before it is screened at all. An amount or adjustment is
      *    out of pattern past three standard deviations from the
      *    code's mean, but the band is never narrower than half the
      *    mean amount or a dollar either way, nor ten cents either
      *    way for adjustments, so a code that always settles at one
      *    price is not flagged for a penny. A code's day is heavy
      *    when it runs past three times its average filing day,
      *    counted only once it reaches ten items. Each of these
      *    stands as below unless the system parameter file sets it.
       01 WS-PROFILE-DAYS        PIC 9(3) VALUE 90.
       01 WS-MIN-HISTORY         PIC 9(4) VALUE 20.
       01 WS-SPREAD-SIGMAS       PIC 9 VALUE 3.
       01 WS-MIN-AMOUNT-SPREAD   PIC 9(5) VALUE 100.
       01 WS-MIN-ADJ-SPREAD      PIC 9(3) VALUE 10.
       01 WS-VOLUME-FACTOR       PIC 9 VALUE 3.
       01 WS-VOLUME-MIN          PIC 9(4) VALUE 10.

      *    Filing days seen in the window; a code's daily volume is
      *    averaged over the days anything at all was filed.
       01 WS-DAY-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-DAY-IDX.
               10 WS-TBL-DAY-DATE PIC 9(8).
       01 WS-DAY-FOUND           PIC X VALUE 'N'.
           88 DAY-FOUND          VALUE 'Y'.

      *    Amounts are profiled in cents throughout.
       01 WS-PROFILE-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-PROFILE-TABLE.
           05 WS-PROFILE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PROFILE-IDX.
               10 WS-TBL-PF-CODE PIC X(3).
               10 WS-TBL-PF-HISTORY PIC 9(6).
               10 WS-TBL-PF-AMT-SUM PIC 9(11).
               10 WS-TBL-PF-AMT-SUMSQ PIC 9(16).
               10 WS-TBL-PF-ADJ-SUM PIC S9(9).
               10 WS-TBL-PF-ADJ-SUMSQ PIC 9(13).
               10 WS-TBL-PF-AMT-LOW PIC S9(7).
               10 WS-TBL-PF-AMT-HIGH PIC S9(7).
               10 WS-TBL-PF-ADJ-LOW PIC S9(7).
               10 WS-TBL-PF-ADJ-HIGH PIC S9(7).
               10 WS-TBL-PF-DAILY PIC 9(5)V9.
               10 WS-TBL-PF-TODAY PIC 9(6).
               10 WS-TBL-PF-FLAGGED PIC 9(6).
               10 WS-TBL-PF-STATE PIC X.
                   88 PF-PROFILED VALUE 'P'.
       01 WS-PROFILE-FOUND       PIC X VALUE 'N'.
           88 PROFILE-FOUND      VALUE 'Y'.
       01 WS-PROFILE-SUB         PIC 9(3) VALUE ZERO.
       01 WS-PROFILE-CODE        PIC X(3).

       01 WS-OPER-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-OPER-IDX.
               10 WS-TBL-OPER-SEQ PIC 9(6).
               10 WS-TBL-OPER-ID PIC X(20).
       01 WS-OPER-FOUND          PIC X VALUE 'N'.
           88 OPERATOR-FOUND     VALUE 'Y'.
       01 WS-OPER-HOLD           PIC X(20).

       01 WS-AMOUNT-CENTS        PIC 9(5) VALUE ZERO.
       01 WS-MEAN                PIC S9(7)V99 VALUE ZERO.
       01 WS-VARIANCE            PIC S9(11)V99 VALUE ZERO.
       01 WS-STD-DEV             PIC 9(7)V99 VALUE ZERO.
       01 WS-SPREAD              PIC 9(7)V99 VALUE ZERO.
       01 WS-HALF-MEAN           PIC 9(7)V99 VALUE ZERO.
       01 WS-VOLUME-LIMIT        PIC 9(7)V9 VALUE ZERO.

       01 WS-HISTORY-USED        PIC 9(7) VALUE ZERO.
       01 WS-CHECKED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-FLAGGED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-REVIEW-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-UNPROFILED-ITEMS    PIC 9(6) VALUE ZERO.
       01 WS-UNPROFILED-CODES    PIC 9(4) VALUE ZERO.
       01 WS-VOLUME-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-ITEM-FLAGGED        PIC X VALUE 'N'.
           88 ITEM-FLAGGED       VALUE 'Y'.

       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-COUNT-2       PIC ZZZZZ9.
       01 WS-PRINT-FLAGGED       PIC ZZZZZ9.
       01 WS-PRINT-AMOUNT        PIC $$$9.99.
       01 WS-PRINT-LOW           PIC $$$9.99.
       01 WS-PRINT-HIGH          PIC $$$9.99.
       01 WS-PRINT-ADJUSTMENT    PIC +ZZ9.
       01 WS-PRINT-ADJ-LOW       PIC +ZZZ9.
       01 WS-PRINT-ADJ-HIGH      PIC +ZZZ9.
       01 WS-PRINT-DAILY         PIC ZZZZ9.9.
       01 WS-BAND-CENTS          PIC 9(5)V99 VALUE ZERO.

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-SCREEN-DAYS     PIC X(8) VALUE "default".
       01 WS-SRC-SCREEN-MIN-HIST PIC X(8) VALUE "default".
       01 WS-SRC-SCREEN-SIGMAS   PIC X(8) VALUE "default".
       01 WS-SRC-SCREEN-VOL-FACTOR PIC X(8) VALUE "default".
       01 WS-SRC-SCREEN-VOL-MIN  PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM GET-RUN-DATE.
           PERFORM BUILD-FILENAMES.
           DISPLAY "===== Out-of-pattern screening for "
                   WS-RUN-YYYYMMDD " =====".
           MOVE WS-PROFILE-DAYS TO WS-PRINT-COUNT.
           DISPLAY "Profile window: " WS-WINDOW-FROM " through "
                   WS-WINDOW-TO " (" FUNCTION TRIM(WS-PRINT-COUNT)
                   " days)".
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-CODE-HISTORY.
           PERFORM BUILD-PROFILES.
           PERFORM SCREEN-RESPONSE-FILE.
           PERFORM PRINT-PROFILES-USED.
           PERFORM PRINT-VOLUME-EXCEPTIONS.
           PERFORM PRINT-UNPROFILED-CODES.
           PERFORM PRINT-SUMMARY.
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
               WHEN "SCREEN-DAYS"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 366
                       MOVE SP-NUMBER TO WS-PROFILE-DAYS
                       MOVE "SYSPARM" TO WS-SRC-SCREEN-DAYS
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "SCREEN-MIN-HISTORY"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 9999
                       MOVE SP-NUMBER TO WS-MIN-HISTORY
                       MOVE "SYSPARM" TO WS-SRC-SCREEN-MIN-HIST
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "SCREEN-SIGMAS"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 9
                       MOVE SP-NUMBER TO WS-SPREAD-SIGMAS
                       MOVE "SYSPARM" TO WS-SRC-SCREEN-SIGMAS
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "SCREEN-VOLUME-FACTOR"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 9
                       MOVE SP-NUMBER TO WS-VOLUME-FACTOR
                       MOVE "SYSPARM" TO WS-SRC-SCREEN-VOL-FACTOR
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "SCREEN-VOLUME-MIN"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 9999
                       MOVE SP-NUMBER TO WS-VOLUME-MIN
                       MOVE "SYSPARM" TO WS-SRC-SCREEN-VOL-MIN
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
           MOVE WS-PROFILE-DAYS TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  SCREEN-DAYS          " WS-PARM-SHOW " "
                   WS-SRC-SCREEN-DAYS.
           MOVE WS-MIN-HISTORY TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  SCREEN-MIN-HISTORY   " WS-PARM-SHOW " "
                   WS-SRC-SCREEN-MIN-HIST.
           MOVE WS-SPREAD-SIGMAS TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  SCREEN-SIGMAS        " WS-PARM-SHOW " "
                   WS-SRC-SCREEN-SIGMAS.
           MOVE WS-VOLUME-FACTOR TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  SCREEN-VOLUME-FACTOR " WS-PARM-SHOW " "
                   WS-SRC-SCREEN-VOL-FACTOR.
           MOVE WS-VOLUME-MIN TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  SCREEN-VOLUME-MIN    " WS-PARM-SHOW " "
                   WS-SRC-SCREEN-VOL-MIN.
           DISPLAY " ".

       GET-RUN-DATE.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM = SPACES
               ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveScrn [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
           END-IF.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD).
           IF WS-RUN-INT = ZERO
               DISPLAY "Usage: LoveScrn [YYYYMMDD]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-WINDOW-INT = WS-RUN-INT - 1.
           COMPUTE WS-WINDOW-TO =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
           COMPUTE WS-WINDOW-INT = WS-RUN-INT - WS-PROFILE-DAYS.
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).

       BUILD-FILENAMES.
           STRING "RESPONSE." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RESPONSE-FILENAME.
           STRING "AUDIT." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME.
           STRING "SCREEN." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-REVIEW-FILENAME.

      *    The day's audit log names the operator for each sequence
      *    number, so a flagged item can say who keyed it.
       LOAD-OPERATOR-TABLE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "No audit log " WS-AUDIT-FILENAME
                       " - operator will be blank on flagged items."
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-OPERATOR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       STORE-OPERATOR-ENTRY.
           IF AR-RESP-SEQ IS NUMERIC
                   AND WS-OPER-COUNT < 5000
               ADD 1 TO WS-OPER-COUNT
               SET WS-OPER-IDX TO WS-OPER-COUNT
               MOVE AR-RESP-SEQ TO WS-TBL-OPER-SEQ(WS-OPER-IDX)
               MOVE AR-OPERATOR-ID TO WS-TBL-OPER-ID(WS-OPER-IDX)
           END-IF.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND.
           MOVE SPACES TO WS-OPER-HOLD.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR OPERATOR-FOUND
               IF WS-TBL-OPER-SEQ(WS-OPER-IDX) = RR-SEQ
                   SET OPERATOR-FOUND TO TRUE
                   MOVE WS-TBL-OPER-ID(WS-OPER-IDX)
                       TO WS-OPER-HOLD
               END-IF
           END-PERFORM.

      *    Reversals are left out of the history - they undo a
      *    filing rather than describe what a code settles for.
       LOAD-CODE-HISTORY.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " WS-MASTER-FILENAME
                       " - status " WS-MASTER-FILE-STATUS
                       " - every code is unprofiled."
           ELSE
               MOVE LOW-VALUES TO RM-KEY
               START MASTER-FILE KEY >= RM-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-MASTER-FILE-STATUS = "00"
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF RM-FILE-DATE >= WS-WINDOW-FROM
                                       AND RM-FILE-DATE <= WS-WINDOW-TO
                                       AND RM-REC-TYPE NOT = 'V'
                                   PERFORM ADD-TO-CODE-HISTORY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       ADD-TO-CODE-HISTORY.
           PERFORM NOTE-FILING-DAY.
           MOVE RM-CODE TO WS-PROFILE-CODE.
           PERFORM FIND-CODE-PROFILE.
           IF PROFILE-FOUND
               ADD 1 TO WS-HISTORY-USED
               COMPUTE WS-AMOUNT-CENTS = RM-AMOUNT * 100
               ADD 1 TO WS-TBL-PF-HISTORY(WS-PROFILE-SUB)
               ADD WS-AMOUNT-CENTS TO WS-TBL-PF-AMT-SUM(WS-PROFILE-SUB)
               COMPUTE WS-TBL-PF-AMT-SUMSQ(WS-PROFILE-SUB) =
                   WS-TBL-PF-AMT-SUMSQ(WS-PROFILE-SUB)
                   + WS-AMOUNT-CENTS * WS-AMOUNT-CENTS
               ADD RM-ADJUSTMENT TO WS-TBL-PF-ADJ-SUM(WS-PROFILE-SUB)
               COMPUTE WS-TBL-PF-ADJ-SUMSQ(WS-PROFILE-SUB) =
                   WS-TBL-PF-ADJ-SUMSQ(WS-PROFILE-SUB)
                   + RM-ADJUSTMENT * RM-ADJUSTMENT
           END-IF.

       NOTE-FILING-DAY.
           MOVE 'N' TO WS-DAY-FOUND.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   OR DAY-FOUND
               IF WS-TBL-DAY-DATE(WS-DAY-IDX) = RM-FILE-DATE
                   SET DAY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT DAY-FOUND AND WS-DAY-COUNT < 400
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               MOVE RM-FILE-DATE TO WS-TBL-DAY-DATE(WS-DAY-IDX)
           END-IF.

      *    Finds the code's row, adding an empty one the first time
      *    the code is seen; WS-PROFILE-SUB is the row.
       FIND-CODE-PROFILE.
           MOVE 'N' TO WS-PROFILE-FOUND.
           MOVE 0 TO WS-PROFILE-SUB.
           PERFORM VARYING WS-PROFILE-IDX FROM 1 BY 1
                   UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
                   OR PROFILE-FOUND
               IF WS-TBL-PF-CODE(WS-PROFILE-IDX) = WS-PROFILE-CODE
                   SET PROFILE-FOUND TO TRUE
                   SET WS-PROFILE-SUB TO WS-PROFILE-IDX
               END-IF
           END-PERFORM.
           IF NOT PROFILE-FOUND
               IF WS-PROFILE-COUNT >= 500
                   DISPLAY "Profile table is full - code "
                           WS-PROFILE-CODE " not profiled."
               ELSE
                   ADD 1 TO WS-PROFILE-COUNT
                   MOVE WS-PROFILE-COUNT TO WS-PROFILE-SUB
                   MOVE WS-PROFILE-CODE
                       TO WS-TBL-PF-CODE(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-HISTORY(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-AMT-SUM(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-AMT-SUMSQ(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-ADJ-SUM(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-ADJ-SUMSQ(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-AMT-LOW(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-AMT-HIGH(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-ADJ-LOW(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-ADJ-HIGH(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-DAILY(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-TODAY(WS-PROFILE-SUB)
                   MOVE ZERO TO WS-TBL-PF-FLAGGED(WS-PROFILE-SUB)
                   MOVE 'U' TO WS-TBL-PF-STATE(WS-PROFILE-SUB)
                   SET PROFILE-FOUND TO TRUE
               END-IF
           END-IF.

       BUILD-PROFILES.
           PERFORM VARYING WS-PROFILE-IDX FROM 1 BY 1
                   UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
               IF WS-TBL-PF-HISTORY(WS-PROFILE-IDX) >= WS-MIN-HISTORY
                   PERFORM BUILD-ONE-PROFILE
               END-IF
           END-PERFORM.

      *    The amount band is kept within what can be filed - never
      *    below nothing nor above $999.99 - so the limits print and
      *    compare in the amount's own picture.
       BUILD-ONE-PROFILE.
           MOVE 'P' TO WS-TBL-PF-STATE(WS-PROFILE-IDX).
           COMPUTE WS-MEAN ROUNDED =
               WS-TBL-PF-AMT-SUM(WS-PROFILE-IDX)
               / WS-TBL-PF-HISTORY(WS-PROFILE-IDX).
           COMPUTE WS-VARIANCE ROUNDED =
               WS-TBL-PF-AMT-SUMSQ(WS-PROFILE-IDX)
               / WS-TBL-PF-HISTORY(WS-PROFILE-IDX)
               - WS-MEAN * WS-MEAN.
           IF WS-VARIANCE < ZERO
               MOVE ZERO TO WS-VARIANCE
           END-IF.
           COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE).
           COMPUTE WS-SPREAD = WS-STD-DEV * WS-SPREAD-SIGMAS.
           COMPUTE WS-HALF-MEAN = WS-MEAN / 2.
           IF WS-SPREAD < WS-HALF-MEAN
               MOVE WS-HALF-MEAN TO WS-SPREAD
           END-IF.
           IF WS-SPREAD < WS-MIN-AMOUNT-SPREAD
               MOVE WS-MIN-AMOUNT-SPREAD TO WS-SPREAD
           END-IF.
           COMPUTE WS-TBL-PF-AMT-LOW(WS-PROFILE-IDX) ROUNDED =
               WS-MEAN - WS-SPREAD.
           IF WS-TBL-PF-AMT-LOW(WS-PROFILE-IDX) < ZERO
               MOVE ZERO TO WS-TBL-PF-AMT-LOW(WS-PROFILE-IDX)
           END-IF.
           COMPUTE WS-TBL-PF-AMT-HIGH(WS-PROFILE-IDX) ROUNDED =
               WS-MEAN + WS-SPREAD.
           IF WS-TBL-PF-AMT-HIGH(WS-PROFILE-IDX) > 99999
               MOVE 99999 TO WS-TBL-PF-AMT-HIGH(WS-PROFILE-IDX)
           END-IF.

           COMPUTE WS-MEAN ROUNDED =
               WS-TBL-PF-ADJ-SUM(WS-PROFILE-IDX)
               / WS-TBL-PF-HISTORY(WS-PROFILE-IDX).
           COMPUTE WS-VARIANCE ROUNDED =
               WS-TBL-PF-ADJ-SUMSQ(WS-PROFILE-IDX)
               / WS-TBL-PF-HISTORY(WS-PROFILE-IDX)
               - WS-MEAN * WS-MEAN.
           IF WS-VARIANCE < ZERO
               MOVE ZERO TO WS-VARIANCE
           END-IF.
           COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE).
           COMPUTE WS-SPREAD = WS-STD-DEV * WS-SPREAD-SIGMAS.
           IF WS-SPREAD < WS-MIN-ADJ-SPREAD
               MOVE WS-MIN-ADJ-SPREAD TO WS-SPREAD
           END-IF.
           COMPUTE WS-TBL-PF-ADJ-LOW(WS-PROFILE-IDX) ROUNDED =
               WS-MEAN - WS-SPREAD.
           COMPUTE WS-TBL-PF-ADJ-HIGH(WS-PROFILE-IDX) ROUNDED =
               WS-MEAN + WS-SPREAD.

           IF WS-DAY-COUNT > 0
               COMPUTE WS-TBL-PF-DAILY(WS-PROFILE-IDX) ROUNDED =
                   WS-TBL-PF-HISTORY(WS-PROFILE-IDX) / WS-DAY-COUNT
           END-IF.

      *    Originals and corrections are screened; a reversal only
      *    takes an earlier filing back out.
       SCREEN-RESPONSE-FILE.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " WS-RESPONSE-FILENAME
                       " - status " WS-RESPONSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           DISPLAY " ".
           DISPLAY "===== Exceptions =====".
           DISPLAY "Seq    Code Amount   Adj Operator             "
                   "Reason".
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ RESPONSE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT RR-REVERSAL
                           PERFORM SCREEN-ONE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPONSE-FILE.
           CLOSE REVIEW-FILE.
           IF WS-FLAGGED-COUNT = 0
               DISPLAY "No items out of pattern."
           END-IF.

       SCREEN-ONE-RESPONSE.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE RR-RESP-CODE TO WS-PROFILE-CODE.
           PERFORM FIND-CODE-PROFILE.
           IF PROFILE-FOUND
               ADD 1 TO WS-TBL-PF-TODAY(WS-PROFILE-SUB)
               IF PF-PROFILED(WS-PROFILE-SUB)
                   PERFORM CHECK-AGAINST-PROFILE
               ELSE
                   ADD 1 TO WS-UNPROFILED-ITEMS
               END-IF
           ELSE
               ADD 1 TO WS-UNPROFILED-ITEMS
           END-IF.

       CHECK-AGAINST-PROFILE.
           MOVE 'N' TO WS-ITEM-FLAGGED.
           COMPUTE WS-AMOUNT-CENTS = RR-RESP-AMOUNT * 100.
           IF WS-AMOUNT-CENTS > WS-TBL-PF-AMT-HIGH(WS-PROFILE-SUB)
               PERFORM PREPARE-REVIEW-RECORD
               MOVE 'H' TO SR-REASON-CODE
               MOVE WS-TBL-PF-AMT-LOW(WS-PROFILE-SUB) TO SR-TYPICAL-LOW
               MOVE WS-TBL-PF-AMT-HIGH(WS-PROFILE-SUB)
                   TO SR-TYPICAL-HIGH
               PERFORM DESCRIBE-AMOUNT-BAND
               STRING "AMOUNT ABOVE TYPICAL " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRINT-LOW) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRINT-HIGH) DELIMITED BY SIZE
                      INTO SR-REASON
               PERFORM WRITE-REVIEW-RECORD
           END-IF.
           IF WS-AMOUNT-CENTS < WS-TBL-PF-AMT-LOW(WS-PROFILE-SUB)
               PERFORM PREPARE-REVIEW-RECORD
               MOVE 'L' TO SR-REASON-CODE
               MOVE WS-TBL-PF-AMT-LOW(WS-PROFILE-SUB) TO SR-TYPICAL-LOW
               MOVE WS-TBL-PF-AMT-HIGH(WS-PROFILE-SUB)
                   TO SR-TYPICAL-HIGH
               PERFORM DESCRIBE-AMOUNT-BAND
               STRING "AMOUNT BELOW TYPICAL " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRINT-LOW) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRINT-HIGH) DELIMITED BY SIZE
                      INTO SR-REASON
               PERFORM WRITE-REVIEW-RECORD
           END-IF.
           IF RR-RESP-ADJUSTMENT < WS-TBL-PF-ADJ-LOW(WS-PROFILE-SUB)
                   OR RR-RESP-ADJUSTMENT >
                       WS-TBL-PF-ADJ-HIGH(WS-PROFILE-SUB)
               PERFORM PREPARE-REVIEW-RECORD
               MOVE 'J' TO SR-REASON-CODE
               MOVE WS-TBL-PF-ADJ-LOW(WS-PROFILE-SUB) TO SR-TYPICAL-LOW
               MOVE WS-TBL-PF-ADJ-HIGH(WS-PROFILE-SUB)
                   TO SR-TYPICAL-HIGH
               MOVE WS-TBL-PF-ADJ-LOW(WS-PROFILE-SUB)
                   TO WS-PRINT-ADJ-LOW
               MOVE WS-TBL-PF-ADJ-HIGH(WS-PROFILE-SUB)
                   TO WS-PRINT-ADJ-HIGH
               STRING "ADJUSTMENT OUTSIDE TYPICAL " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRINT-ADJ-LOW)
                          DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRINT-ADJ-HIGH)
                          DELIMITED BY SIZE
                      INTO SR-REASON
               PERFORM WRITE-REVIEW-RECORD
           END-IF.
           IF ITEM-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-TBL-PF-FLAGGED(WS-PROFILE-SUB)
           END-IF.

       DESCRIBE-AMOUNT-BAND.
           COMPUTE WS-BAND-CENTS =
               WS-TBL-PF-AMT-LOW(WS-PROFILE-SUB) / 100.
           MOVE WS-BAND-CENTS TO WS-PRINT-LOW.
           COMPUTE WS-BAND-CENTS =
               WS-TBL-PF-AMT-HIGH(WS-PROFILE-SUB) / 100.
           MOVE WS-BAND-CENTS TO WS-PRINT-HIGH.

       PREPARE-REVIEW-RECORD.
           IF NOT ITEM-FLAGGED
               PERFORM FIND-OPERATOR
           END-IF.
           SET ITEM-FLAGGED TO TRUE.
           MOVE SPACES TO SCREEN-REVIEW-RECORD.
           MOVE WS-RUN-YYYYMMDD TO SR-FILE-DATE.
           MOVE RR-SEQ TO SR-SEQ.
           MOVE RR-REC-TYPE TO SR-REC-TYPE.
           MOVE RR-RESP-CODE TO SR-CODE.
           MOVE RR-RESP-AMOUNT TO SR-AMOUNT.
           MOVE RR-RESP-ADJUSTMENT TO SR-ADJUSTMENT.
           MOVE WS-OPER-HOLD TO SR-OPERATOR.
           IF RR-RESPONDENT-NO IS NUMERIC
               MOVE RR-RESPONDENT-NO TO SR-RESPONDENT-NO
           ELSE
               MOVE ZERO TO SR-RESPONDENT-NO
           END-IF.

       WRITE-REVIEW-RECORD.
           WRITE SCREEN-REVIEW-RECORD.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SR-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SR-ADJUSTMENT TO WS-PRINT-ADJUSTMENT.
           DISPLAY SR-SEQ " " SR-CODE "  " WS-PRINT-AMOUNT " "
                   WS-PRINT-ADJUSTMENT " " SR-OPERATOR " "
                   FUNCTION TRIM(SR-REASON).

       PRINT-PROFILES-USED.
           DISPLAY " ".
           DISPLAY "===== Profiles for codes filed today =====".
           DISPLAY "Code History  Typical amount     Typical adj  "
                   "Avg/day  Today Flagged".
           PERFORM VARYING WS-PROFILE-IDX FROM 1 BY 1
                   UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
               IF PF-PROFILED(WS-PROFILE-IDX)
                       AND WS-TBL-PF-TODAY(WS-PROFILE-IDX) > 0
                   PERFORM PRINT-ONE-PROFILE
               END-IF
           END-PERFORM.

       PRINT-ONE-PROFILE.
           MOVE WS-TBL-PF-HISTORY(WS-PROFILE-IDX) TO WS-PRINT-COUNT.
           COMPUTE WS-BAND-CENTS =
               WS-TBL-PF-AMT-LOW(WS-PROFILE-IDX) / 100.
           MOVE WS-BAND-CENTS TO WS-PRINT-LOW.
           COMPUTE WS-BAND-CENTS =
               WS-TBL-PF-AMT-HIGH(WS-PROFILE-IDX) / 100.
           MOVE WS-BAND-CENTS TO WS-PRINT-HIGH.
           MOVE WS-TBL-PF-ADJ-LOW(WS-PROFILE-IDX) TO WS-PRINT-ADJ-LOW.
           MOVE WS-TBL-PF-ADJ-HIGH(WS-PROFILE-IDX)
               TO WS-PRINT-ADJ-HIGH.
           MOVE WS-TBL-PF-DAILY(WS-PROFILE-IDX) TO WS-PRINT-DAILY.
           MOVE WS-TBL-PF-TODAY(WS-PROFILE-IDX) TO WS-PRINT-COUNT-2.
           MOVE WS-TBL-PF-FLAGGED(WS-PROFILE-IDX) TO WS-PRINT-FLAGGED.
           DISPLAY WS-TBL-PF-CODE(WS-PROFILE-IDX) "  "
                   WS-PRINT-COUNT "  " WS-PRINT-LOW " - "
                   WS-PRINT-HIGH "  " WS-PRINT-ADJ-LOW " to "
                   WS-PRINT-ADJ-HIGH " " WS-PRINT-DAILY " "
                   WS-PRINT-COUNT-2 " " WS-PRINT-FLAGGED.

       PRINT-VOLUME-EXCEPTIONS.
           DISPLAY " ".
           DISPLAY "===== Volume exceptions =====".
           PERFORM VARYING WS-PROFILE-IDX FROM 1 BY 1
                   UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
               IF PF-PROFILED(WS-PROFILE-IDX)
                       AND WS-TBL-PF-TODAY(WS-PROFILE-IDX)
                           >= WS-VOLUME-MIN
                   COMPUTE WS-VOLUME-LIMIT =
                       WS-TBL-PF-DAILY(WS-PROFILE-IDX)
                       * WS-VOLUME-FACTOR
                   IF WS-TBL-PF-TODAY(WS-PROFILE-IDX)
                           > WS-VOLUME-LIMIT
                       ADD 1 TO WS-VOLUME-COUNT
                       MOVE WS-TBL-PF-TODAY(WS-PROFILE-IDX)
                           TO WS-PRINT-COUNT
                       MOVE WS-TBL-PF-DAILY(WS-PROFILE-IDX)
                           TO WS-PRINT-DAILY
                       DISPLAY "* " WS-TBL-PF-CODE(WS-PROFILE-IDX)
                               " filed " WS-PRINT-COUNT
                               " today against an average of "
                               WS-PRINT-DAILY " a day"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-VOLUME-COUNT = 0
               DISPLAY "No code filed past its usual daily volume."
           END-IF.

      *    A code with too little history is reported, not flagged -
      *    there is nothing yet to say what is normal for it.
       PRINT-UNPROFILED-CODES.
           DISPLAY " ".
           MOVE WS-MIN-HISTORY TO WS-PRINT-COUNT.
           DISPLAY "===== Unprofiled codes (fewer than "
                   FUNCTION TRIM(WS-PRINT-COUNT)
                   " filings in the window) =====".
           PERFORM VARYING WS-PROFILE-IDX FROM 1 BY 1
                   UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
               IF NOT PF-PROFILED(WS-PROFILE-IDX)
                       AND WS-TBL-PF-TODAY(WS-PROFILE-IDX) > 0
                   ADD 1 TO WS-UNPROFILED-CODES
                   MOVE WS-TBL-PF-HISTORY(WS-PROFILE-IDX)
                       TO WS-PRINT-COUNT
                   MOVE WS-TBL-PF-TODAY(WS-PROFILE-IDX)
                       TO WS-PRINT-COUNT-2
                   DISPLAY WS-TBL-PF-CODE(WS-PROFILE-IDX)
                           " history " WS-PRINT-COUNT
                           "  filed today " WS-PRINT-COUNT-2
                           " - not screened"
               END-IF
           END-PERFORM.
           IF WS-UNPROFILED-CODES = 0
               DISPLAY "Every code filed today has a profile."
           END-IF.

       PRINT-SUMMARY.
           DISPLAY " ".
           MOVE WS-DAY-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Filing days in window  : " WS-PRINT-COUNT.
           MOVE WS-HISTORY-USED TO WS-PRINT-COUNT.
           DISPLAY "History records used   : " WS-PRINT-COUNT.
           MOVE WS-CHECKED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Items screened         : " WS-PRINT-COUNT.
           MOVE WS-FLAGGED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Items flagged          : " WS-PRINT-COUNT.
           MOVE WS-UNPROFILED-ITEMS TO WS-PRINT-COUNT.
           DISPLAY "Items not screened     : " WS-PRINT-COUNT.
           MOVE WS-VOLUME-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Volume exceptions      : " WS-PRINT-COUNT.
           MOVE WS-REVIEW-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Review records written : " WS-PRINT-COUNT
                   " to " FUNCTION TRIM(WS-REVIEW-FILENAME).
