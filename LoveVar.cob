       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveVar.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RESPONSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN DYNAMIC WS-TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN DYNAMIC WS-CODE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
           COPY RESPREC.

       FD  ARCHIVE-FILE.
           COPY ARCHREC.

       FD  TARGET-FILE.
           COPY TRGTREC.

       FD  CODE-MASTER-FILE.
           COPY CODEREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE        PIC X(80).
       01 WS-MONTH-PARM          PIC X(6) VALUE SPACES.
       01 WS-ASOF-PARM           PIC X(8) VALUE SPACES.
       01 WS-TODAY-YYYYMMDD      PIC 9(8).
       01 WS-MONTH-YYYYMM        PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-YYYYMM.
           05 WS-MONTH-YYYY      PIC 9(4).
           05 WS-MONTH-MM        PIC 9(2).
       01 WS-MONTH-START         PIC 9(8).
       01 WS-MONTH-END           PIC 9(8).
       01 WS-NEXT-MONTH-START    PIC 9(8).
       01 WS-ASOF-DATE           PIC 9(8).
       01 WS-DATE-INT            PIC 9(8).
       01 WS-MONTH-COMPLETE-SW   PIC X VALUE 'N'.
           88 MONTH-COMPLETE     VALUE 'Y'.

       01 WS-DAY-SUB             PIC 9(2) VALUE ZERO.
       01 WS-DAY-DATE            PIC 9(8).
       01 WS-DAY-INT             PIC 9(8).
       01 WS-DAY-PRESENT         PIC X VALUE 'N'.
           88 DAY-PRESENT        VALUE 'Y'.
       01 WS-RESPONSE-FILENAME   PIC X(25) VALUE SPACES.
       01 WS-RESPONSE-FILE-STATUS PIC X(2).
       01 WS-ARCHIVE-FILENAME    PIC X(25) VALUE SPACES.
       01 WS-ARCHIVE-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    A response record, read from the live file or, once the
      *    day has been archived, from the image carried in its
      *    archive.
       01 WS-ITEM-RECORD.
           05 WS-ITEM-IMAGE      PIC X(72).
           05 WS-ITEM-VIEW REDEFINES WS-ITEM-IMAGE.
               10 FILLER         PIC X(3).
               10 FILLER         PIC 9(3).
               10 WS-ITEM-CODE   PIC A(3).
               10 WS-ITEM-ADJUSTMENT PIC S9(3).
               10 WS-ITEM-AMOUNT PIC 9(3)V99.
               10 FILLER         PIC 9(6).
               10 WS-ITEM-REC-TYPE PIC X.
                   88 ITEM-REVERSAL VALUE 'V'.
               10 FILLER         PIC 9(6).
               10 FILLER         PIC 9(8).
               10 FILLER         PIC 9(8).
               10 FILLER         PIC X(26).

       01 WS-TARGET-FILENAME     PIC X(25) VALUE "TARGETS.DAT".
       01 WS-TARGET-FILE-STATUS  PIC X(2).
       01 WS-TARGET-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-TARGET-TABLE.
           05 WS-TARGET-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TARGET-IDX.
               10 WS-TBL-TG-CODE PIC A(3).
               10 WS-TBL-TG-COUNT PIC 9(6).
               10 WS-TBL-TG-NET  PIC S9(11).
       01 WS-TARGET-DUP          PIC X VALUE 'N'.
           88 TARGET-DUPLICATE   VALUE 'Y'.

       01 WS-CODE-FILENAME       PIC X(25) VALUE "RESPCODES.DAT".
       01 WS-CODE-FILE-STATUS    PIC X(2).
       01 WS-CODE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CODE-IDX.
               10 WS-TBL-CM-CODE PIC A(3).
               10 WS-TBL-CM-DESC PIC X(30).
               10 WS-TBL-CM-STATUS PIC X.
       01 WS-KEY-CODE            PIC A(3).
       01 WS-DESC-HOLD           PIC X(30).
       01 WS-CODE-STANDING       PIC X VALUE SPACE.
           88 CODE-ACTIVE        VALUE 'A' SPACE.
           88 CODE-RETIRED       VALUE 'R'.
           88 CODE-NOT-ON-FILE   VALUE 'N'.

      *    One row per response code met in the month; a reversal
      *    backs its original out of the row, so the figures are net.
       01 WS-ACTIVITY-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-ACTIVITY-TABLE.
           05 WS-ACTIVITY-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ACT-IDX.
               10 WS-TBL-AC-CODE PIC A(3).
               10 WS-TBL-AC-COUNT PIC S9(7).
               10 WS-TBL-AC-NET  PIC S9(11).
               10 WS-TBL-AC-TARGETED PIC X.
       01 WS-ACTIVITY-FOUND      PIC X VALUE 'N'.
           88 ACTIVITY-FOUND     VALUE 'Y'.
       01 WS-ACTIVITY-SUB        PIC 9(3) VALUE ZERO.
       01 WS-NET-CENTS           PIC S9(7) VALUE ZERO.

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
           88 BUSINESS-DAY-OPEN  VALUE 'Y'.
       01 WS-CLOSED-REASON       PIC X(30).
       01 WS-CHECK-DATE          PIC 9(8).
       01 WS-CHECK-INT           PIC 9(8).
       01 WS-DAY-OF-WEEK         PIC 9.

       01 WS-BUS-DAYS-TOTAL      PIC 9(2) VALUE ZERO.
       01 WS-BUS-DAYS-ELAPSED    PIC 9(2) VALUE ZERO.
       01 WS-LIVE-DAYS           PIC 9(2) VALUE ZERO.
       01 WS-ARCHIVED-DAYS       PIC 9(2) VALUE ZERO.
       01 WS-MISSING-DAYS        PIC 9(2) VALUE ZERO.
       01 WS-TARGETED-CODES      PIC 9(3) VALUE ZERO.
       01 WS-INACTIVE-TARGETS    PIC 9(3) VALUE ZERO.
       01 WS-UNTARGETED-CODES    PIC 9(3) VALUE ZERO.

      *    The figures one comparison line is printed from.
       01 WS-CMP-LABEL           PIC X(19).
       01 WS-CMP-TARGET          PIC S9(11).
       01 WS-CMP-ACTUAL          PIC S9(11).
       01 WS-CMP-VARIANCE        PIC S9(11).
       01 WS-CMP-PCT             PIC S9(8)V9.
       01 WS-CUR-TGT-COUNT       PIC S9(11).
       01 WS-CUR-TGT-NET         PIC S9(11).
       01 WS-CUR-ACT-COUNT       PIC S9(11).
       01 WS-CUR-ACT-NET         PIC S9(11).
       01 WS-PACE-SWITCH         PIC X VALUE 'N'.
           88 SHOW-PACING        VALUE 'Y'.
       01 WS-PROJECTED-COUNT     PIC S9(11).
       01 WS-PROJECTED-NET       PIC S9(11).

       01 WS-TOTAL-TGT-COUNT     PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-TGT-NET       PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-ACT-COUNT     PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-ACT-NET       PIC S9(11) VALUE ZERO.
       01 WS-OTHER-COUNT         PIC S9(11) VALUE ZERO.
       01 WS-OTHER-NET           PIC S9(11) VALUE ZERO.
       01 WS-MONTH-COUNT         PIC S9(11) VALUE ZERO.
       01 WS-MONTH-NET           PIC S9(11) VALUE ZERO.

       01 WS-PRINT-DAYS          PIC Z9.
       01 WS-PRINT-CODES         PIC ZZ9.
       01 WS-PRINT-TARGET        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-PRINT-SIGNED        PIC ---,---,---,--9.
       01 WS-PRINT-VARIANCE      PIC +++,+++,+++,++9.
       01 WS-PRINT-PCT           PIC -ZZZZZZZ9.9.
       01 WS-PCT-SHOW            PIC X(12).

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-CODE-FILE       PIC X(8) VALUE "default".
       01 WS-SRC-CALENDAR-FILE   PIC X(8) VALUE "default".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM GET-RUN-PARMS.
           PERFORM LOAD-CODE-MASTER.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM LOAD-MONTH-TARGETS.
           DISPLAY "===== Target variance report for "
                   WS-MONTH-YYYYMM " through " WS-ASOF-DATE
                   " =====".
           DISPLAY " ".

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               PERFORM ROLL-ONE-DAY
           END-PERFORM.

           IF NOT MONTH-COMPLETE AND WS-BUS-DAYS-TOTAL > 0
               SET SHOW-PACING TO TRUE
           END-IF.
           PERFORM PRINT-TARGETED-CODES.
           PERFORM PRINT-INACTIVE-TARGETS.
           PERFORM PRINT-UNTARGETED-CODES.
           PERFORM PRINT-MONTH-SUMMARY.
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
               WHEN "CALENDAR-FILE"
                   IF SP-VALUE NOT = SPACES
                       MOVE SP-VALUE TO WS-CALENDAR-FILENAME
                       MOVE "SYSPARM" TO WS-SRC-CALENDAR-FILE
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
           DISPLAY "  CALENDAR-FILE        " WS-CALENDAR-FILENAME " "
                   WS-SRC-CALENDAR-FILE.
           DISPLAY " ".

      *    With no month the current one is reported. A month still
      *    running is reported through today, or through an earlier
      *    date given after the month; a month already ended is
      *    reported whole unless a date inside it is given.
       GET-RUN-PARMS.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-MONTH-PARM WS-ASOF-PARM.
           IF WS-MONTH-PARM = SPACES
               COMPUTE WS-MONTH-YYYYMM = WS-TODAY-YYYYMMDD / 100
           ELSE
               IF WS-MONTH-PARM IS NOT NUMERIC
                   PERFORM SHOW-USAGE
               END-IF
               MOVE WS-MONTH-PARM TO WS-MONTH-YYYYMM
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   PERFORM SHOW-USAGE
               END-IF
           END-IF.
           COMPUTE WS-MONTH-START = WS-MONTH-YYYYMM * 100 + 1.
           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-MONTH-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           IF WS-MONTH-START > WS-TODAY-YYYYMMDD
               DISPLAY "Month " WS-MONTH-YYYYMM " has not begun - "
                       "nothing to report."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ASOF-PARM = SPACES
               IF WS-TODAY-YYYYMMDD < WS-MONTH-END
                   MOVE WS-TODAY-YYYYMMDD TO WS-ASOF-DATE
               ELSE
                   MOVE WS-MONTH-END TO WS-ASOF-DATE
               END-IF
           ELSE
               IF WS-ASOF-PARM IS NOT NUMERIC
                   PERFORM SHOW-USAGE
               END-IF
               MOVE WS-ASOF-PARM TO WS-ASOF-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               IF WS-DATE-INT = ZERO
                       OR WS-ASOF-DATE < WS-MONTH-START
                       OR WS-ASOF-DATE > WS-MONTH-END
                       OR WS-ASOF-DATE > WS-TODAY-YYYYMMDD
                   PERFORM SHOW-USAGE
               END-IF
           END-IF.
           IF WS-ASOF-DATE = WS-MONTH-END
               SET MONTH-COMPLETE TO TRUE
           END-IF.

       SHOW-USAGE.
           DISPLAY "Usage: LoveVar [YYYYMM [YYYYMMDD]]".
           DISPLAY "  The date, if given, must fall in the month and "
                   "not after today.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       LOAD-CODE-MASTER.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ CODE-MASTER-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-CODE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CODE-MASTER-FILE
           END-IF.
           IF WS-CODE-COUNT = 0
               DISPLAY "Warning: no response-code master loaded - "
                       "every target is taken as on an active code."
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       STORE-CODE-ENTRY.
           IF WS-CODE-COUNT >= 100
               DISPLAY "Code master table is full - code " CM-CODE
                       " ignored."
           ELSE
               ADD 1 TO WS-CODE-COUNT
               SET WS-CODE-IDX TO WS-CODE-COUNT
               MOVE CM-CODE TO WS-TBL-CM-CODE(WS-CODE-IDX)
               MOVE CM-DESCRIPTION TO WS-TBL-CM-DESC(WS-CODE-IDX)
               MOVE CM-STATUS TO WS-TBL-CM-STATUS(WS-CODE-IDX)
           END-IF.

      *    Sets the description and the code's standing on the
      *    master for WS-KEY-CODE; with no master loaded every code
      *    stands as active.
       FIND-CODE-STANDING.
           MOVE SPACES TO WS-DESC-HOLD.
           MOVE SPACE TO WS-CODE-STANDING.
           IF WS-CODE-COUNT > 0
               MOVE 'N' TO WS-CODE-STANDING
               MOVE "*** NOT ON CODE MASTER ***" TO WS-DESC-HOLD
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                       OR NOT CODE-NOT-ON-FILE
                   IF WS-TBL-CM-CODE(WS-CODE-IDX) = WS-KEY-CODE
                       MOVE WS-TBL-CM-DESC(WS-CODE-IDX)
                           TO WS-DESC-HOLD
                       IF WS-TBL-CM-STATUS(WS-CODE-IDX) = 'A'
                           MOVE 'A' TO WS-CODE-STANDING
                       ELSE
                           MOVE 'R' TO WS-CODE-STANDING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

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

      *    Only the month asked for is kept; a second record for the
      *    same month and code is ignored.
       LOAD-MONTH-TARGETS.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ TARGET-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TG-MONTH = WS-MONTH-YYYYMM
                               PERFORM STORE-TARGET-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           ELSE
               DISPLAY "Warning: no target file - every code is "
                       "reported as without a target."
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       STORE-TARGET-ENTRY.
           MOVE 'N' TO WS-TARGET-DUP.
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               IF WS-TBL-TG-CODE(WS-TARGET-IDX) = TG-CODE
                   SET TARGET-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
           IF TARGET-DUPLICATE
               DISPLAY "Duplicate target for " TG-CODE " ignored."
           ELSE
               IF WS-TARGET-COUNT >= 100
                   DISPLAY "Target table is full - code " TG-CODE
                           " ignored."
               ELSE
                   ADD 1 TO WS-TARGET-COUNT
                   SET WS-TARGET-IDX TO WS-TARGET-COUNT
                   MOVE TG-CODE TO WS-TBL-TG-CODE(WS-TARGET-IDX)
                   MOVE TG-TARGET-COUNT
                       TO WS-TBL-TG-COUNT(WS-TARGET-IDX)
                   MOVE TG-TARGET-NET
                       TO WS-TBL-TG-NET(WS-TARGET-IDX)
               END-IF
           END-IF.

      *    Every day of the month counts toward the business days in
      *    it; days up to the as-of date are read. A day that has
      *    been archived is read back from its archive. A day number
      *    the calendar does not hold (e.g. the 31st of a 30-day
      *    month) is skipped.
       ROLL-ONE-DAY.
           COMPUTE WS-DAY-DATE =
               WS-MONTH-YYYYMM * 100 + WS-DAY-SUB.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
           IF WS-DAY-INT = ZERO
               CONTINUE
           ELSE
               MOVE WS-DAY-DATE TO WS-CHECK-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF BUSINESS-DAY-OPEN
                   ADD 1 TO WS-BUS-DAYS-TOTAL
               END-IF
               IF WS-DAY-DATE NOT > WS-ASOF-DATE
                   IF BUSINESS-DAY-OPEN
                       ADD 1 TO WS-BUS-DAYS-ELAPSED
                   END-IF
                   PERFORM READ-DAY-RESPONSES
               END-IF
           END-IF.

       READ-DAY-RESPONSES.
           MOVE 'N' TO WS-DAY-PRESENT.
           MOVE SPACES TO WS-RESPONSE-FILENAME.
           STRING "RESPONSE." DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RESPONSE-FILENAME.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-FILE-STATUS = "00"
               SET DAY-PRESENT TO TRUE
               ADD 1 TO WS-LIVE-DAYS
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ RESPONSE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RESPONSE-RECORD TO WS-ITEM-IMAGE
                           PERFORM POST-ITEM
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.
           IF NOT DAY-PRESENT
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "ARCHIVE." DELIMITED BY SIZE
                      WS-DAY-DATE DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-ARCHIVE-FILENAME
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS = "00"
                   SET DAY-PRESENT TO TRUE
                   ADD 1 TO WS-ARCHIVED-DAYS
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ ARCHIVE-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF AH-RESPONSE-REC
                                   MOVE AH-IMAGE TO WS-ITEM-IMAGE
                                   PERFORM POST-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
           IF NOT DAY-PRESENT AND BUSINESS-DAY-OPEN
               ADD 1 TO WS-MISSING-DAYS
               DISPLAY WS-DAY-DATE "  *** NO RESPONSE FILE OR "
                       "ARCHIVE - BUSINESS DAY NOT COUNTED ***"
           END-IF.

      *    A reversal record backs its original out of its code's
      *    row, the same netting LoveSett applies to the day.
       POST-ITEM.
           PERFORM FIND-ACTIVITY-ENTRY.
           IF NOT ACTIVITY-FOUND
               IF WS-ACTIVITY-COUNT >= 100
                   DISPLAY "Activity table is full - code "
                           WS-ITEM-CODE " ignored."
               ELSE
                   ADD 1 TO WS-ACTIVITY-COUNT
                   MOVE WS-ACTIVITY-COUNT TO WS-ACTIVITY-SUB
                   MOVE WS-ITEM-CODE
                       TO WS-TBL-AC-CODE(WS-ACTIVITY-SUB)
                   MOVE ZERO TO WS-TBL-AC-COUNT(WS-ACTIVITY-SUB)
                   MOVE ZERO TO WS-TBL-AC-NET(WS-ACTIVITY-SUB)
                   MOVE 'N' TO WS-TBL-AC-TARGETED(WS-ACTIVITY-SUB)
               END-IF
           END-IF.
           IF WS-ACTIVITY-SUB = 0
               CONTINUE
           ELSE
               COMPUTE WS-NET-CENTS =
                   WS-ITEM-AMOUNT * 100 + WS-ITEM-ADJUSTMENT
               IF ITEM-REVERSAL
                   SUBTRACT 1 FROM WS-TBL-AC-COUNT(WS-ACTIVITY-SUB)
                   SUBTRACT WS-NET-CENTS
                       FROM WS-TBL-AC-NET(WS-ACTIVITY-SUB)
                   SUBTRACT 1 FROM WS-MONTH-COUNT
                   SUBTRACT WS-NET-CENTS FROM WS-MONTH-NET
               ELSE
                   ADD 1 TO WS-TBL-AC-COUNT(WS-ACTIVITY-SUB)
                   ADD WS-NET-CENTS
                       TO WS-TBL-AC-NET(WS-ACTIVITY-SUB)
                   ADD 1 TO WS-MONTH-COUNT
                   ADD WS-NET-CENTS TO WS-MONTH-NET
               END-IF
           END-IF.

       FIND-ACTIVITY-ENTRY.
           MOVE 'N' TO WS-ACTIVITY-FOUND.
           MOVE 0 TO WS-ACTIVITY-SUB.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
                   OR ACTIVITY-FOUND
               IF WS-TBL-AC-CODE(WS-ACT-IDX) = WS-ITEM-CODE
                   SET ACTIVITY-FOUND TO TRUE
                   SET WS-ACTIVITY-SUB TO WS-ACT-IDX
               END-IF
           END-PERFORM.

      *    Pulls the month's actual figures for WS-KEY-CODE into the
      *    current comparison and marks the code as having a target.
       TAKE-CODE-ACTUALS.
           MOVE ZERO TO WS-CUR-ACT-COUNT.
           MOVE ZERO TO WS-CUR-ACT-NET.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
               IF WS-TBL-AC-CODE(WS-ACT-IDX) = WS-KEY-CODE
                   MOVE WS-TBL-AC-COUNT(WS-ACT-IDX)
                       TO WS-CUR-ACT-COUNT
                   MOVE WS-TBL-AC-NET(WS-ACT-IDX) TO WS-CUR-ACT-NET
                   MOVE 'Y' TO WS-TBL-AC-TARGETED(WS-ACT-IDX)
               END-IF
           END-PERFORM.

       PRINT-COMPARISON-HEADING.
           DISPLAY "Code/measure                 Target"
                   "          Actual        Variance"
                   "    Achieved".

       PRINT-TARGETED-CODES.
           DISPLAY "===== Actual against target =====".
           IF SHOW-PACING
               MOVE WS-BUS-DAYS-ELAPSED TO WS-PRINT-DAYS
               DISPLAY "Month in progress - " WS-PRINT-DAYS
                       " of " WITH NO ADVANCING
               MOVE WS-BUS-DAYS-TOTAL TO WS-PRINT-DAYS
               DISPLAY WS-PRINT-DAYS " business days elapsed; "
                       "the to-date lines pace the target over them."
           END-IF.
           PERFORM PRINT-COMPARISON-HEADING.
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               MOVE WS-TBL-TG-CODE(WS-TARGET-IDX) TO WS-KEY-CODE
               PERFORM FIND-CODE-STANDING
               IF CODE-ACTIVE
                   PERFORM PRINT-TARGETED-CODE
               END-IF
           END-PERFORM.
           IF WS-TARGETED-CODES = 0
               DISPLAY "No targets set on active codes for "
                       WS-MONTH-YYYYMM "."
               DISPLAY " "
           ELSE
               DISPLAY "Total of codes with targets"
               MOVE WS-TOTAL-TGT-COUNT TO WS-CUR-TGT-COUNT
               MOVE WS-TOTAL-TGT-NET TO WS-CUR-TGT-NET
               MOVE WS-TOTAL-ACT-COUNT TO WS-CUR-ACT-COUNT
               MOVE WS-TOTAL-ACT-NET TO WS-CUR-ACT-NET
               PERFORM PRINT-CODE-COMPARISON
           END-IF.

       PRINT-TARGETED-CODE.
           ADD 1 TO WS-TARGETED-CODES.
           MOVE WS-TBL-TG-COUNT(WS-TARGET-IDX) TO WS-CUR-TGT-COUNT.
           MOVE WS-TBL-TG-NET(WS-TARGET-IDX) TO WS-CUR-TGT-NET.
           PERFORM TAKE-CODE-ACTUALS.
           ADD WS-CUR-TGT-COUNT TO WS-TOTAL-TGT-COUNT.
           ADD WS-CUR-TGT-NET TO WS-TOTAL-TGT-NET.
           ADD WS-CUR-ACT-COUNT TO WS-TOTAL-ACT-COUNT.
           ADD WS-CUR-ACT-NET TO WS-TOTAL-ACT-NET.
           DISPLAY WS-KEY-CODE "  " WS-DESC-HOLD.
           PERFORM PRINT-CODE-COMPARISON.

      *    Month-to-date pacing expects the target to be met evenly
      *    over the month's business days, and projects the month-end
      *    figure from the rate so far.
       PRINT-CODE-COMPARISON.
           MOVE "     Count" TO WS-CMP-LABEL.
           MOVE WS-CUR-TGT-COUNT TO WS-CMP-TARGET.
           MOVE WS-CUR-ACT-COUNT TO WS-CMP-ACTUAL.
           PERFORM PRINT-COMPARISON-LINE.
           MOVE "     Net (cents)" TO WS-CMP-LABEL.
           MOVE WS-CUR-TGT-NET TO WS-CMP-TARGET.
           MOVE WS-CUR-ACT-NET TO WS-CMP-ACTUAL.
           PERFORM PRINT-COMPARISON-LINE.
           IF SHOW-PACING
               MOVE "     Count to date" TO WS-CMP-LABEL
               COMPUTE WS-CMP-TARGET ROUNDED =
                   WS-CUR-TGT-COUNT * WS-BUS-DAYS-ELAPSED
                   / WS-BUS-DAYS-TOTAL
               MOVE WS-CUR-ACT-COUNT TO WS-CMP-ACTUAL
               PERFORM PRINT-COMPARISON-LINE
               MOVE "     Net to date" TO WS-CMP-LABEL
               COMPUTE WS-CMP-TARGET ROUNDED =
                   WS-CUR-TGT-NET * WS-BUS-DAYS-ELAPSED
                   / WS-BUS-DAYS-TOTAL
               MOVE WS-CUR-ACT-NET TO WS-CMP-ACTUAL
               PERFORM PRINT-COMPARISON-LINE
               IF WS-BUS-DAYS-ELAPSED > 0
                   COMPUTE WS-PROJECTED-COUNT ROUNDED =
                       WS-CUR-ACT-COUNT * WS-BUS-DAYS-TOTAL
                       / WS-BUS-DAYS-ELAPSED
                   COMPUTE WS-PROJECTED-NET ROUNDED =
                       WS-CUR-ACT-NET * WS-BUS-DAYS-TOTAL
                       / WS-BUS-DAYS-ELAPSED
                   MOVE "     Count at pace" TO WS-CMP-LABEL
                   MOVE WS-CUR-TGT-COUNT TO WS-CMP-TARGET
                   MOVE WS-PROJECTED-COUNT TO WS-CMP-ACTUAL
                   PERFORM PRINT-COMPARISON-LINE
                   MOVE "     Net at pace" TO WS-CMP-LABEL
                   MOVE WS-CUR-TGT-NET TO WS-CMP-TARGET
                   MOVE WS-PROJECTED-NET TO WS-CMP-ACTUAL
                   PERFORM PRINT-COMPARISON-LINE
               END-IF
           END-IF.
           DISPLAY " ".

      *    Percent achieved is only shown against a target above
      *    zero.
       PRINT-COMPARISON-LINE.
           COMPUTE WS-CMP-VARIANCE = WS-CMP-ACTUAL - WS-CMP-TARGET.
           IF WS-CMP-TARGET = ZERO
               MOVE "         n/a" TO WS-PCT-SHOW
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-ACTUAL * 100 / WS-CMP-TARGET
               MOVE WS-CMP-PCT TO WS-PRINT-PCT
               MOVE SPACES TO WS-PCT-SHOW
               STRING WS-PRINT-PCT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO WS-PCT-SHOW
           END-IF.
           MOVE WS-CMP-TARGET TO WS-PRINT-TARGET.
           MOVE WS-CMP-ACTUAL TO WS-PRINT-SIGNED.
           MOVE WS-CMP-VARIANCE TO WS-PRINT-VARIANCE.
           DISPLAY WS-CMP-LABEL " " WS-PRINT-TARGET " "
                   WS-PRINT-SIGNED " " WS-PRINT-VARIANCE " "
                   WS-PCT-SHOW.

      *    A target left on a code since retired, or one no longer
      *    on the master at all, is shown apart so it is not read as
      *    a miss by an active code.
       PRINT-INACTIVE-TARGETS.
           DISPLAY "===== Targets for codes not active on the "
                   "master =====".
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               MOVE WS-TBL-TG-CODE(WS-TARGET-IDX) TO WS-KEY-CODE
               PERFORM FIND-CODE-STANDING
               IF NOT CODE-ACTIVE
                   PERFORM PRINT-INACTIVE-TARGET
               END-IF
           END-PERFORM.
           IF WS-INACTIVE-TARGETS = 0
               DISPLAY "None."
               DISPLAY " "
           END-IF.

       PRINT-INACTIVE-TARGET.
           IF WS-INACTIVE-TARGETS = 0
               PERFORM PRINT-COMPARISON-HEADING
           END-IF.
           ADD 1 TO WS-INACTIVE-TARGETS.
           MOVE WS-TBL-TG-COUNT(WS-TARGET-IDX) TO WS-CUR-TGT-COUNT.
           MOVE WS-TBL-TG-NET(WS-TARGET-IDX) TO WS-CUR-TGT-NET.
           PERFORM TAKE-CODE-ACTUALS.
           IF CODE-RETIRED
               DISPLAY WS-KEY-CODE "  " WS-DESC-HOLD "  RETIRED"
           ELSE
               DISPLAY WS-KEY-CODE "  " WS-DESC-HOLD
           END-IF.
           MOVE "     Count" TO WS-CMP-LABEL.
           MOVE WS-CUR-TGT-COUNT TO WS-CMP-TARGET.
           MOVE WS-CUR-ACT-COUNT TO WS-CMP-ACTUAL.
           PERFORM PRINT-COMPARISON-LINE.
           MOVE "     Net (cents)" TO WS-CMP-LABEL.
           MOVE WS-CUR-TGT-NET TO WS-CMP-TARGET.
           MOVE WS-CUR-ACT-NET TO WS-CMP-ACTUAL.
           PERFORM PRINT-COMPARISON-LINE.
           DISPLAY " ".

       PRINT-UNTARGETED-CODES.
           DISPLAY "===== Codes with activity but no target =====".
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
               IF WS-TBL-AC-TARGETED(WS-ACT-IDX) NOT = 'Y'
                   PERFORM PRINT-UNTARGETED-CODE
               END-IF
           END-PERFORM.
           IF WS-UNTARGETED-CODES = 0
               DISPLAY "None."
           ELSE
               MOVE WS-OTHER-COUNT TO WS-PRINT-SIGNED
               DISPLAY "Total                               "
                       WS-PRINT-SIGNED WITH NO ADVANCING
               MOVE WS-OTHER-NET TO WS-PRINT-SIGNED
               DISPLAY " " WS-PRINT-SIGNED
           END-IF.
           DISPLAY " ".

       PRINT-UNTARGETED-CODE.
           IF WS-UNTARGETED-CODES = 0
               DISPLAY "Code Description                 "
                       "             Count     Net (cents)"
           END-IF.
           ADD 1 TO WS-UNTARGETED-CODES.
           MOVE WS-TBL-AC-CODE(WS-ACT-IDX) TO WS-KEY-CODE.
           PERFORM FIND-CODE-STANDING.
           ADD WS-TBL-AC-COUNT(WS-ACT-IDX) TO WS-OTHER-COUNT.
           ADD WS-TBL-AC-NET(WS-ACT-IDX) TO WS-OTHER-NET.
           MOVE WS-TBL-AC-COUNT(WS-ACT-IDX) TO WS-PRINT-SIGNED.
           DISPLAY WS-KEY-CODE "  " WS-DESC-HOLD " "
                   WS-PRINT-SIGNED WITH NO ADVANCING.
           MOVE WS-TBL-AC-NET(WS-ACT-IDX) TO WS-PRINT-SIGNED.
           DISPLAY " " WS-PRINT-SIGNED.

       PRINT-MONTH-SUMMARY.
           DISPLAY "===== Month summary =====".
           MOVE WS-BUS-DAYS-TOTAL TO WS-PRINT-DAYS.
           DISPLAY "Business days in month      : " WS-PRINT-DAYS.
           MOVE WS-BUS-DAYS-ELAPSED TO WS-PRINT-DAYS.
           DISPLAY "Business days elapsed       : " WS-PRINT-DAYS.
           MOVE WS-LIVE-DAYS TO WS-PRINT-DAYS.
           DISPLAY "Days read from RESPONSE     : " WS-PRINT-DAYS.
           MOVE WS-ARCHIVED-DAYS TO WS-PRINT-DAYS.
           DISPLAY "Days read from archive      : " WS-PRINT-DAYS.
           MOVE WS-MISSING-DAYS TO WS-PRINT-DAYS.
           DISPLAY "Business days not found     : " WS-PRINT-DAYS.
           MOVE WS-TARGETED-CODES TO WS-PRINT-CODES.
           DISPLAY "Codes against target        : " WS-PRINT-CODES.
           MOVE WS-INACTIVE-TARGETS TO WS-PRINT-CODES.
           DISPLAY "Targets on inactive codes   : " WS-PRINT-CODES.
           MOVE WS-UNTARGETED-CODES TO WS-PRINT-CODES.
           DISPLAY "Codes without a target      : " WS-PRINT-CODES.
           MOVE WS-MONTH-COUNT TO WS-PRINT-SIGNED.
           DISPLAY "Net item count, all codes   : " WS-PRINT-SIGNED.
           MOVE WS-MONTH-NET TO WS-PRINT-SIGNED.
           DISPLAY "Net settlement, all codes   : " WS-PRINT-SIGNED.
