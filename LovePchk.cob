       IDENTIFICATION DIVISION.
       PROGRAM-ID. LovePchk.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERIODREC.

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  ARCHIVE-FILE.
           COPY ARCHREC.

      *    The month's daily control record images as LovePer found
      *    them at the close.
       FD  SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD            PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-MONTH-PARM          PIC X(6).
       01 WS-PERIOD-FILENAME     PIC X(25) VALUE "PERIOD.DAT".
       01 WS-PERIOD-FILE-STATUS  PIC X(2).
       01 WS-CONTROL-FILENAME    PIC X(25).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-ARCHIVE-FILENAME    PIC X(25).
       01 WS-ARCHIVE-FILE-STATUS PIC X(2).
       01 WS-SNAPSHOT-FILENAME   PIC X(25).
       01 WS-SNAPSHOT-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

       01 WS-CLOSED-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-CLOSED-IDX.
               10 WS-TBL-PS-MONTH PIC 9(6).
               10 WS-TBL-PS-CLOSED-DATE PIC 9(8).
       01 WS-MONTH-WANTED        PIC 9(6) VALUE ZERO.
       01 WS-MONTH-FOUND         PIC X VALUE 'N'.
           88 MONTH-FOUND        VALUE 'Y'.

      *    The close snapshot, one slot per day of the month.
       01 WS-SNAP-TABLE.
           05 WS-SNAP-ENTRY OCCURS 31 TIMES.
               10 WS-TBL-SNAP-PRESENT PIC X.
                   88 SNAP-PRESENT VALUE 'Y'.
               10 WS-TBL-SNAP-IMAGE PIC X(64).
       01 WS-SNAP-DAY            PIC 9(2).
       01 WS-SNAPSHOT-PRESENT    PIC X VALUE 'N'.
           88 SNAPSHOT-PRESENT   VALUE 'Y'.

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
       01 WS-DAY-SUB             PIC 9(2) VALUE ZERO.
       01 WS-DAY-DATE            PIC 9(8).
       01 WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
           05 WS-DAY-YYYYMM      PIC 9(6).
           05 WS-DAY-DD          PIC 9(2).
       01 WS-DAY-INT             PIC 9(8).
       01 WS-DAY-PRESENT         PIC X VALUE 'N'.
           88 DAY-PRESENT        VALUE 'Y'.

       01 WS-MONTHS-CHECKED      PIC 9(3) VALUE ZERO.
       01 WS-EXCEPTION-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-COUNT-2       PIC ZZZZZ9.
       01 WS-PRINT-SIGNED        PIC +ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-PRINT-SIGNED-2      PIC +ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-MONTH-PARM.
           PERFORM LOAD-CLOSED-PERIODS.
           DISPLAY "===== Closed-period control exceptions =====".
           IF WS-MONTH-WANTED NOT = ZERO
               MOVE 'N' TO WS-MONTH-FOUND
               PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                       UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                       OR MONTH-FOUND
                   IF WS-TBL-PS-MONTH(WS-CLOSED-IDX) = WS-MONTH-WANTED
                       SET MONTH-FOUND TO TRUE
                       PERFORM CHECK-ONE-PERIOD
                   END-IF
               END-PERFORM
               IF NOT MONTH-FOUND
                   DISPLAY "Month " WS-MONTH-WANTED " is not closed "
                           "- nothing to check."
               END-IF
           ELSE
               PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                       UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                   PERFORM CHECK-ONE-PERIOD
               END-PERFORM
           END-IF.
           PERFORM PRINT-SUMMARY.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    With no parm every closed month is checked.
       GET-MONTH-PARM.
           ACCEPT WS-MONTH-PARM FROM COMMAND-LINE.
           IF WS-MONTH-PARM NOT = SPACES
               IF WS-MONTH-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LovePchk [YYYYMM]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MONTH-PARM TO WS-MONTH-WANTED
           END-IF.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ PERIOD-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-CLOSED-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-CLOSED-COUNT = 0
               DISPLAY "No closed periods on "
                       FUNCTION TRIM(WS-PERIOD-FILENAME) "."
           END-IF.

       STORE-CLOSED-PERIOD.
           IF PS-CLOSED
               IF WS-CLOSED-COUNT >= 240
                   DISPLAY "Period table is full - month " PS-MONTH
                           " not checked."
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
                   SET WS-CLOSED-IDX TO WS-CLOSED-COUNT
                   MOVE PS-MONTH TO WS-TBL-PS-MONTH(WS-CLOSED-IDX)
                   MOVE PS-CLOSED-DATE
                       TO WS-TBL-PS-CLOSED-DATE(WS-CLOSED-IDX)
               END-IF
           END-IF.

      *    Every day of the month is measured against the snapshot
      *    taken at the close: a day whose record differs, appeared
      *    or disappeared since then is an exception.
       CHECK-ONE-PERIOD.
           ADD 1 TO WS-MONTHS-CHECKED.
           DISPLAY " ".
           DISPLAY "Period " WS-TBL-PS-MONTH(WS-CLOSED-IDX)
                   " closed " WS-TBL-PS-CLOSED-DATE(WS-CLOSED-IDX).
           PERFORM LOAD-CLOSE-SNAPSHOT.
           IF NOT SNAPSHOT-PRESENT
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "  *** NO CLOSE SNAPSHOT " WS-SNAPSHOT-FILENAME
                       " - PERIOD CANNOT BE CHECKED ***"
           ELSE
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   PERFORM CHECK-ONE-DAY
               END-PERFORM
           END-IF.

       LOAD-CLOSE-SNAPSHOT.
           PERFORM VARYING WS-SNAP-DAY FROM 1 BY 1
                   UNTIL WS-SNAP-DAY > 31
               MOVE 'N' TO WS-TBL-SNAP-PRESENT(WS-SNAP-DAY)
               MOVE SPACES TO WS-TBL-SNAP-IMAGE(WS-SNAP-DAY)
           END-PERFORM.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME.
           STRING "CLOSE." DELIMITED BY SIZE
                  WS-TBL-PS-MONTH(WS-CLOSED-IDX) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SNAPSHOT-FILENAME.
           MOVE 'N' TO WS-SNAPSHOT-PRESENT.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-FILE-STATUS = "00"
               SET SNAPSHOT-PRESENT TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ SNAPSHOT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-SNAPSHOT-DAY
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF.

       STORE-SNAPSHOT-DAY.
           MOVE SNAPSHOT-RECORD TO WS-DAY-IMAGE.
           IF WS-DAY-CT-DATE IS NUMERIC
               MOVE WS-DAY-CT-DATE TO WS-DAY-DATE
               IF WS-DAY-YYYYMM = WS-TBL-PS-MONTH(WS-CLOSED-IDX)
                       AND WS-DAY-DD >= 1 AND WS-DAY-DD <= 31
                   MOVE 'Y' TO WS-TBL-SNAP-PRESENT(WS-DAY-DD)
                   MOVE SNAPSHOT-RECORD
                       TO WS-TBL-SNAP-IMAGE(WS-DAY-DD)
               END-IF
           END-IF.

       CHECK-ONE-DAY.
           COMPUTE WS-DAY-DATE =
               WS-TBL-PS-MONTH(WS-CLOSED-IDX) * 100 + WS-DAY-SUB.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
           IF WS-DAY-INT NOT = ZERO
               PERFORM READ-DAY-CONTROL
               EVALUATE TRUE
                   WHEN DAY-PRESENT AND SNAP-PRESENT(WS-DAY-SUB)
                       IF WS-DAY-IMAGE
                               NOT = WS-TBL-SNAP-IMAGE(WS-DAY-SUB)
                           PERFORM REPORT-CHANGED-DAY
                       END-IF
                   WHEN DAY-PRESENT
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE WS-DAY-CT-COUNT TO WS-PRINT-COUNT
                       MOVE WS-DAY-CT-NET TO WS-PRINT-SIGNED
                       DISPLAY "  " WS-DAY-DATE "  ADDED SINCE CLOSE"
                               "    now " WS-PRINT-COUNT " items net "
                               WS-PRINT-SIGNED
                   WHEN SNAP-PRESENT(WS-DAY-SUB)
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "  " WS-DAY-DATE "  REMOVED SINCE "
                               "CLOSE - no live or archived record"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REPORT-CHANGED-DAY.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-DAY-CT-COUNT TO WS-PRINT-COUNT.
           MOVE WS-DAY-CT-NET TO WS-PRINT-SIGNED.
           MOVE WS-TBL-SNAP-IMAGE(WS-DAY-SUB) TO WS-DAY-IMAGE.
           MOVE WS-DAY-CT-COUNT TO WS-PRINT-COUNT-2.
           MOVE WS-DAY-CT-NET TO WS-PRINT-SIGNED-2.
           DISPLAY "  " WS-DAY-DATE "  CHANGED SINCE CLOSE".
           DISPLAY "      at close " WS-PRINT-COUNT-2 " items net "
                   WS-PRINT-SIGNED-2.
           DISPLAY "      now      " WS-PRINT-COUNT " items net "
                   WS-PRINT-SIGNED.

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

       PRINT-SUMMARY.
           DISPLAY " ".
           MOVE WS-MONTHS-CHECKED TO WS-PRINT-COUNT.
           DISPLAY "Closed periods checked : " WS-PRINT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Exceptions             : " WS-PRINT-COUNT.
