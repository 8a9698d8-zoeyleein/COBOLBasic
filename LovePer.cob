       IDENTIFICATION DIVISION.
       PROGRAM-ID. LovePer.
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
           SELECT MONTHLY-FILE ASSIGN DYNAMIC WS-MONTHLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHLY-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN DYNAMIC
                   WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERIODREC.

       FD  CONTROL-FILE.
           COPY CTLREC.

      *    The month-end statement record LoveMnth writes, keyed
      *    YYYYMM00 in the daily control layout.
       FD  MONTHLY-FILE.
       01 MONTHLY-RECORD.
           05 MC-DATE                PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 MC-RECORD-COUNT        PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 MC-GROSS-AMOUNT        PIC 9(9)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 MC-TOTAL-ADJUSTMENTS   PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                 PIC X VALUE SPACE.
           05 MC-NET-SETTLEMENT      PIC S9(11)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                 PIC X VALUE SPACE.
           05 MC-SEQ-HASH            PIC 9(12).

       FD  ARCHIVE-FILE.
           COPY ARCHREC.

      *    One daily control record image per filed day of the month
      *    as it stood at the close.
       FD  SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD            PIC X(64).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-FILENAME     PIC X(25) VALUE "PERIOD.DAT".
       01 WS-PERIOD-FILE-STATUS  PIC X(2).
       01 WS-CONTROL-FILENAME    PIC X(25).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-MONTHLY-FILENAME    PIC X(25).
       01 WS-MONTHLY-FILE-STATUS PIC X(2).
       01 WS-ARCHIVE-FILENAME    PIC X(25).
       01 WS-ARCHIVE-FILE-STATUS PIC X(2).
       01 WS-SNAPSHOT-FILENAME   PIC X(25).
       01 WS-SNAPSHOT-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

       01 WS-PERIOD-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-PERIOD-IDX.
               10 WS-TBL-PS-MONTH PIC 9(6).
               10 WS-TBL-PS-STATUS PIC X.
               10 WS-TBL-PS-CLOSED-BY PIC X(20).
               10 WS-TBL-PS-CLOSED-DATE PIC 9(8).
               10 WS-TBL-PS-CLOSED-TIME PIC 9(6).
               10 WS-TBL-PS-REOPENED-BY PIC X(20).
               10 WS-TBL-PS-REOPENED-DATE PIC 9(8).
               10 WS-TBL-PS-REOPENED-TIME PIC 9(6).
               10 WS-TBL-PS-REASON PIC X(40).

       01 WS-MENU-CHOICE         PIC X.
       01 WS-DONE-SWITCH         PIC X VALUE 'N'.
           88 MAINTENANCE-DONE   VALUE 'Y'.
       01 WS-MONTH-INPUT         PIC X(6).
       01 WS-MONTH-WANTED        PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-WANTED.
           05 WS-MONTH-YYYY      PIC 9(4).
           05 WS-MONTH-MM        PIC 9(2).
       01 WS-MONTH-VALID         PIC X VALUE 'N'.
       01 WS-REASON-INPUT        PIC X(40).
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
           88 PERIOD-FOUND       VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(3) VALUE ZERO.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.

       01 WS-TODAY-YYYYMMDD      PIC 9(8).
       01 WS-TODAY-MONTH         PIC 9(6).
       01 WS-TIME-RAW            PIC 9(8).
       01 WS-TIME-FIELDS REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS     PIC 9(6).
           05 WS-TIME-HUNDREDTHS PIC 9(2).

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
       01 WS-DAY-INT             PIC 9(8).
       01 WS-DAY-PRESENT         PIC X VALUE 'N'.
           88 DAY-PRESENT        VALUE 'Y'.

       01 WS-STATEMENT-PRESENT   PIC X VALUE 'N'.
           88 STATEMENT-PRESENT  VALUE 'Y'.
       01 WS-STATEMENT-SWITCH    PIC X VALUE 'N'.
           88 STATEMENT-AGREES   VALUE 'Y'.
       01 WS-STMT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-STMT-GROSS          PIC 9(9)V99 VALUE ZERO.
       01 WS-STMT-ADJUSTMENTS    PIC S9(9) VALUE ZERO.
       01 WS-STMT-NET            PIC S9(11) VALUE ZERO.
       01 WS-STMT-SEQ-HASH       PIC 9(12) VALUE ZERO.
       01 WS-SUM-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-SUM-GROSS           PIC 9(9)V99 VALUE ZERO.
       01 WS-SUM-ADJUSTMENTS     PIC S9(9) VALUE ZERO.
       01 WS-SUM-NET             PIC S9(11) VALUE ZERO.
       01 WS-SUM-SEQ-HASH        PIC 9(12) VALUE ZERO.
       01 WS-SNAPSHOT-COUNT      PIC 9(2) VALUE ZERO.

       01 WS-OPER-FILENAME       PIC X(25) VALUE "OPERMAST.DAT".
       01 WS-OPER-FILE-STATUS    PIC X(2).
       01 WS-OPER-MASTER-EOF     PIC X VALUE 'N'.
           88 OPER-MASTER-EOF    VALUE 'Y'.
       01 WS-OPER-MASTER-LOADED  PIC X VALUE 'N'.
           88 OPER-MASTER-LOADED VALUE 'Y'.
       01 WS-OPMAST-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-OPMAST-TABLE.
           05 WS-OPMAST-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OPMAST-IDX.
               10 WS-TBL-OP-ID   PIC X(20).
               10 WS-TBL-OP-ROLE PIC X.
               10 WS-TBL-OP-STATUS PIC X.
       01 WS-SIGNON-OK           PIC X VALUE 'N'.
           88 SIGNON-OK          VALUE 'Y'.
       01 WS-OPER-ROLE           PIC X VALUE SPACE.
           88 OPERATOR-SUPERVISOR VALUE 'S'.
       01 WS-OPERATOR-ID         PIC X(20).

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-RETRY-LIMIT     PIC X(8) VALUE "default".
       01 WS-SRC-OPERATOR-FILE   PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           IF OPER-MASTER-LOADED AND NOT OPERATOR-SUPERVISOR
               DISPLAY "Period close needs a supervisor - "
                       "access refused."
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           DIVIDE WS-TODAY-YYYYMMDD BY 100 GIVING WS-TODAY-MONTH.
           PERFORM LOAD-PERIOD-FILE.
           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY " "
               DISPLAY "===== Accounting period close ====="
               DISPLAY "(L)ist  (C)lose  (R)eopen  (E)xit: "
                       WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'L'
                       PERFORM LIST-PERIODS
                   WHEN 'C'
                       PERFORM CLOSE-PERIOD
                   WHEN 'R'
                       PERFORM REOPEN-PERIOD
                   WHEN 'E'
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Please choose L, C, R or E."
               END-EVALUATE
           END-PERFORM.
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
               WHEN "RETRY-LIMIT"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 9998
                       MOVE SP-NUMBER TO WS-RETRY-LIMIT
                       MOVE "SYSPARM" TO WS-SRC-RETRY-LIMIT
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "OPERATOR-FILE"
                   IF SP-VALUE NOT = SPACES
                       MOVE SP-VALUE TO WS-OPER-FILENAME
                       MOVE "SYSPARM" TO WS-SRC-OPERATOR-FILE
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
           MOVE WS-RETRY-LIMIT TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  RETRY-LIMIT          " WS-PARM-SHOW " "
                   WS-SRC-RETRY-LIMIT.
           DISPLAY "  OPERATOR-FILE        " WS-OPER-FILENAME " "
                   WS-SRC-OPERATOR-FILE.
           DISPLAY " ".

       LOAD-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE 'N' TO WS-OPER-MASTER-EOF
               PERFORM UNTIL OPER-MASTER-EOF
                   READ OPERATOR-MASTER-FILE
                       AT END
                           SET OPER-MASTER-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-OPER-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
               IF WS-OPMAST-COUNT > 0
                   SET OPER-MASTER-LOADED TO TRUE
               END-IF
           END-IF.
           IF NOT OPER-MASTER-LOADED
               DISPLAY "Warning: no operator master loaded - "
                       "sign-on not enforced."
           END-IF.

       STORE-OPER-MASTER-ENTRY.
           IF WS-OPMAST-COUNT >= 200
               DISPLAY "Operator table is full - operator " OP-ID
                       " ignored."
           ELSE
               ADD 1 TO WS-OPMAST-COUNT
               SET WS-OPMAST-IDX TO WS-OPMAST-COUNT
               MOVE OP-ID TO WS-TBL-OP-ID(WS-OPMAST-IDX)
               MOVE OP-ROLE TO WS-TBL-OP-ROLE(WS-OPMAST-IDX)
               MOVE OP-STATUS TO WS-TBL-OP-STATUS(WS-OPMAST-IDX)
           END-IF.

      *    The USER environment variable still names the operator,
      *    but the name only stands if it is active on the operator
      *    master.
       SIGN-ON-OPERATOR.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE SPACE TO WS-OPER-ROLE.
           IF OPER-MASTER-LOADED
               MOVE 'N' TO WS-SIGNON-OK
               PERFORM VARYING WS-OPMAST-IDX FROM 1 BY 1
                       UNTIL WS-OPMAST-IDX > WS-OPMAST-COUNT
                       OR SIGNON-OK
                   IF WS-TBL-OP-ID(WS-OPMAST-IDX) = WS-OPERATOR-ID
                           AND WS-TBL-OP-STATUS(WS-OPMAST-IDX) = 'A'
                       SET SIGNON-OK TO TRUE
                       MOVE WS-TBL-OP-ROLE(WS-OPMAST-IDX)
                           TO WS-OPER-ROLE
                   END-IF
               END-PERFORM
               IF NOT SIGNON-OK
                   DISPLAY "Operator " WS-OPERATOR-ID " is not an "
                           "active operator - sign-on refused."
                   STOP RUN
               END-IF
           END-IF.

       LOAD-PERIOD-FILE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "35"
               DISPLAY "No period file found - every month is open."
           ELSE
               IF WS-PERIOD-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open " WS-PERIOD-FILENAME
                           " - status " WS-PERIOD-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ PERIOD-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-PERIOD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       STORE-PERIOD-ENTRY.
           IF WS-PERIOD-COUNT >= 240
               DISPLAY "Period table is full - run stopped so no "
                       "month is lost when the file is rewritten."
               STOP RUN
           ELSE
               ADD 1 TO WS-PERIOD-COUNT
               SET WS-PERIOD-IDX TO WS-PERIOD-COUNT
               MOVE PS-MONTH TO WS-TBL-PS-MONTH(WS-PERIOD-IDX)
               MOVE PS-STATUS TO WS-TBL-PS-STATUS(WS-PERIOD-IDX)
               MOVE PS-CLOSED-BY TO WS-TBL-PS-CLOSED-BY(WS-PERIOD-IDX)
               MOVE PS-CLOSED-DATE
                   TO WS-TBL-PS-CLOSED-DATE(WS-PERIOD-IDX)
               MOVE PS-CLOSED-TIME
                   TO WS-TBL-PS-CLOSED-TIME(WS-PERIOD-IDX)
               MOVE PS-REOPENED-BY
                   TO WS-TBL-PS-REOPENED-BY(WS-PERIOD-IDX)
               MOVE PS-REOPENED-DATE
                   TO WS-TBL-PS-REOPENED-DATE(WS-PERIOD-IDX)
               MOVE PS-REOPENED-TIME
                   TO WS-TBL-PS-REOPENED-TIME(WS-PERIOD-IDX)
               MOVE PS-REOPEN-REASON TO WS-TBL-PS-REASON(WS-PERIOD-IDX)
           END-IF.

       SAVE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               MOVE SPACES TO PERIOD-RECORD
               MOVE WS-TBL-PS-MONTH(WS-PERIOD-IDX) TO PS-MONTH
               MOVE WS-TBL-PS-STATUS(WS-PERIOD-IDX) TO PS-STATUS
               MOVE WS-TBL-PS-CLOSED-BY(WS-PERIOD-IDX) TO PS-CLOSED-BY
               MOVE WS-TBL-PS-CLOSED-DATE(WS-PERIOD-IDX)
                   TO PS-CLOSED-DATE
               MOVE WS-TBL-PS-CLOSED-TIME(WS-PERIOD-IDX)
                   TO PS-CLOSED-TIME
               MOVE WS-TBL-PS-REOPENED-BY(WS-PERIOD-IDX)
                   TO PS-REOPENED-BY
               MOVE WS-TBL-PS-REOPENED-DATE(WS-PERIOD-IDX)
                   TO PS-REOPENED-DATE
               MOVE WS-TBL-PS-REOPENED-TIME(WS-PERIOD-IDX)
                   TO PS-REOPENED-TIME
               MOVE WS-TBL-PS-REASON(WS-PERIOD-IDX) TO PS-REOPEN-REASON
               WRITE PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.

       LIST-PERIODS.
           IF WS-PERIOD-COUNT = 0
               DISPLAY "No month has been closed."
           ELSE
               DISPLAY "Month  St Closed by            On       "
                       "Reopened by          On       Reason"
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                   DISPLAY WS-TBL-PS-MONTH(WS-PERIOD-IDX) " "
                           WS-TBL-PS-STATUS(WS-PERIOD-IDX) "  "
                           WS-TBL-PS-CLOSED-BY(WS-PERIOD-IDX) " "
                           WS-TBL-PS-CLOSED-DATE(WS-PERIOD-IDX) " "
                           WS-TBL-PS-REOPENED-BY(WS-PERIOD-IDX) " "
                           WS-TBL-PS-REOPENED-DATE(WS-PERIOD-IDX) " "
                           WS-TBL-PS-REASON(WS-PERIOD-IDX)
               END-PERFORM
           END-IF.

       GET-MONTH-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'N' TO WS-MONTH-VALID.
           PERFORM UNTIL WS-MONTH-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-MONTH-INPUT
               IF WS-MONTH-INPUT IS NUMERIC
                   MOVE WS-MONTH-INPUT TO WS-MONTH-WANTED
                   IF WS-MONTH-MM >= 1 AND WS-MONTH-MM <= 12
                       MOVE 'Y' TO WS-MONTH-VALID
                   END-IF
               END-IF
               IF WS-MONTH-VALID NOT = 'Y'
                   DISPLAY "Month must be YYYYMM, e.g. 202609."
               END-IF
           END-PERFORM.

       FIND-PERIOD.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                   OR PERIOD-FOUND
               IF WS-TBL-PS-MONTH(WS-PERIOD-IDX) = WS-MONTH-WANTED
                   SET PERIOD-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-PERIOD-IDX
               END-IF
           END-PERFORM.

      *    Only a month that has ended, and whose daily control
      *    records still add up to the month-end statement LoveMnth
      *    wrote, can be closed. The close snapshot is what LovePchk
      *    later measures the daily records against.
       CLOSE-PERIOD.
           PERFORM GET-MONTH-INPUT.
           PERFORM FIND-PERIOD.
           IF PERIOD-FOUND
                   AND WS-TBL-PS-STATUS(WS-FOUND-SUB) = 'C'
               DISPLAY "Month " WS-MONTH-WANTED " is already closed."
           ELSE
               IF WS-MONTH-WANTED NOT < WS-TODAY-MONTH
                   DISPLAY "Month " WS-MONTH-WANTED " has not ended "
                           "- it cannot be closed yet."
               ELSE
                   PERFORM CHECK-MONTH-STATEMENT
                   IF STATEMENT-AGREES
                       PERFORM WRITE-CLOSE-SNAPSHOT
                       PERFORM RECORD-PERIOD-CLOSE
                   END-IF
               END-IF
           END-IF.

       RECORD-PERIOD-CLOSE.
           IF NOT PERIOD-FOUND
               IF WS-PERIOD-COUNT >= 240
                   DISPLAY "Period table is full - run stopped."
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-FOUND-SUB
               MOVE WS-MONTH-WANTED TO WS-TBL-PS-MONTH(WS-FOUND-SUB)
               MOVE SPACES TO WS-TBL-PS-REOPENED-BY(WS-FOUND-SUB)
               MOVE ZERO TO WS-TBL-PS-REOPENED-DATE(WS-FOUND-SUB)
               MOVE ZERO TO WS-TBL-PS-REOPENED-TIME(WS-FOUND-SUB)
               MOVE SPACES TO WS-TBL-PS-REASON(WS-FOUND-SUB)
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE 'C' TO WS-TBL-PS-STATUS(WS-FOUND-SUB).
           MOVE WS-OPERATOR-ID TO WS-TBL-PS-CLOSED-BY(WS-FOUND-SUB).
           MOVE WS-TODAY-YYYYMMDD
               TO WS-TBL-PS-CLOSED-DATE(WS-FOUND-SUB).
           MOVE WS-TIME-HHMMSS TO WS-TBL-PS-CLOSED-TIME(WS-FOUND-SUB).
           PERFORM SAVE-PERIOD-FILE.
           DISPLAY "Month " WS-MONTH-WANTED " closed - "
                   WS-SNAPSHOT-COUNT " daily control records kept in "
                   FUNCTION TRIM(WS-SNAPSHOT-FILENAME) ".".

       CHECK-MONTH-STATEMENT.
           MOVE 'N' TO WS-STATEMENT-SWITCH.
           MOVE SPACES TO WS-MONTHLY-FILENAME.
           STRING "CONTROL." DELIMITED BY SIZE
                  WS-MONTH-WANTED DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-MONTHLY-FILENAME.
           MOVE 'N' TO WS-STATEMENT-PRESENT.
           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-FILE-STATUS = "00"
               READ MONTHLY-FILE
                   NOT AT END
                       SET STATEMENT-PRESENT TO TRUE
                       MOVE MC-RECORD-COUNT TO WS-STMT-COUNT
                       MOVE MC-GROSS-AMOUNT TO WS-STMT-GROSS
                       MOVE MC-TOTAL-ADJUSTMENTS TO WS-STMT-ADJUSTMENTS
                       MOVE MC-NET-SETTLEMENT TO WS-STMT-NET
                       MOVE MC-SEQ-HASH TO WS-STMT-SEQ-HASH
               END-READ
               CLOSE MONTHLY-FILE
           END-IF.
           IF NOT STATEMENT-PRESENT
               DISPLAY "No month-end statement "
                       FUNCTION TRIM(WS-MONTHLY-FILENAME)
                       " - run LoveMnth " WS-MONTH-WANTED
                       " before closing."
           ELSE
               MOVE ZERO TO WS-SUM-COUNT WS-SUM-GROSS
                            WS-SUM-ADJUSTMENTS WS-SUM-NET
                            WS-SUM-SEQ-HASH
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   PERFORM SUM-ONE-DAY
               END-PERFORM
               IF WS-SUM-COUNT = WS-STMT-COUNT
                       AND WS-SUM-GROSS = WS-STMT-GROSS
                       AND WS-SUM-ADJUSTMENTS = WS-STMT-ADJUSTMENTS
                       AND WS-SUM-NET = WS-STMT-NET
                       AND WS-SUM-SEQ-HASH = WS-STMT-SEQ-HASH
                   SET STATEMENT-AGREES TO TRUE
               ELSE
                   DISPLAY "Daily control records no longer agree "
                           "with " WS-MONTHLY-FILENAME
                   DISPLAY "Rerun LoveMnth " WS-MONTH-WANTED
                           " and check it before closing."
               END-IF
           END-IF.

       SUM-ONE-DAY.
           PERFORM SET-DAY-DATE.
           IF WS-DAY-INT NOT = ZERO
               PERFORM READ-DAY-CONTROL
               IF DAY-PRESENT
                   ADD WS-DAY-CT-COUNT TO WS-SUM-COUNT
                   ADD WS-DAY-CT-GROSS TO WS-SUM-GROSS
                   ADD WS-DAY-CT-ADJUSTMENTS TO WS-SUM-ADJUSTMENTS
                   ADD WS-DAY-CT-NET TO WS-SUM-NET
                   ADD WS-DAY-CT-HASH TO WS-SUM-SEQ-HASH
               END-IF
           END-IF.

       WRITE-CLOSE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME.
           STRING "CLOSE." DELIMITED BY SIZE
                  WS-MONTH-WANTED DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SNAPSHOT-FILENAME.
           MOVE ZERO TO WS-SNAPSHOT-COUNT.
           OPEN OUTPUT SNAPSHOT-FILE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               PERFORM SNAPSHOT-ONE-DAY
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

       SNAPSHOT-ONE-DAY.
           PERFORM SET-DAY-DATE.
           IF WS-DAY-INT NOT = ZERO
               PERFORM READ-DAY-CONTROL
               IF DAY-PRESENT
                   WRITE SNAPSHOT-RECORD FROM WS-DAY-IMAGE
                   ADD 1 TO WS-SNAPSHOT-COUNT
               END-IF
           END-IF.

      *    A day number the calendar does not hold (e.g. the 31st of
      *    a 30-day month) comes back with a zero day integer and is
      *    skipped by the caller.
       SET-DAY-DATE.
           COMPUTE WS-DAY-DATE =
               WS-MONTH-WANTED * 100 + WS-DAY-SUB.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).

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

      *    Reopening lets the month take postings again; the reason
      *    stays on the period record even after a later re-close.
       REOPEN-PERIOD.
           PERFORM GET-MONTH-INPUT.
           PERFORM FIND-PERIOD.
           IF NOT PERIOD-FOUND
               DISPLAY "Month " WS-MONTH-WANTED " is not closed."
           ELSE
               IF WS-TBL-PS-STATUS(WS-FOUND-SUB) NOT = 'C'
                   DISPLAY "Month " WS-MONTH-WANTED " is not closed."
               ELSE
                   PERFORM GET-REOPEN-REASON
                   ACCEPT WS-TIME-RAW FROM TIME
                   MOVE 'O' TO WS-TBL-PS-STATUS(WS-FOUND-SUB)
                   MOVE WS-OPERATOR-ID
                       TO WS-TBL-PS-REOPENED-BY(WS-FOUND-SUB)
                   MOVE WS-TODAY-YYYYMMDD
                       TO WS-TBL-PS-REOPENED-DATE(WS-FOUND-SUB)
                   MOVE WS-TIME-HHMMSS
                       TO WS-TBL-PS-REOPENED-TIME(WS-FOUND-SUB)
                   MOVE WS-REASON-INPUT
                       TO WS-TBL-PS-REASON(WS-FOUND-SUB)
                   PERFORM SAVE-PERIOD-FILE
                   DISPLAY "Month " WS-MONTH-WANTED " reopened."
               END-IF
           END-IF.

       GET-REOPEN-REASON.
           MOVE SPACES TO WS-REASON-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-REASON-INPUT NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Reason for reopening: " WITH NO ADVANCING
               ACCEPT WS-REASON-INPUT
               IF WS-REASON-INPUT = SPACES
                   DISPLAY "A reopen needs a reason."
               END-IF
           END-PERFORM.
