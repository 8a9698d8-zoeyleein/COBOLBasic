       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveShft.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-FILE ASSIGN DYNAMIC WS-SHIFT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN DYNAMIC
                   WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The shift-balance file is read and written as whole
      *    images; the SHFTREC layout in working storage is the view
      *    the program works the operator's record through.
       FD  SHIFT-FILE.
       01 SHIFT-FILE-RECORD          PIC X(155).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
           COPY SHFTREC.

       01 WS-TODAY-YYYYMMDD      PIC 9(8).
       01 WS-SHIFT-FILENAME      PIC X(25).
       01 WS-SHIFT-FILE-STATUS   PIC X(2).
       01 WS-SHIFT-EOF           PIC X VALUE 'N'.
           88 SHIFT-EOF          VALUE 'Y'.
       01 WS-SHIFT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SHIFT-TABLE.
           05 WS-SHIFT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SHIFT-IDX.
               10 WS-TBL-SB-IMAGE PIC X(155).
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
           88 SHIFT-FOUND        VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(3) VALUE ZERO.
      *    The operator's record as it stood when the sign-off began;
      *    spaces when there was none.
       01 WS-START-IMAGE         PIC X(155) VALUE SPACES.
       01 WS-NOW-IMAGE           PIC X(155) VALUE SPACES.

       01 WS-OPERATOR-ID         PIC X(20).
       01 WS-STATION-ID          PIC X(4) VALUE SPACES.
       01 WS-TIME-RAW            PIC 9(8).
       01 WS-TIME-FIELDS REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS     PIC 9(6).
           05 WS-TIME-HUNDREDTHS PIC 9(2).

       01 WS-COUNT-INPUT         PIC X(6).
       01 WS-DECLARED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-INPUT        PIC X(9).
       01 WS-AMOUNT-CENTS-RAW    PIC 9(9) VALUE ZERO.
       01 WS-DECLARED-AMOUNT     PIC 9(7)V99 VALUE ZERO.
       01 WS-CONFIRM-CHOICE      PIC X.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-AMOUNT        PIC $$,$$$,$$9.99.

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
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-STATION-ID FROM ENVIRONMENT "STATION".
           PERFORM BUILD-FILENAMES.
           PERFORM LOAD-SHIFT-FILE.
           PERFORM FIND-OWN-DECLARATION.
      *    One declaration a day: once made it is what the day is
      *    balanced against, and a second try after hearing the
      *    system's figures would defeat the blind count. The only
      *    record an operator may declare over is the one LoveBal
      *    raised because no declaration had been made.
           IF SHIFT-FOUND AND NOT SB-UNDECLARED
               DISPLAY "You declared for " WS-TODAY-YYYYMMDD
                       " at " SB-DECLARED-TIME
                       " - a second declaration is not taken."
               DISPLAY "See a supervisor if the declaration "
                       "was wrong."
               STOP RUN
           END-IF.
           IF SHIFT-FOUND
               MOVE SHIFT-BALANCE-RECORD TO WS-START-IMAGE
           END-IF.

           DISPLAY "===== End-of-shift sign-off for "
                   FUNCTION TRIM(WS-OPERATOR-ID) " on "
                   WS-TODAY-YYYYMMDD " =====".
           DISPLAY "Declare the entries you keyed today from your "
                   "own tally sheet.".
           DISPLAY "The system's figures are not shown; they are "
                   "compared at end of day.".
           PERFORM GET-DECLARED-COUNT.
           PERFORM GET-DECLARED-AMOUNT.
           MOVE WS-DECLARED-COUNT TO WS-PRINT-COUNT.
           MOVE WS-DECLARED-AMOUNT TO WS-PRINT-AMOUNT.
           DISPLAY "Declaring " WS-PRINT-COUNT " entr(y/ies) totalling "
                   WS-PRINT-AMOUNT ". Correct? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
               TO WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = 'Y'
               DISPLAY "Sign-off abandoned - nothing declared."
               STOP RUN
           END-IF.
      *    LoveBal or another sign-off may have rewritten the file
      *    while the figures were being keyed. It is read again and
      *    the declaration only goes on if the operator's own record
      *    is still as it was when the sign-off began.
           PERFORM LOAD-SHIFT-FILE.
           PERFORM FIND-OWN-DECLARATION.
           MOVE SPACES TO WS-NOW-IMAGE.
           IF SHIFT-FOUND
               MOVE SHIFT-BALANCE-RECORD TO WS-NOW-IMAGE
           END-IF.
           IF WS-NOW-IMAGE NOT = WS-START-IMAGE
               DISPLAY "Your shift record changed during sign-off - "
                       "nothing declared."
               DISPLAY "Run LoveShft again to declare."
               STOP RUN
           END-IF.
           PERFORM RECORD-DECLARATION.
           PERFORM SAVE-SHIFT-FILE.
           DISPLAY "Declaration recorded in "
                   FUNCTION TRIM(WS-SHIFT-FILENAME) " - signed off.".
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

       BUILD-FILENAMES.
           STRING "SHIFTBAL." DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SHIFT-FILENAME.

       LOAD-SHIFT-FILE.
           MOVE ZERO TO WS-SHIFT-COUNT.
           OPEN INPUT SHIFT-FILE.
           IF WS-SHIFT-FILE-STATUS = "00"
               MOVE 'N' TO WS-SHIFT-EOF
               PERFORM UNTIL SHIFT-EOF
                   READ SHIFT-FILE
                       AT END
                           SET SHIFT-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-SHIFT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF.

       STORE-SHIFT-ENTRY.
           IF WS-SHIFT-COUNT >= 200
               DISPLAY "Shift table is full - run stopped so no "
                       "declaration is lost when the file is "
                       "rewritten."
               STOP RUN
           ELSE
               ADD 1 TO WS-SHIFT-COUNT
               SET WS-SHIFT-IDX TO WS-SHIFT-COUNT
               MOVE SHIFT-FILE-RECORD TO WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
           END-IF.

       SAVE-SHIFT-FILE.
           OPEN OUTPUT SHIFT-FILE.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               WRITE SHIFT-FILE-RECORD
                   FROM WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
           END-PERFORM.
           CLOSE SHIFT-FILE.

      *    Leaves the operator's record in SHIFT-BALANCE-RECORD and
      *    its table row in WS-FOUND-SUB when there is one.
       FIND-OWN-DECLARATION.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
                   OR SHIFT-FOUND
               MOVE WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
                   TO SHIFT-BALANCE-RECORD
               IF SB-OPERATOR-ID = WS-OPERATOR-ID
                   SET SHIFT-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-SHIFT-IDX
               END-IF
           END-PERFORM.

       GET-DECLARED-COUNT.
           MOVE SPACES TO WS-COUNT-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-COUNT-INPUT NOT = SPACES
                   AND FUNCTION TRIM(WS-COUNT-INPUT) IS NUMERIC
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Number of entries keyed this shift: "
                       WITH NO ADVANCING
               ACCEPT WS-COUNT-INPUT
               IF WS-COUNT-INPUT = SPACES
                       OR FUNCTION TRIM(WS-COUNT-INPUT) IS NOT NUMERIC
                   DISPLAY "Number of entries must be numeric."
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-COUNT-INPUT) TO WS-DECLARED-COUNT.

       GET-DECLARED-AMOUNT.
           MOVE SPACES TO WS-AMOUNT-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-AMOUNT-INPUT NOT = SPACES
                   AND FUNCTION TRIM(WS-AMOUNT-INPUT) IS NUMERIC
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Total amount keyed in cents "
                       "(e.g. 123456 for $1,234.56): "
                       WITH NO ADVANCING
               ACCEPT WS-AMOUNT-INPUT
               IF WS-AMOUNT-INPUT = SPACES
                       OR FUNCTION TRIM(WS-AMOUNT-INPUT) IS NOT NUMERIC
                   DISPLAY "Amount must be numeric."
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-AMOUNT-INPUT) TO WS-AMOUNT-CENTS-RAW.
           COMPUTE WS-DECLARED-AMOUNT = WS-AMOUNT-CENTS-RAW / 100.

      *    The actual figures are left for LoveBal to fill in; a
      *    record LoveBal raised as undeclared keeps its row but is
      *    overwritten with the declaration.
       RECORD-DECLARATION.
           MOVE SPACES TO SHIFT-BALANCE-RECORD.
           MOVE WS-OPERATOR-ID TO SB-OPERATOR-ID.
           MOVE WS-STATION-ID TO SB-STATION.
           MOVE 'D' TO SB-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO SB-DECLARED-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO SB-DECLARED-TIME.
           MOVE WS-DECLARED-COUNT TO SB-DECLARED-COUNT.
           MOVE WS-DECLARED-AMOUNT TO SB-DECLARED-AMOUNT.
           MOVE ZERO TO SB-ACTUAL-COUNT.
           MOVE ZERO TO SB-ACTUAL-AMOUNT.
           MOVE ZERO TO SB-CLEARED-DATE.
           MOVE ZERO TO SB-CLEARED-TIME.
           IF SHIFT-FOUND
               MOVE SHIFT-BALANCE-RECORD
                   TO WS-TBL-SB-IMAGE(WS-FOUND-SUB)
           ELSE
               PERFORM STORE-NEW-DECLARATION
           END-IF.

       STORE-NEW-DECLARATION.
           IF WS-SHIFT-COUNT >= 200
               DISPLAY "Shift table is full - declaration not "
                       "recorded; see a supervisor."
               STOP RUN
           END-IF.
           ADD 1 TO WS-SHIFT-COUNT.
           SET WS-SHIFT-IDX TO WS-SHIFT-COUNT.
           MOVE SHIFT-BALANCE-RECORD TO WS-TBL-SB-IMAGE(WS-SHIFT-IDX).

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
