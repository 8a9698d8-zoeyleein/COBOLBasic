       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveClr.
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
      *    the program works the current shift through.
       FD  SHIFT-FILE.
       01 SHIFT-FILE-RECORD          PIC X(155).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
           COPY SHFTREC.

       01 WS-DATE-PARM           PIC X(8).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD    PIC 9(8).
       01 WS-RUN-INT             PIC 9(8).
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
       01 WS-OPEN-COUNT          PIC 9(3) VALUE ZERO.

       01 WS-OPERATOR-ID         PIC X(20).
       01 WS-TIME-RAW            PIC 9(8).
       01 WS-TIME-FIELDS REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS     PIC 9(6).
           05 WS-TIME-HUNDREDTHS PIC 9(2).

       01 WS-MENU-CHOICE         PIC X.
       01 WS-DONE-SWITCH         PIC X VALUE 'N'.
           88 CLEARING-DONE      VALUE 'Y'.
       01 WS-OPERATOR-WANTED     PIC X(20).
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
           88 SHIFT-FOUND        VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(3) VALUE ZERO.
       01 WS-SHOWN-IMAGE         PIC X(155).
       01 WS-REASON-INPUT        PIC X(40).
       01 WS-CONFIRM-CHOICE      PIC X.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.

       01 WS-COUNT-DIFF          PIC S9(6) VALUE ZERO.
       01 WS-AMOUNT-DIFF         PIC S9(7)V99 VALUE ZERO.
       01 WS-CLEARED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-COUNT-2       PIC ZZZZZ9.
       01 WS-PRINT-DIFF          PIC -----9.
       01 WS-PRINT-AMOUNT        PIC $$,$$$,$$9.99.
       01 WS-PRINT-AMOUNT-2      PIC $$,$$$,$$9.99.
       01 WS-PRINT-AMOUNT-DIFF   PIC ----,---,--9.99.
       01 WS-STATUS-TEXT         PIC X(12).

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
           IF OPER-MASTER-LOADED AND NOT OPERATOR-SUPERVISOR
               DISPLAY "Clearing shift differences needs a "
                       "supervisor - access refused."
               STOP RUN
           END-IF.
           PERFORM GET-RUN-DATE.
           PERFORM BUILD-FILENAMES.
           PERFORM LOAD-SHIFT-FILE.

           PERFORM UNTIL CLEARING-DONE
               DISPLAY " "
               DISPLAY "===== Shift differences for "
                       WS-RUN-YYYYMMDD " ====="
               DISPLAY "(L)ist  (C)lear  (E)xit: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'L'
                       PERFORM LIST-OUTSTANDING-SHIFTS
                   WHEN 'C'
                       PERFORM CLEAR-SHIFT-DIFFERENCE
                   WHEN 'E'
                       SET CLEARING-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Please choose L, C or E."
               END-EVALUATE
           END-PERFORM.

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

       GET-RUN-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM = SPACES
               MOVE WS-TODAY-YYYYMMDD TO WS-RUN-YYYYMMDD
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveClr [YYYYMMDD]"
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
               IF WS-RUN-INT = ZERO
                   DISPLAY "Usage: LoveClr [YYYYMMDD]"
                   STOP RUN
               END-IF
           END-IF.

       BUILD-FILENAMES.
           STRING "SHIFTBAL." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SHIFT-FILENAME.

      *    Differences only exist once LoveBal has balanced the day;
      *    without its file there is nothing to clear. LoveShft and
      *    LoveBal write the same file while a clearing session is
      *    open, so it is read afresh before every list and every
      *    clearance rather than once at startup.
       LOAD-SHIFT-FILE.
           MOVE ZERO TO WS-SHIFT-COUNT.
           OPEN INPUT SHIFT-FILE.
           IF WS-SHIFT-FILE-STATUS NOT = "00"
               DISPLAY "No shift-balance file " WS-SHIFT-FILENAME
                       " - run LoveBal for " WS-RUN-YYYYMMDD
                       " first."
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SHIFT-EOF.
           PERFORM UNTIL SHIFT-EOF
               READ SHIFT-FILE
                   AT END
                       SET SHIFT-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-SHIFT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE.

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

       LIST-OUTSTANDING-SHIFTS.
           PERFORM LOAD-SHIFT-FILE.
           MOVE ZERO TO WS-OPEN-COUNT.
           DISPLAY "Operator             Stn  Declared        Amount"
                   "  Actual        Amount   Diff   Amount diff  "
                   "Status".
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               MOVE WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
                   TO SHIFT-BALANCE-RECORD
               IF SB-OUTSTANDING
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM SHOW-SHIFT-BALANCE
               END-IF
           END-PERFORM.
           IF WS-OPEN-COUNT = 0
               DISPLAY "No shift differences are waiting to be "
                       "cleared."
           END-IF.

       SHOW-SHIFT-BALANCE.
           IF SB-UNDECLARED
               MOVE "NOT DECLARED" TO WS-STATUS-TEXT
           ELSE
               MOVE "DIFFERENCE" TO WS-STATUS-TEXT
           END-IF.
           COMPUTE WS-COUNT-DIFF =
               SB-ACTUAL-COUNT - SB-DECLARED-COUNT.
           COMPUTE WS-AMOUNT-DIFF =
               SB-ACTUAL-AMOUNT - SB-DECLARED-AMOUNT.
           MOVE SB-DECLARED-COUNT TO WS-PRINT-COUNT.
           MOVE SB-DECLARED-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SB-ACTUAL-COUNT TO WS-PRINT-COUNT-2.
           MOVE SB-ACTUAL-AMOUNT TO WS-PRINT-AMOUNT-2.
           MOVE WS-COUNT-DIFF TO WS-PRINT-DIFF.
           MOVE WS-AMOUNT-DIFF TO WS-PRINT-AMOUNT-DIFF.
           DISPLAY SB-OPERATOR-ID " " SB-STATION " "
                   WS-PRINT-COUNT " " WS-PRINT-AMOUNT " "
                   WS-PRINT-COUNT-2 " " WS-PRINT-AMOUNT-2 " "
                   WS-PRINT-DIFF " " WS-PRINT-AMOUNT-DIFF "  "
                   WS-STATUS-TEXT.

       GET-OPERATOR-WANTED.
           MOVE SPACES TO WS-OPERATOR-WANTED.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-OPERATOR-WANTED NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Operator: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-WANTED
               IF WS-OPERATOR-WANTED = SPACES
                   DISPLAY "Operator is required."
               END-IF
           END-PERFORM.

      *    Leaves the shift in SHIFT-BALANCE-RECORD and its table row
      *    in WS-FOUND-SUB when it is on file and still outstanding.
       FIND-OUTSTANDING-SHIFT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
                   OR SHIFT-FOUND
               MOVE WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
                   TO SHIFT-BALANCE-RECORD
               IF SB-OPERATOR-ID = WS-OPERATOR-WANTED
                   SET SHIFT-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-SHIFT-IDX
               END-IF
           END-PERFORM.
           IF NOT SHIFT-FOUND
               DISPLAY "No shift on file for "
                       FUNCTION TRIM(WS-OPERATOR-WANTED) "."
           ELSE
               IF NOT SB-OUTSTANDING
                   DISPLAY "Shift for "
                           FUNCTION TRIM(WS-OPERATOR-WANTED)
                           " is not outstanding (status "
                           SB-STATUS ")."
                   MOVE 'N' TO WS-FOUND-SWITCH
               END-IF
           END-IF.

      *    As with a held entry, a supervisor cannot pass their own
      *    work - another supervisor clears their shift. The shift is
      *    read again once the clearance is confirmed, and is only
      *    cleared if it still stands exactly as it was shown.
       CLEAR-SHIFT-DIFFERENCE.
           PERFORM GET-OPERATOR-WANTED.
           PERFORM LOAD-SHIFT-FILE.
           PERFORM FIND-OUTSTANDING-SHIFT.
           IF SHIFT-FOUND
               IF SB-OPERATOR-ID = WS-OPERATOR-ID
                   DISPLAY "That is your own shift - another "
                           "supervisor must clear it."
               ELSE
                   PERFORM SHOW-SHIFT-BALANCE
                   MOVE SHIFT-BALANCE-RECORD TO WS-SHOWN-IMAGE
                   PERFORM GET-CLEAR-REASON
                   DISPLAY "Clear this shift? (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
                       TO WS-CONFIRM-CHOICE
                   IF WS-CONFIRM-CHOICE = 'Y'
                       PERFORM RECHECK-SHOWN-SHIFT
                   ELSE
                       DISPLAY "Shift for "
                               FUNCTION TRIM(SB-OPERATOR-ID)
                               " left outstanding."
                   END-IF
               END-IF
           END-IF.

       RECHECK-SHOWN-SHIFT.
           PERFORM LOAD-SHIFT-FILE.
           PERFORM FIND-OUTSTANDING-SHIFT.
           IF SHIFT-FOUND
               IF SHIFT-BALANCE-RECORD = WS-SHOWN-IMAGE
                   PERFORM RECORD-CLEARANCE
               ELSE
                   DISPLAY "Shift for "
                           FUNCTION TRIM(WS-OPERATOR-WANTED)
                           " changed while it was being cleared - "
                           "not cleared."
                   DISPLAY "List the differences again before "
                           "clearing it."
               END-IF
           END-IF.

       GET-CLEAR-REASON.
           MOVE SPACES TO WS-REASON-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-REASON-INPUT NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Reason for clearing: " WITH NO ADVANCING
               ACCEPT WS-REASON-INPUT
               IF WS-REASON-INPUT = SPACES
                   DISPLAY "A clearance needs a reason."
               END-IF
           END-PERFORM.

       RECORD-CLEARANCE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE 'C' TO SB-STATUS.
           MOVE WS-OPERATOR-ID TO SB-CLEARED-BY.
           MOVE WS-TODAY-YYYYMMDD TO SB-CLEARED-DATE.
           MOVE WS-TIME-HHMMSS TO SB-CLEARED-TIME.
           MOVE WS-REASON-INPUT TO SB-CLEAR-REASON.
           MOVE SHIFT-BALANCE-RECORD TO WS-TBL-SB-IMAGE(WS-FOUND-SUB).
           PERFORM SAVE-SHIFT-FILE.
           ADD 1 TO WS-CLEARED-COUNT.
           DISPLAY "Shift for " FUNCTION TRIM(SB-OPERATOR-ID)
                   " cleared.".

       PRINT-SUMMARY.
           PERFORM LOAD-SHIFT-FILE.
           MOVE ZERO TO WS-OPEN-COUNT.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               MOVE WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
                   TO SHIFT-BALANCE-RECORD
               IF SB-OUTSTANDING
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-CLEARED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Shifts cleared this run : " WS-PRINT-COUNT.
           MOVE WS-OPEN-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Still outstanding       : " WS-PRINT-COUNT.
           IF WS-OPEN-COUNT = 0
               DISPLAY "Rerun LoveBal for " WS-RUN-YYYYMMDD
                       " to confirm the day balances."
           END-IF.

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
