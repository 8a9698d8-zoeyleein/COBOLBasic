       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveParm.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN DYNAMIC
                   WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN DYNAMIC
                   WS-CHANGE-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  CHANGE-LOG-FILE.
           COPY REFLOGREC.

       WORKING-STORAGE SECTION.
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

       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.

      *    Every setting any program takes from the parameter file:
      *    its kind (N number, T time of day HHMMSS, F file name),
      *    the range a number may take, the value built into the
      *    programs that use it, and who uses it. Defaults are held
      *    as the file holds them - numbers as nine digits.
       01 WS-CATALOG-ENTRIES.
           05 FILLER PIC X(20) VALUE "RETRY-LIMIT".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 9998.
           05 FILLER PIC X(25) VALUE "000001000".
           05 FILLER PIC X(40)
               VALUE "Invalid entries before a prompt gives up".
           05 FILLER PIC X(20) VALUE "BATCH-LIMIT".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 50.
           05 FILLER PIC X(25) VALUE "000000050".
           05 FILLER PIC X(40)
               VALUE "Entries in one Loveyou batch".
           05 FILLER PIC X(20) VALUE "OPEN-TIME".
           05 FILLER PIC X VALUE "T".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 235959.
           05 FILLER PIC X(25) VALUE "000070000".
           05 FILLER PIC X(40)
               VALUE "LoveOps start of normal filing hours".
           05 FILLER PIC X(20) VALUE "CLOSE-TIME".
           05 FILLER PIC X VALUE "T".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 235959.
           05 FILLER PIC X(25) VALUE "000190000".
           05 FILLER PIC X(40)
               VALUE "LoveOps end of normal filing hours".
           05 FILLER PIC X(20) VALUE "REV-RATE-PCT".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 100.
           05 FILLER PIC X(25) VALUE "000000010".
           05 FILLER PIC X(40)
               VALUE "LoveOps reversal rate flagged, percent".
           05 FILLER PIC X(20) VALUE "RELEASE-AMOUNT-CENTS".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 99999.
           05 FILLER PIC X(25) VALUE "000050000".
           05 FILLER PIC X(40)
               VALUE "Release hold above, cents; else RELLIMIT".
           05 FILLER PIC X(20) VALUE "RELEASE-ADJUSTMENT".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 999.
           05 FILLER PIC X(25) VALUE "000000100".
           05 FILLER PIC X(40)
               VALUE "Release hold beyond; else RELLIMIT".
           05 FILLER PIC X(20) VALUE "CODE-FILE".
           05 FILLER PIC X VALUE "F".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC X(25) VALUE "RESPCODES.DAT".
           05 FILLER PIC X(40)
               VALUE "Response-code master".
           05 FILLER PIC X(20) VALUE "OPERATOR-FILE".
           05 FILLER PIC X VALUE "F".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC X(25) VALUE "OPERMAST.DAT".
           05 FILLER PIC X(40)
               VALUE "Operator master".
           05 FILLER PIC X(20) VALUE "CALENDAR-FILE".
           05 FILLER PIC X VALUE "F".
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC 9(9) VALUE 0.
           05 FILLER PIC X(25) VALUE "BUSCAL.DAT".
           05 FILLER PIC X(40)
               VALUE "Business calendar".
           05 FILLER PIC X(20) VALUE "RETENTION-DAYS".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 9999.
           05 FILLER PIC X(25) VALUE "000000090".
           05 FILLER PIC X(40)
               VALUE "Days kept before LoveNite archives".
           05 FILLER PIC X(20) VALUE "SCREEN-DAYS".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 366.
           05 FILLER PIC X(25) VALUE "000000090".
           05 FILLER PIC X(40)
               VALUE "LoveScrn profile window, days".
           05 FILLER PIC X(20) VALUE "SCREEN-MIN-HISTORY".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 9999.
           05 FILLER PIC X(25) VALUE "000000020".
           05 FILLER PIC X(40)
               VALUE "LoveScrn filings before a code is judged".
           05 FILLER PIC X(20) VALUE "SCREEN-SIGMAS".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 9.
           05 FILLER PIC X(25) VALUE "000000003".
           05 FILLER PIC X(40)
               VALUE "LoveScrn band width, standard deviations".
           05 FILLER PIC X(20) VALUE "SCREEN-VOLUME-FACTOR".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 9.
           05 FILLER PIC X(25) VALUE "000000003".
           05 FILLER PIC X(40)
               VALUE "LoveScrn heavy day, times daily average".
           05 FILLER PIC X(20) VALUE "SCREEN-VOLUME-MIN".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9(9) VALUE 1.
           05 FILLER PIC 9(9) VALUE 9999.
           05 FILLER PIC X(25) VALUE "000000010".
           05 FILLER PIC X(40)
               VALUE "LoveScrn fewest items for a heavy day".
       01 WS-CATALOG-TABLE REDEFINES WS-CATALOG-ENTRIES.
           05 WS-CAT-ENTRY OCCURS 16 TIMES
                   INDEXED BY WS-CAT-IDX.
               10 WS-CAT-NAME    PIC X(20).
               10 WS-CAT-KIND    PIC X.
                   88 CAT-NUMBER VALUE "N".
                   88 CAT-TIME   VALUE "T".
                   88 CAT-FILE   VALUE "F".
               10 WS-CAT-MIN     PIC 9(9).
               10 WS-CAT-MAX     PIC 9(9).
               10 WS-CAT-DEFAULT PIC X(25).
               10 WS-CAT-PURPOSE PIC X(40).
       01 WS-CAT-COUNT           PIC 9(2) VALUE 16.
       01 WS-CAT-SUB             PIC 9(2) VALUE ZERO.
       01 WS-LIST-SUB            PIC 9(2) VALUE ZERO.
       01 WS-HOLD-CAT-SUB        PIC 9(2) VALUE ZERO.
       01 WS-CAT-FOUND           PIC X VALUE 'N'.
           88 CATALOG-FOUND      VALUE 'Y'.

      *    The settings as SYSPARM.DAT holds them.
       01 WS-SP-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SP-IDX.
               10 WS-TBL-SP-NAME PIC X(20).
               10 WS-TBL-SP-VALUE PIC X(25).

       01 WS-MENU-CHOICE         PIC X.
       01 WS-CONFIRM-CHOICE      PIC X.
       01 WS-DONE-SWITCH         PIC X VALUE 'N'.
           88 MAINTENANCE-DONE   VALUE 'Y'.
       01 WS-NAME-INPUT          PIC X(20) VALUE SPACES.
       01 WS-VALUE-INPUT         PIC X(30) VALUE SPACES.
       01 WS-VALUE-OK            PIC X VALUE 'N'.
           88 VALUE-OK           VALUE 'Y'.
       01 WS-TEXT-VALUE          PIC X(30) VALUE SPACES.
       01 WS-TEXT-LENGTH         PIC 9(2) VALUE ZERO.
       01 WS-SPACE-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-NUMBER-VALUE        PIC 9(9) VALUE ZERO.
       01 WS-TIME-CHECK          PIC 9(6) VALUE ZERO.
       01 WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
           05 WS-CHECK-HH        PIC 9(2).
           05 WS-CHECK-MM        PIC 9(2).
           05 WS-CHECK-SS        PIC 9(2).
       01 WS-NEW-VALUE           PIC X(25) VALUE SPACES.
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
           88 SETTING-FOUND      VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(2) VALUE ZERO.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.

      *    A setting's value as a program would see it, and whether
      *    it came from the file or the built-in default.
       01 WS-EFFECTIVE-VALUE     PIC X(25).
       01 WS-EFFECTIVE-NUMERIC REDEFINES WS-EFFECTIVE-VALUE.
           05 WS-EFFECTIVE-NUMBER PIC 9(9).
           05 FILLER             PIC X(16).
       01 WS-EFFECTIVE-SOURCE    PIC X(8).
       01 WS-OPEN-TIME           PIC 9(9) VALUE ZERO.
       01 WS-CLOSE-TIME          PIC 9(9) VALUE ZERO.
       01 WS-SHOW-VALUE          PIC X(25).
       01 WS-PRINT-NUMBER        PIC ZZZZZZZZ9.
       01 WS-PRINT-MIN           PIC ZZZZZZZZ9.
       01 WS-PRINT-MAX           PIC ZZZZZZZZ9.
       01 WS-UNKNOWN-COUNT       PIC 9(2) VALUE ZERO.

       01 WS-CHANGE-LOG-FILENAME PIC X(25) VALUE "REFCHG.LOG".
       01 WS-CHANGE-LOG-FILE-STATUS PIC X(2).
       01 WS-CHANGE-ACTION       PIC X(10).
       01 WS-BEFORE-IMAGE        PIC X(60).
       01 WS-AFTER-IMAGE         PIC X(60).
       01 WS-TIME-RAW            PIC 9(8).
       01 WS-TIME-FIELDS REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS     PIC 9(6).
           05 WS-TIME-HUNDREDTHS PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           IF OPER-MASTER-LOADED AND NOT OPERATOR-SUPERVISOR
               DISPLAY "Parameter maintenance needs a supervisor - "
                       "access refused."
               STOP RUN
           END-IF.
           PERFORM LIST-PARAMETERS.
           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY " "
               DISPLAY "===== System parameter maintenance ====="
               DISPLAY "(L)ist  (S)et  (R)eset to default  (E)xit: "
                       WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'L'
                       PERFORM LIST-PARAMETERS
                   WHEN 'S'
                       PERFORM SET-PARAMETER
                   WHEN 'R'
                       PERFORM RESET-PARAMETER
                   WHEN 'E'
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Please choose L, S, R or E."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *    The whole file is held in the table for maintenance; the
      *    operator master and retry settings also govern this run.
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "35"
               DISPLAY "No system parameter file found - every "
                       "setting is at its built-in value."
           ELSE
               IF WS-PARM-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open " WS-PARM-FILENAME
                           " - status " WS-PARM-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-PARM-EOF
               PERFORM UNTIL PARM-EOF
                   READ SYSTEM-PARM-FILE
                       AT END
                           SET PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-PARM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SYSTEM-PARM-FILE
           END-IF.
           MOVE "OPERATOR-FILE" TO WS-NAME-INPUT.
           PERFORM FIND-SETTING.
           IF SETTING-FOUND
               MOVE WS-TBL-SP-VALUE(WS-FOUND-SUB) TO WS-OPER-FILENAME
           END-IF.
           MOVE "RETRY-LIMIT" TO WS-NAME-INPUT.
           PERFORM FIND-SETTING.
           IF SETTING-FOUND
               MOVE WS-TBL-SP-VALUE(WS-FOUND-SUB) TO SP-VALUE
               IF SP-NUMBER IS NUMERIC
                       AND SP-NUMBER >= 1 AND SP-NUMBER <= 9998
                   MOVE SP-NUMBER TO WS-RETRY-LIMIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-NAME-INPUT.

       STORE-PARM-ENTRY.
           IF WS-SP-COUNT >= 50
               DISPLAY "Parameter table is full - setting " SP-NAME
                       " ignored."
           ELSE
               ADD 1 TO WS-SP-COUNT
               SET WS-SP-IDX TO WS-SP-COUNT
               MOVE SP-NAME TO WS-TBL-SP-NAME(WS-SP-IDX)
               MOVE SP-VALUE TO WS-TBL-SP-VALUE(WS-SP-IDX)
           END-IF.

       SAVE-SYSTEM-PARAMETERS.
           OPEN OUTPUT SYSTEM-PARM-FILE.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE SPACES TO SYSTEM-PARM-RECORD
               MOVE WS-TBL-SP-NAME(WS-SP-IDX) TO SP-NAME
               MOVE WS-TBL-SP-VALUE(WS-SP-IDX) TO SP-VALUE
               WRITE SYSTEM-PARM-RECORD
           END-PERFORM.
           CLOSE SYSTEM-PARM-FILE.

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

       FIND-SETTING.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
                   OR SETTING-FOUND
               IF WS-TBL-SP-NAME(WS-SP-IDX) = WS-NAME-INPUT
                   SET SETTING-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-SP-IDX
               END-IF
           END-PERFORM.

       FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE 0 TO WS-CAT-SUB.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   OR CATALOG-FOUND
               IF WS-CAT-NAME(WS-CAT-IDX) = WS-NAME-INPUT
                   SET CATALOG-FOUND TO TRUE
                   SET WS-CAT-SUB TO WS-CAT-IDX
               END-IF
           END-PERFORM.

      *    Leaves the value a program would run with for the
      *    setting in WS-NAME-INPUT. A file value a program would
      *    refuse counts as the default, just as the programs treat
      *    it.
       GET-EFFECTIVE-VALUE.
           PERFORM FIND-CATALOG-ENTRY.
           MOVE WS-CAT-DEFAULT(WS-CAT-SUB) TO WS-EFFECTIVE-VALUE.
           MOVE "default" TO WS-EFFECTIVE-SOURCE.
           PERFORM FIND-SETTING.
           IF SETTING-FOUND
               MOVE WS-TBL-SP-VALUE(WS-FOUND-SUB) TO SP-VALUE
               IF CAT-FILE(WS-CAT-SUB)
                   IF SP-VALUE NOT = SPACES
                       MOVE SP-VALUE TO WS-EFFECTIVE-VALUE
                       MOVE "SYSPARM" TO WS-EFFECTIVE-SOURCE
                   END-IF
               ELSE
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= WS-CAT-MIN(WS-CAT-SUB)
                           AND SP-NUMBER <= WS-CAT-MAX(WS-CAT-SUB)
                       MOVE SP-VALUE TO WS-EFFECTIVE-VALUE
                       MOVE "SYSPARM" TO WS-EFFECTIVE-SOURCE
                   ELSE
                       MOVE "invalid" TO WS-EFFECTIVE-SOURCE
                   END-IF
               END-IF
           END-IF.

       FORMAT-EFFECTIVE-VALUE.
           EVALUATE TRUE
               WHEN CAT-FILE(WS-CAT-SUB)
                   MOVE WS-EFFECTIVE-VALUE TO WS-SHOW-VALUE
               WHEN CAT-TIME(WS-CAT-SUB)
                   MOVE WS-EFFECTIVE-NUMBER TO WS-TIME-CHECK
                   MOVE WS-TIME-CHECK TO WS-SHOW-VALUE
               WHEN OTHER
                   MOVE WS-EFFECTIVE-NUMBER TO WS-PRINT-NUMBER
                   MOVE FUNCTION TRIM(WS-PRINT-NUMBER)
                       TO WS-SHOW-VALUE
           END-EVALUATE.

       LIST-PARAMETERS.
           DISPLAY " ".
           DISPLAY "Setting              Value                     "
                   "Source   Used for".
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-CAT-COUNT
               MOVE WS-CAT-NAME(WS-LIST-SUB) TO WS-NAME-INPUT
               PERFORM GET-EFFECTIVE-VALUE
               PERFORM FORMAT-EFFECTIVE-VALUE
               DISPLAY WS-CAT-NAME(WS-CAT-SUB) " " WS-SHOW-VALUE " "
                       WS-EFFECTIVE-SOURCE " "
                       FUNCTION TRIM(WS-CAT-PURPOSE(WS-CAT-SUB))
           END-PERFORM.
           MOVE 0 TO WS-UNKNOWN-COUNT.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-TBL-SP-NAME(WS-SP-IDX) TO WS-NAME-INPUT
               PERFORM FIND-CATALOG-ENTRY
               IF NOT CATALOG-FOUND
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY WS-TBL-SP-NAME(WS-SP-IDX) " "
                           WS-TBL-SP-VALUE(WS-SP-IDX)
                           " not used by any program"
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NAME-INPUT.
           DISPLAY "Source: SYSPARM is the file's value, default the "
                   "value built into the programs;".
           DISPLAY "        invalid means the file's value is refused "
                   "and the default used.".

       GET-SETTING-NAME.
           MOVE SPACES TO WS-NAME-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-NAME-INPUT NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Setting name: " WITH NO ADVANCING
               ACCEPT WS-NAME-INPUT
               MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT)
                   TO WS-NAME-INPUT
               IF WS-NAME-INPUT = SPACES
                   DISPLAY "Setting name is required."
               END-IF
           END-PERFORM.

       SET-PARAMETER.
           PERFORM GET-SETTING-NAME.
           PERFORM FIND-CATALOG-ENTRY.
           IF NOT CATALOG-FOUND
               DISPLAY "No program uses a setting called "
                       FUNCTION TRIM(WS-NAME-INPUT) "."
           ELSE
               PERFORM GET-EFFECTIVE-VALUE
               PERFORM FORMAT-EFFECTIVE-VALUE
               DISPLAY FUNCTION TRIM(WS-CAT-PURPOSE(WS-CAT-SUB))
               DISPLAY "In effect: " FUNCTION TRIM(WS-SHOW-VALUE)
                       " (" FUNCTION TRIM(WS-EFFECTIVE-SOURCE) ")"
               PERFORM GET-SETTING-VALUE
               PERFORM CHECK-FILING-HOURS
               IF VALUE-OK
                   PERFORM CONFIRM-AND-SET
               END-IF
           END-IF.

       GET-SETTING-VALUE.
           MOVE 'N' TO WS-VALUE-OK.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL VALUE-OK
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               EVALUATE TRUE
                   WHEN CAT-FILE(WS-CAT-SUB)
                       DISPLAY "File name: " WITH NO ADVANCING
                   WHEN CAT-TIME(WS-CAT-SUB)
                       DISPLAY "Time (HHMMSS): " WITH NO ADVANCING
                   WHEN OTHER
                       MOVE WS-CAT-MIN(WS-CAT-SUB) TO WS-PRINT-MIN
                       MOVE WS-CAT-MAX(WS-CAT-SUB) TO WS-PRINT-MAX
                       DISPLAY "Value ("
                               FUNCTION TRIM(WS-PRINT-MIN) "-"
                               FUNCTION TRIM(WS-PRINT-MAX) "): "
                               WITH NO ADVANCING
               END-EVALUATE
               ACCEPT WS-VALUE-INPUT
               IF CAT-FILE(WS-CAT-SUB)
                   PERFORM VALIDATE-FILE-NAME
               ELSE
                   PERFORM VALIDATE-NUMBER
               END-IF
           END-PERFORM.

       VALIDATE-FILE-NAME.
           IF WS-VALUE-INPUT = SPACES
               DISPLAY "A file name is required."
           ELSE
               MOVE FUNCTION TRIM(WS-VALUE-INPUT) TO WS-TEXT-VALUE
               COMPUTE WS-TEXT-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE-INPUT))
               MOVE 0 TO WS-SPACE-COUNT
               INSPECT WS-TEXT-VALUE(1:WS-TEXT-LENGTH)
                   TALLYING WS-SPACE-COUNT FOR ALL SPACES
               IF WS-TEXT-LENGTH > 25
                   DISPLAY "File name must be 25 characters or fewer."
               ELSE
                   IF WS-SPACE-COUNT > 0
                       DISPLAY "File name cannot contain spaces."
                   ELSE
                       MOVE WS-TEXT-VALUE TO WS-NEW-VALUE
                       SET VALUE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-NUMBER.
           IF WS-VALUE-INPUT = SPACES
                   OR FUNCTION TRIM(WS-VALUE-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE-INPUT))
                       > 9
               DISPLAY "Value must be a whole number."
           ELSE
               MOVE FUNCTION TRIM(WS-VALUE-INPUT) TO WS-NUMBER-VALUE
               IF WS-NUMBER-VALUE < WS-CAT-MIN(WS-CAT-SUB)
                       OR WS-NUMBER-VALUE > WS-CAT-MAX(WS-CAT-SUB)
                   DISPLAY "Value is out of range."
               ELSE
                   MOVE WS-NUMBER-VALUE TO WS-TIME-CHECK
                   IF CAT-TIME(WS-CAT-SUB)
                           AND (WS-CHECK-MM > 59 OR WS-CHECK-SS > 59)
                       DISPLAY "Time must be HHMMSS."
                   ELSE
                       MOVE SPACES TO SYSTEM-PARM-RECORD
                       MOVE WS-NUMBER-VALUE TO SP-NUMBER
                       MOVE SP-VALUE TO WS-NEW-VALUE
                       SET VALUE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    LoveOps treats anything between the two times as normal
      *    hours, so the day must open before it closes.
       CHECK-FILING-HOURS.
           IF WS-CAT-NAME(WS-CAT-SUB) = "OPEN-TIME"
                   OR WS-CAT-NAME(WS-CAT-SUB) = "CLOSE-TIME"
               MOVE WS-CAT-SUB TO WS-HOLD-CAT-SUB
               MOVE "OPEN-TIME" TO WS-NAME-INPUT
               PERFORM GET-EFFECTIVE-VALUE
               MOVE WS-EFFECTIVE-NUMBER TO WS-OPEN-TIME
               MOVE "CLOSE-TIME" TO WS-NAME-INPUT
               PERFORM GET-EFFECTIVE-VALUE
               MOVE WS-EFFECTIVE-NUMBER TO WS-CLOSE-TIME
               MOVE WS-HOLD-CAT-SUB TO WS-CAT-SUB
               MOVE WS-CAT-NAME(WS-CAT-SUB) TO WS-NAME-INPUT
               MOVE WS-NEW-VALUE TO SP-VALUE
               IF WS-CAT-NAME(WS-CAT-SUB) = "OPEN-TIME"
                   MOVE SP-NUMBER TO WS-OPEN-TIME
               ELSE
                   MOVE SP-NUMBER TO WS-CLOSE-TIME
               END-IF
               IF WS-OPEN-TIME NOT < WS-CLOSE-TIME
                   DISPLAY "Filing hours must open before they close "
                           "- setting not changed."
                   MOVE 'N' TO WS-VALUE-OK
               END-IF
           END-IF.

       CONFIRM-AND-SET.
           DISPLAY "Set " FUNCTION TRIM(WS-NAME-INPUT) " to "
                   FUNCTION TRIM(WS-VALUE-INPUT) "? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
               TO WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = 'Y'
               DISPLAY "Setting " FUNCTION TRIM(WS-NAME-INPUT)
                       " not changed."
           ELSE
               PERFORM FIND-SETTING
               IF SETTING-FOUND
                   IF WS-TBL-SP-VALUE(WS-FOUND-SUB) = WS-NEW-VALUE
                       DISPLAY "Setting " FUNCTION TRIM(WS-NAME-INPUT)
                               " already holds that value."
                   ELSE
                       PERFORM BUILD-SETTING-IMAGE
                       MOVE SYSTEM-PARM-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-NEW-VALUE
                           TO WS-TBL-SP-VALUE(WS-FOUND-SUB)
                       PERFORM RECORD-SETTING-CHANGE
                   END-IF
               ELSE
                   IF WS-SP-COUNT >= 50
                       DISPLAY "Parameter file is full."
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       ADD 1 TO WS-SP-COUNT
                       MOVE WS-SP-COUNT TO WS-FOUND-SUB
                       MOVE WS-NAME-INPUT
                           TO WS-TBL-SP-NAME(WS-FOUND-SUB)
                       MOVE WS-NEW-VALUE
                           TO WS-TBL-SP-VALUE(WS-FOUND-SUB)
                       PERFORM RECORD-SETTING-CHANGE
                   END-IF
               END-IF
           END-IF.

       RECORD-SETTING-CHANGE.
           PERFORM SAVE-SYSTEM-PARAMETERS.
           PERFORM BUILD-SETTING-IMAGE.
           MOVE SYSTEM-PARM-RECORD TO WS-AFTER-IMAGE.
           MOVE "SET" TO WS-CHANGE-ACTION.
           PERFORM WRITE-CHANGE-LOG.
           DISPLAY "Setting " FUNCTION TRIM(WS-NAME-INPUT)
                   " set - programs take it up on their next run.".

      *    Taking a setting off the file puts every program back on
      *    its built-in value; a setting no program uses can be
      *    taken off the same way.
       RESET-PARAMETER.
           PERFORM GET-SETTING-NAME.
           PERFORM FIND-SETTING.
           IF NOT SETTING-FOUND
               DISPLAY "Setting " FUNCTION TRIM(WS-NAME-INPUT)
                       " is not on the file - already at default."
           ELSE
               PERFORM BUILD-SETTING-IMAGE
               MOVE SYSTEM-PARM-RECORD TO WS-BEFORE-IMAGE
               PERFORM VARYING WS-SP-IDX FROM WS-FOUND-SUB BY 1
                       UNTIL WS-SP-IDX >= WS-SP-COUNT
                   MOVE WS-SP-ENTRY(WS-SP-IDX + 1)
                       TO WS-SP-ENTRY(WS-SP-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-SP-COUNT
               PERFORM SAVE-SYSTEM-PARAMETERS
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "RESET" TO WS-CHANGE-ACTION
               PERFORM WRITE-CHANGE-LOG
               DISPLAY "Setting " FUNCTION TRIM(WS-NAME-INPUT)
                       " reset to its built-in value."
           END-IF.

       BUILD-SETTING-IMAGE.
           MOVE SPACES TO SYSTEM-PARM-RECORD.
           MOVE WS-TBL-SP-NAME(WS-FOUND-SUB) TO SP-NAME.
           MOVE WS-TBL-SP-VALUE(WS-FOUND-SUB) TO SP-VALUE.

      *    Every change to the file is appended to the shared
      *    reference-change log with who made it and the record
      *    either side of it.
       WRITE-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           ACCEPT RF-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO RF-TS-TIME.
           MOVE WS-OPERATOR-ID TO RF-OPERATOR-ID.
           MOVE "SYSPARM" TO RF-FILE.
           MOVE WS-NAME-INPUT TO RF-KEY.
           MOVE WS-CHANGE-ACTION TO RF-ACTION.
           MOVE WS-BEFORE-IMAGE TO RF-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO RF-AFTER-IMAGE.
           WRITE REFERENCE-CHANGE-RECORD.
           CLOSE CHANGE-LOG-FILE.
