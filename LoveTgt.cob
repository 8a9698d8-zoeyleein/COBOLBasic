       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveTgt.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE ASSIGN DYNAMIC WS-TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN DYNAMIC WS-CODE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN DYNAMIC
                   WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN DYNAMIC
                   WS-CHANGE-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TARGET-FILE.
           COPY TRGTREC.

       FD  CODE-MASTER-FILE.
           COPY CODEREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  CHANGE-LOG-FILE.
           COPY REFLOGREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

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

       01 WS-CODE-FILENAME       PIC X(25) VALUE "RESPCODES.DAT".
       01 WS-CODE-FILE-STATUS    PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-CODE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CODE-IDX.
               10 WS-TBL-CM-CODE PIC A(3).
               10 WS-TBL-CM-DESC PIC X(30).
               10 WS-TBL-CM-STATUS PIC X.
       01 WS-CODE-FOUND          PIC X VALUE 'N'.
           88 CODE-FOUND         VALUE 'Y'.
       01 WS-CODE-SUB            PIC 9(3) VALUE ZERO.

       01 WS-TARGET-FILENAME     PIC X(25) VALUE "TARGETS.DAT".
       01 WS-TARGET-FILE-STATUS  PIC X(2).
      *    Kept in month and code order, so a month's targets list
      *    together and the file is rewritten the same way.
       01 WS-TARGET-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-TARGET-TABLE.
           05 WS-TARGET-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-TARGET-IDX.
               10 WS-TBL-TG-MONTH PIC 9(6).
               10 WS-TBL-TG-CODE PIC A(3).
               10 WS-TBL-TG-COUNT PIC 9(6).
               10 WS-TBL-TG-NET  PIC S9(11).
               10 WS-TBL-TG-SET-BY PIC X(20).
               10 WS-TBL-TG-SET-DATE PIC 9(8).
       01 WS-TARGET-KEY.
           05 WS-KEY-MONTH       PIC 9(6).
           05 WS-KEY-CODE        PIC A(3).
       01 WS-ENTRY-KEY.
           05 WS-ENTRY-MONTH     PIC 9(6).
           05 WS-ENTRY-CODE      PIC A(3).
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
           88 TARGET-FOUND       VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(4) VALUE ZERO.
       01 WS-INSERT-SUB          PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-SUB           PIC 9(4) VALUE ZERO.
       01 WS-LISTED-COUNT        PIC 9(4) VALUE ZERO.

       01 WS-MENU-CHOICE         PIC X.
       01 WS-DONE-SWITCH         PIC X VALUE 'N'.
           88 MAINTENANCE-DONE   VALUE 'Y'.
       01 WS-CONFIRM-CHOICE      PIC X.
       01 WS-TODAY-YYYYMMDD      PIC 9(8).
       01 WS-MONTH-INPUT         PIC X(6).
       01 WS-MONTH-WANTED        PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-WANTED.
           05 WS-MONTH-YYYY      PIC 9(4).
           05 WS-MONTH-MM        PIC 9(2).
       01 WS-MONTH-VALID         PIC X VALUE 'N'.
       01 WS-CODE-INPUT          PIC X(3).
       01 WS-COUNT-INPUT         PIC X(6).
       01 WS-NEW-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-NET-INPUT           PIC X(11).
       01 WS-NEW-NET             PIC 9(11) VALUE ZERO.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.

       01 WS-CHANGE-LOG-FILENAME PIC X(25) VALUE "REFCHG.LOG".
       01 WS-CHANGE-LOG-FILE-STATUS PIC X(2).
       01 WS-CHANGE-ACTION       PIC X(10).
       01 WS-BEFORE-IMAGE        PIC X(60).
       01 WS-AFTER-IMAGE         PIC X(60).
       01 WS-TIME-RAW            PIC 9(8).
       01 WS-TIME-FIELDS REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS     PIC 9(6).
           05 WS-TIME-HUNDREDTHS PIC 9(2).

       01 WS-PRINT-COUNT         PIC ZZZ,ZZ9.
       01 WS-PRINT-NET           PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-STATUS-NOTE         PIC X(12).

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-RETRY-LIMIT     PIC X(8) VALUE "default".
       01 WS-SRC-OPERATOR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-CODE-FILE       PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           IF OPER-MASTER-LOADED AND NOT OPERATOR-SUPERVISOR
               DISPLAY "Target maintenance needs a supervisor - "
                       "access refused."
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM LOAD-CODE-MASTER.
           PERFORM LOAD-TARGETS.
           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY " "
               DISPLAY "===== Monthly target maintenance ====="
               DISPLAY "(L)ist  (S)et  (D)rop  (E)xit: "
                       WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'L'
                       PERFORM LIST-TARGETS
                   WHEN 'S'
                       PERFORM SET-TARGET
                   WHEN 'D'
                       PERFORM DROP-TARGET
                   WHEN 'E'
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Please choose L, S, D or E."
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
               WHEN "CODE-FILE"
                   IF SP-VALUE NOT = SPACES
                       MOVE SP-VALUE TO WS-CODE-FILENAME
                       MOVE "SYSPARM" TO WS-SRC-CODE-FILE
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
           DISPLAY "  CODE-FILE            " WS-CODE-FILENAME " "
                   WS-SRC-CODE-FILE.
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
                       "codes will not be checked."
           END-IF.

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

       FIND-CODE.
           MOVE 'N' TO WS-CODE-FOUND.
           MOVE 0 TO WS-CODE-SUB.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR CODE-FOUND
               IF WS-TBL-CM-CODE(WS-CODE-IDX) = WS-KEY-CODE
                   SET CODE-FOUND TO TRUE
                   SET WS-CODE-SUB TO WS-CODE-IDX
               END-IF
           END-PERFORM.

       LOAD-TARGETS.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-FILE-STATUS = "35"
               DISPLAY "No target file found - starting a new one."
           ELSE
               IF WS-TARGET-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open " WS-TARGET-FILENAME
                           " - status " WS-TARGET-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ TARGET-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-TARGET-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.

       STORE-TARGET-ENTRY.
           IF WS-TARGET-COUNT >= 2000
               DISPLAY "Target table is full - target " TG-MONTH
                       " " TG-CODE " ignored."
           ELSE
               ADD 1 TO WS-TARGET-COUNT
               SET WS-TARGET-IDX TO WS-TARGET-COUNT
               MOVE TG-MONTH TO WS-TBL-TG-MONTH(WS-TARGET-IDX)
               MOVE TG-CODE TO WS-TBL-TG-CODE(WS-TARGET-IDX)
               MOVE TG-TARGET-COUNT TO WS-TBL-TG-COUNT(WS-TARGET-IDX)
               MOVE TG-TARGET-NET TO WS-TBL-TG-NET(WS-TARGET-IDX)
               MOVE TG-SET-BY TO WS-TBL-TG-SET-BY(WS-TARGET-IDX)
               MOVE TG-SET-DATE TO WS-TBL-TG-SET-DATE(WS-TARGET-IDX)
           END-IF.

       SAVE-TARGETS.
           OPEN OUTPUT TARGET-FILE.
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               MOVE SPACES TO TARGET-RECORD
               MOVE WS-TBL-TG-MONTH(WS-TARGET-IDX) TO TG-MONTH
               MOVE WS-TBL-TG-CODE(WS-TARGET-IDX) TO TG-CODE
               MOVE WS-TBL-TG-COUNT(WS-TARGET-IDX) TO TG-TARGET-COUNT
               MOVE WS-TBL-TG-NET(WS-TARGET-IDX) TO TG-TARGET-NET
               MOVE WS-TBL-TG-SET-BY(WS-TARGET-IDX) TO TG-SET-BY
               MOVE WS-TBL-TG-SET-DATE(WS-TARGET-IDX) TO TG-SET-DATE
               WRITE TARGET-RECORD
           END-PERFORM.
           CLOSE TARGET-FILE.

       BUILD-TARGET-IMAGE.
           MOVE SPACES TO TARGET-RECORD.
           MOVE WS-TBL-TG-MONTH(WS-FOUND-SUB) TO TG-MONTH.
           MOVE WS-TBL-TG-CODE(WS-FOUND-SUB) TO TG-CODE.
           MOVE WS-TBL-TG-COUNT(WS-FOUND-SUB) TO TG-TARGET-COUNT.
           MOVE WS-TBL-TG-NET(WS-FOUND-SUB) TO TG-TARGET-NET.
           MOVE WS-TBL-TG-SET-BY(WS-FOUND-SUB) TO TG-SET-BY.
           MOVE WS-TBL-TG-SET-DATE(WS-FOUND-SUB) TO TG-SET-DATE.

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
           MOVE WS-MONTH-WANTED TO WS-KEY-MONTH.

       GET-CODE-INPUT.
           MOVE SPACES TO WS-CODE-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-CODE-INPUT IS ALPHABETIC
                   AND WS-CODE-INPUT NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Code (1-3 letters): " WITH NO ADVANCING
               ACCEPT WS-CODE-INPUT
               IF WS-CODE-INPUT IS ALPHABETIC
                       AND WS-CODE-INPUT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT)
                       TO WS-CODE-INPUT
               ELSE
                   DISPLAY "Code must be 1-3 letters."
               END-IF
           END-PERFORM.
           MOVE WS-CODE-INPUT TO WS-KEY-CODE.

      *    Leaves WS-FOUND-SUB on the month and code asked for or,
      *    when there is none, WS-INSERT-SUB on the row it belongs
      *    in front of.
       FIND-TARGET.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-SUB.
           COMPUTE WS-INSERT-SUB = WS-TARGET-COUNT + 1.
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
                   OR TARGET-FOUND
                   OR WS-INSERT-SUB <= WS-TARGET-COUNT
               MOVE WS-TBL-TG-MONTH(WS-TARGET-IDX) TO WS-ENTRY-MONTH
               MOVE WS-TBL-TG-CODE(WS-TARGET-IDX) TO WS-ENTRY-CODE
               IF WS-ENTRY-KEY = WS-TARGET-KEY
                   SET TARGET-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-TARGET-IDX
               ELSE
                   IF WS-ENTRY-KEY > WS-TARGET-KEY
                       SET WS-INSERT-SUB TO WS-TARGET-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *    Each target is shown against the code's standing on the
      *    master, so a target left on a retired code stands out.
       LIST-TARGETS.
           PERFORM GET-MONTH-INPUT.
           MOVE 0 TO WS-LISTED-COUNT.
           DISPLAY "Targets for " WS-MONTH-WANTED ":".
           DISPLAY "Code   Count     Net (cents)  Set by"
                   "               On        Code status".
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               IF WS-TBL-TG-MONTH(WS-TARGET-IDX) = WS-MONTH-WANTED
                   PERFORM LIST-ONE-TARGET
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "No targets set for " WS-MONTH-WANTED "."
           END-IF.

       LIST-ONE-TARGET.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-TBL-TG-CODE(WS-TARGET-IDX) TO WS-KEY-CODE.
           PERFORM FIND-CODE.
           EVALUATE TRUE
               WHEN WS-CODE-COUNT = 0
                   MOVE SPACES TO WS-STATUS-NOTE
               WHEN NOT CODE-FOUND
                   MOVE "NOT ON FILE" TO WS-STATUS-NOTE
               WHEN WS-TBL-CM-STATUS(WS-CODE-SUB) NOT = 'A'
                   MOVE "RETIRED" TO WS-STATUS-NOTE
               WHEN OTHER
                   MOVE "active" TO WS-STATUS-NOTE
           END-EVALUATE.
           MOVE WS-TBL-TG-COUNT(WS-TARGET-IDX) TO WS-PRINT-COUNT.
           MOVE WS-TBL-TG-NET(WS-TARGET-IDX) TO WS-PRINT-NET.
           DISPLAY WS-TBL-TG-CODE(WS-TARGET-IDX) "  "
                   WS-PRINT-COUNT " " WS-PRINT-NET "  "
                   WS-TBL-TG-SET-BY(WS-TARGET-IDX) " "
                   WS-TBL-TG-SET-DATE(WS-TARGET-IDX) "  "
                   WS-STATUS-NOTE.

      *    A target can only be set against a code that is active on
      *    the master; setting one that already exists replaces it.
       SET-TARGET.
           PERFORM GET-MONTH-INPUT.
           PERFORM GET-CODE-INPUT.
           PERFORM FIND-CODE.
           EVALUATE TRUE
               WHEN WS-CODE-COUNT = 0
                   PERFORM TAKE-TARGET-FIGURES
               WHEN NOT CODE-FOUND
                   DISPLAY "Code " WS-KEY-CODE " is not on the master."
               WHEN WS-TBL-CM-STATUS(WS-CODE-SUB) NOT = 'A'
                   DISPLAY "Code " WS-KEY-CODE " is retired - "
                           "no target taken."
               WHEN OTHER
                   PERFORM TAKE-TARGET-FIGURES
           END-EVALUATE.

       TAKE-TARGET-FIGURES.
           PERFORM FIND-TARGET.
           IF TARGET-FOUND
               MOVE WS-TBL-TG-COUNT(WS-FOUND-SUB) TO WS-PRINT-COUNT
               MOVE WS-TBL-TG-NET(WS-FOUND-SUB) TO WS-PRINT-NET
               DISPLAY "Current target: count "
                       FUNCTION TRIM(WS-PRINT-COUNT) ", net "
                       FUNCTION TRIM(WS-PRINT-NET) " cents."
           END-IF.
           PERFORM GET-COUNT-INPUT.
           PERFORM GET-NET-INPUT.
           MOVE WS-NEW-COUNT TO WS-PRINT-COUNT.
           MOVE WS-NEW-NET TO WS-PRINT-NET.
           DISPLAY "Set " WS-KEY-MONTH " " WS-KEY-CODE
                   " to count " FUNCTION TRIM(WS-PRINT-COUNT)
                   ", net " FUNCTION TRIM(WS-PRINT-NET)
                   " cents? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
               TO WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = 'Y'
               DISPLAY "Target not changed."
           ELSE
               IF TARGET-FOUND
                   PERFORM BUILD-TARGET-IMAGE
                   MOVE TARGET-RECORD TO WS-BEFORE-IMAGE
                   MOVE "CHANGE" TO WS-CHANGE-ACTION
                   PERFORM RECORD-TARGET-CHANGE
               ELSE
                   IF WS-TARGET-COUNT >= 2000
                       DISPLAY "Target file is full."
                   ELSE
                       PERFORM OPEN-TARGET-ROW
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE "ADD" TO WS-CHANGE-ACTION
                       PERFORM RECORD-TARGET-CHANGE
                   END-IF
               END-IF
           END-IF.

      *    Moves the rows from WS-INSERT-SUB on down one place and
      *    leaves the freed row for the new target.
       OPEN-TARGET-ROW.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-TARGET-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               MOVE WS-TARGET-ENTRY(WS-SHIFT-SUB)
                   TO WS-TARGET-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-TARGET-COUNT.
           MOVE WS-INSERT-SUB TO WS-FOUND-SUB.
           MOVE WS-KEY-MONTH TO WS-TBL-TG-MONTH(WS-FOUND-SUB).
           MOVE WS-KEY-CODE TO WS-TBL-TG-CODE(WS-FOUND-SUB).

       RECORD-TARGET-CHANGE.
           MOVE WS-NEW-COUNT TO WS-TBL-TG-COUNT(WS-FOUND-SUB).
           MOVE WS-NEW-NET TO WS-TBL-TG-NET(WS-FOUND-SUB).
           MOVE WS-OPERATOR-ID TO WS-TBL-TG-SET-BY(WS-FOUND-SUB).
           MOVE WS-TODAY-YYYYMMDD
               TO WS-TBL-TG-SET-DATE(WS-FOUND-SUB).
           PERFORM SAVE-TARGETS.
           PERFORM BUILD-TARGET-IMAGE.
           MOVE TARGET-RECORD TO WS-AFTER-IMAGE.
           PERFORM WRITE-CHANGE-LOG.
           DISPLAY "Target for " WS-KEY-MONTH " " WS-KEY-CODE
                   " set.".

       GET-COUNT-INPUT.
           MOVE SPACES TO WS-COUNT-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-COUNT-INPUT NOT = SPACES
                   AND FUNCTION TRIM(WS-COUNT-INPUT) IS NUMERIC
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Target item count for the month: "
                       WITH NO ADVANCING
               ACCEPT WS-COUNT-INPUT
               IF WS-COUNT-INPUT = SPACES
                       OR FUNCTION TRIM(WS-COUNT-INPUT) IS NOT NUMERIC
                   DISPLAY "Item count must be numeric."
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-COUNT-INPUT) TO WS-NEW-COUNT.

       GET-NET-INPUT.
           MOVE SPACES TO WS-NET-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-NET-INPUT NOT = SPACES
                   AND FUNCTION TRIM(WS-NET-INPUT) IS NUMERIC
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Target net settlement in cents "
                       "(e.g. 123456 for $1,234.56): "
                       WITH NO ADVANCING
               ACCEPT WS-NET-INPUT
               IF WS-NET-INPUT = SPACES
                       OR FUNCTION TRIM(WS-NET-INPUT) IS NOT NUMERIC
                   DISPLAY "Net settlement must be numeric."
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-NET-INPUT) TO WS-NEW-NET.

      *    A target can be dropped whatever the code's standing, so
      *    targets left on retired codes can be cleared away.
       DROP-TARGET.
           PERFORM GET-MONTH-INPUT.
           PERFORM GET-CODE-INPUT.
           PERFORM FIND-TARGET.
           IF NOT TARGET-FOUND
               DISPLAY "No target set for " WS-KEY-MONTH " "
                       WS-KEY-CODE "."
           ELSE
               DISPLAY "Drop the target for " WS-KEY-MONTH " "
                       WS-KEY-CODE "? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
                   TO WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE NOT = 'Y'
                   DISPLAY "Target not dropped."
               ELSE
                   PERFORM BUILD-TARGET-IMAGE
                   MOVE TARGET-RECORD TO WS-BEFORE-IMAGE
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB
                           BY 1 UNTIL WS-SHIFT-SUB >= WS-TARGET-COUNT
                       MOVE WS-TARGET-ENTRY(WS-SHIFT-SUB + 1)
                           TO WS-TARGET-ENTRY(WS-SHIFT-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TARGET-COUNT
                   PERFORM SAVE-TARGETS
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "DROP" TO WS-CHANGE-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   DISPLAY "Target for " WS-KEY-MONTH " "
                           WS-KEY-CODE " dropped."
               END-IF
           END-IF.

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
           MOVE "TARGETS" TO RF-FILE.
           STRING WS-KEY-MONTH DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KEY-CODE DELIMITED BY SIZE
                  INTO RF-KEY.
           MOVE WS-CHANGE-ACTION TO RF-ACTION.
           MOVE WS-BEFORE-IMAGE TO RF-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO RF-AFTER-IMAGE.
           WRITE REFERENCE-CHANGE-RECORD.
           CLOSE CHANGE-LOG-FILE.
