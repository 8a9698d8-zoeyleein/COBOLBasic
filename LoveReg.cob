       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveReg.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN DYNAMIC WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
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
       FD  REGISTRY-FILE.
           COPY RGSTREC.

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

       01 WS-REGISTRY-FILENAME   PIC X(25) VALUE "RESPREG.DAT".
       01 WS-REGISTRY-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-REGISTRY    VALUE 'Y'.

       01 WS-RGST-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-RGST-TABLE.
           05 WS-RGST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RGST-IDX.
               10 WS-TBL-RG-NO   PIC 9(8).
               10 WS-TBL-RG-NAME PIC X(30).
               10 WS-TBL-RG-BIRTH-DATE PIC 9(8).
               10 WS-TBL-RG-STATUS PIC X.
               10 WS-TBL-RG-REG-DATE PIC 9(8).
               10 WS-TBL-RG-REG-BY PIC X(20).
       01 WS-HIGH-RESPONDENT-NO  PIC 9(8) VALUE ZERO.

       01 WS-MENU-CHOICE         PIC X.
       01 WS-DONE-SWITCH         PIC X VALUE 'N'.
           88 MAINTENANCE-DONE   VALUE 'Y'.
       01 WS-NUMBER-INPUT        PIC X(8).
       01 WS-RESPONDENT-NO       PIC 9(8) VALUE ZERO.
       01 WS-NAME-INPUT          PIC X(30).
       01 WS-NAME-LENGTH         PIC 9(2) VALUE ZERO.
       01 WS-BIRTH-INPUT         PIC X(8).
       01 WS-BIRTH-DATE          PIC 9(8) VALUE ZERO.
       01 WS-BIRTH-VALID         PIC X VALUE 'N'.
           88 BIRTH-DATE-VALID   VALUE 'Y'.
       01 WS-DATE-INT            PIC 9(8).
       01 WS-TODAY-YYYYMMDD      PIC 9(8).
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
           88 RESPONDENT-FOUND   VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(4) VALUE ZERO.
       01 WS-DUPLICATE-SWITCH    PIC X VALUE 'N'.
           88 DUPLICATE-FOUND    VALUE 'Y'.
       01 WS-DUPLICATE-SUB       PIC 9(4) VALUE ZERO.
       01 WS-MATCH-COUNT         PIC 9(4) VALUE ZERO.
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
      *    The registry record as RESPREG.DAT holds it, up to the
      *    status, built either side of a change for the
      *    reference-change log.
       01 WS-RGST-IMAGE.
           05 WS-IMG-RG-NO       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-RG-NAME     PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-RG-BIRTH-DATE PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-RG-STATUS   PIC X.

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
           PERFORM LOAD-REGISTRY.
           IF WS-REGISTRY-FILE-STATUS = "35"
               DISPLAY "No respondent registry found - starting a "
                       "new one."
           END-IF.
           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY " "
               DISPLAY "===== Respondent registry maintenance ====="
               DISPLAY "(L)ist  (S)earch  (R)egister  (U)pdate  "
                       "(D)eactivate  (X)reactivate  (E)xit: "
                       WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'L'
                       PERFORM LIST-RESPONDENTS
                   WHEN 'S'
                       PERFORM SEARCH-RESPONDENTS
                   WHEN 'R'
                       PERFORM REGISTER-RESPONDENT
                   WHEN 'U'
                       PERFORM UPDATE-RESPONDENT
                   WHEN 'D'
                       PERFORM DEACTIVATE-RESPONDENT
                   WHEN 'X'
                       PERFORM REACTIVATE-RESPONDENT
                   WHEN 'E'
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Please choose L, S, R, U, D, X or E."
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

      *    Other clerks may be registering at the same time, so the
      *    registry is read afresh before every list, search and
      *    change, and each change is saved over that fresh copy.
       LOAD-REGISTRY.
           MOVE ZERO TO WS-RGST-COUNT.
           MOVE ZERO TO WS-HIGH-RESPONDENT-NO.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS NOT = "35"
               IF WS-REGISTRY-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open " WS-REGISTRY-FILENAME
                           " - status " WS-REGISTRY-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-REGISTRY
                   READ REGISTRY-FILE
                       AT END
                           SET END-OF-REGISTRY TO TRUE
                       NOT AT END
                           PERFORM STORE-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

      *    The registry is rewritten in full on every change, so a
      *    record the table cannot hold would be lost on the next
      *    save; the run stops rather than drop anyone.
       STORE-REGISTRY-ENTRY.
           IF WS-RGST-COUNT >= 5000
               DISPLAY "Respondent registry table is full at "
                       "5000 - maintenance cannot continue."
               STOP RUN
           END-IF.
           ADD 1 TO WS-RGST-COUNT.
           SET WS-RGST-IDX TO WS-RGST-COUNT.
           MOVE RG-RESPONDENT-NO TO WS-TBL-RG-NO(WS-RGST-IDX).
           MOVE RG-NAME TO WS-TBL-RG-NAME(WS-RGST-IDX).
           MOVE RG-BIRTH-DATE TO WS-TBL-RG-BIRTH-DATE(WS-RGST-IDX).
           MOVE RG-STATUS TO WS-TBL-RG-STATUS(WS-RGST-IDX).
           MOVE RG-REGISTERED-DATE TO WS-TBL-RG-REG-DATE(WS-RGST-IDX).
           MOVE RG-REGISTERED-BY TO WS-TBL-RG-REG-BY(WS-RGST-IDX).
           IF RG-RESPONDENT-NO > WS-HIGH-RESPONDENT-NO
               MOVE RG-RESPONDENT-NO TO WS-HIGH-RESPONDENT-NO
           END-IF.

       SAVE-REGISTRY.
           OPEN OUTPUT REGISTRY-FILE.
           PERFORM VARYING WS-RGST-IDX FROM 1 BY 1
                   UNTIL WS-RGST-IDX > WS-RGST-COUNT
               MOVE SPACES TO RESPONDENT-RECORD
               MOVE WS-TBL-RG-NO(WS-RGST-IDX) TO RG-RESPONDENT-NO
               MOVE WS-TBL-RG-NAME(WS-RGST-IDX) TO RG-NAME
               MOVE WS-TBL-RG-BIRTH-DATE(WS-RGST-IDX)
                   TO RG-BIRTH-DATE
               MOVE WS-TBL-RG-STATUS(WS-RGST-IDX) TO RG-STATUS
               MOVE WS-TBL-RG-REG-DATE(WS-RGST-IDX)
                   TO RG-REGISTERED-DATE
               MOVE WS-TBL-RG-REG-BY(WS-RGST-IDX) TO RG-REGISTERED-BY
               WRITE RESPONDENT-RECORD
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       LIST-RESPONDENTS.
           PERFORM LOAD-REGISTRY.
           IF WS-RGST-COUNT = 0
               DISPLAY "Respondent registry is empty."
           ELSE
               PERFORM SHOW-LIST-HEADING
               PERFORM VARYING WS-RGST-IDX FROM 1 BY 1
                       UNTIL WS-RGST-IDX > WS-RGST-COUNT
                   PERFORM SHOW-RESPONDENT-LINE
               END-PERFORM
           END-IF.

      *    A caller rarely knows their number; the name search lists
      *    every respondent whose name starts with what was keyed.
       SEARCH-RESPONDENTS.
           DISPLAY "Name starts with: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME-INPUT.
           ACCEPT WS-NAME-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT) TO WS-NAME-INPUT.
           IF WS-NAME-INPUT = SPACES
               DISPLAY "Nothing keyed - search abandoned."
           ELSE
               PERFORM LOAD-REGISTRY
               COMPUTE WS-NAME-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-INPUT))
               MOVE 0 TO WS-MATCH-COUNT
               PERFORM SHOW-LIST-HEADING
               PERFORM VARYING WS-RGST-IDX FROM 1 BY 1
                       UNTIL WS-RGST-IDX > WS-RGST-COUNT
                   IF FUNCTION UPPER-CASE(WS-TBL-RG-NAME(WS-RGST-IDX)
                           (1:WS-NAME-LENGTH))
                           = WS-NAME-INPUT(1:WS-NAME-LENGTH)
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM SHOW-RESPONDENT-LINE
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT = 0
                   DISPLAY "No respondent name starts with "
                           FUNCTION TRIM(WS-NAME-INPUT) "."
               END-IF
           END-IF.

       SHOW-LIST-HEADING.
           DISPLAY "Number   Name                           "
                   "Born     St Registered by".

       SHOW-RESPONDENT-LINE.
           DISPLAY WS-TBL-RG-NO(WS-RGST-IDX) " "
                   WS-TBL-RG-NAME(WS-RGST-IDX) " "
                   WS-TBL-RG-BIRTH-DATE(WS-RGST-IDX) " "
                   WS-TBL-RG-STATUS(WS-RGST-IDX) "  "
                   WS-TBL-RG-REG-DATE(WS-RGST-IDX) " "
                   WS-TBL-RG-REG-BY(WS-RGST-IDX).

       GET-NUMBER-INPUT.
           MOVE 0 TO WS-RESPONDENT-NO.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-RESPONDENT-NO > 0
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Respondent number: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUMBER-INPUT
               ACCEPT WS-NUMBER-INPUT
               IF WS-NUMBER-INPUT NOT = SPACES
                       AND FUNCTION TRIM(WS-NUMBER-INPUT) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-NUMBER-INPUT)
                       TO WS-RESPONDENT-NO
               END-IF
               IF WS-RESPONDENT-NO = 0
                   DISPLAY "Respondent number must be 1 to 8 digits."
               END-IF
           END-PERFORM.

      *    Leaves the respondent's table row in WS-FOUND-SUB.
       FIND-RESPONDENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-RGST-IDX FROM 1 BY 1
                   UNTIL WS-RGST-IDX > WS-RGST-COUNT
                   OR RESPONDENT-FOUND
               IF WS-TBL-RG-NO(WS-RGST-IDX) = WS-RESPONDENT-NO
                   SET RESPONDENT-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-RGST-IDX
               END-IF
           END-PERFORM.

       GET-NAME-INPUT.
           MOVE SPACES TO WS-NAME-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-NAME-INPUT NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Name: " WITH NO ADVANCING
               ACCEPT WS-NAME-INPUT
               IF WS-NAME-INPUT = SPACES
                   DISPLAY "Name is required."
               END-IF
           END-PERFORM.

      *    A date of birth must be a real calendar date and cannot be
      *    later than today.
       GET-BIRTH-DATE-INPUT.
           MOVE 'N' TO WS-BIRTH-VALID.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL BIRTH-DATE-VALID
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Date of birth (YYYYMMDD): " WITH NO ADVANCING
               MOVE SPACES TO WS-BIRTH-INPUT
               ACCEPT WS-BIRTH-INPUT
               PERFORM EDIT-BIRTH-DATE
           END-PERFORM.

       EDIT-BIRTH-DATE.
           MOVE 'N' TO WS-BIRTH-VALID.
           IF WS-BIRTH-INPUT IS NUMERIC
               MOVE WS-BIRTH-INPUT TO WS-BIRTH-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BIRTH-DATE)
               IF WS-DATE-INT = ZERO
                   DISPLAY "Date of birth is not a valid date."
               ELSE
                   IF WS-BIRTH-DATE > WS-TODAY-YYYYMMDD
                       DISPLAY "Date of birth cannot be in the "
                               "future."
                   ELSE
                       SET BIRTH-DATE-VALID TO TRUE
                   END-IF
               END-IF
           ELSE
               DISPLAY "Date of birth must be 8 digits, YYYYMMDD."
           END-IF.

      *    The same name and date of birth already on file is almost
      *    always the same person; they keep the number they have.
      *    The duplicate check and the next number are taken from the
      *    registry as it stands once the details are keyed.
       REGISTER-RESPONDENT.
           PERFORM GET-NAME-INPUT.
           PERFORM GET-BIRTH-DATE-INPUT.
           PERFORM LOAD-REGISTRY.
           IF WS-RGST-COUNT >= 5000
               DISPLAY "Respondent registry is full."
           ELSE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM FIND-SAME-PERSON
               IF DUPLICATE-FOUND
                   DISPLAY "Already registered as respondent "
                           WS-TBL-RG-NO(WS-DUPLICATE-SUB) " (status "
                           WS-TBL-RG-STATUS(WS-DUPLICATE-SUB) ")."
               ELSE
                   ADD 1 TO WS-HIGH-RESPONDENT-NO
                   MOVE WS-HIGH-RESPONDENT-NO TO WS-RESPONDENT-NO
                   ADD 1 TO WS-RGST-COUNT
                   SET WS-RGST-IDX TO WS-RGST-COUNT
                   MOVE WS-RESPONDENT-NO TO WS-TBL-RG-NO(WS-RGST-IDX)
                   MOVE WS-NAME-INPUT TO WS-TBL-RG-NAME(WS-RGST-IDX)
                   MOVE WS-BIRTH-DATE
                       TO WS-TBL-RG-BIRTH-DATE(WS-RGST-IDX)
                   MOVE 'A' TO WS-TBL-RG-STATUS(WS-RGST-IDX)
                   MOVE WS-TODAY-YYYYMMDD
                       TO WS-TBL-RG-REG-DATE(WS-RGST-IDX)
                   MOVE WS-OPERATOR-ID
                       TO WS-TBL-RG-REG-BY(WS-RGST-IDX)
                   SET WS-FOUND-SUB TO WS-RGST-IDX
                   PERFORM SAVE-REGISTRY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM BUILD-RGST-IMAGE
                   MOVE WS-RGST-IMAGE TO WS-AFTER-IMAGE
                   MOVE "REGISTER" TO WS-CHANGE-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   DISPLAY "Registered as respondent "
                           WS-RESPONDENT-NO "."
               END-IF
           END-IF.

      *    Name and date of birth can be corrected; Enter on either
      *    prompt keeps what is on file. The number never changes.
      *    The correction only stands if the record is still as it
      *    was shown and does not make this respondent the same
      *    person as another already on file.
       UPDATE-RESPONDENT.
           PERFORM GET-NUMBER-INPUT.
           PERFORM LOAD-REGISTRY.
           PERFORM FIND-RESPONDENT.
           IF NOT RESPONDENT-FOUND
               DISPLAY "Respondent " WS-RESPONDENT-NO
                       " is not on the registry."
           ELSE
               PERFORM BUILD-RGST-IMAGE
               MOVE WS-RGST-IMAGE TO WS-BEFORE-IMAGE
               DISPLAY "Name          : " WS-TBL-RG-NAME(WS-FOUND-SUB)
               DISPLAY "New name (Enter to keep): " WITH NO ADVANCING
               MOVE SPACES TO WS-NAME-INPUT
               ACCEPT WS-NAME-INPUT
               IF WS-NAME-INPUT = SPACES
                   MOVE WS-TBL-RG-NAME(WS-FOUND-SUB) TO WS-NAME-INPUT
               END-IF
               DISPLAY "Date of birth : "
                       WS-TBL-RG-BIRTH-DATE(WS-FOUND-SUB)
               MOVE 'N' TO WS-BIRTH-VALID
               MOVE 0 TO WS-RETRY-COUNT
               PERFORM UNTIL BIRTH-DATE-VALID
                   ADD 1 TO WS-RETRY-COUNT
                   IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                       DISPLAY "Too many invalid entries - "
                               "terminating."
                       STOP RUN
                   END-IF
                   DISPLAY "New date of birth (Enter to keep): "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-BIRTH-INPUT
                   ACCEPT WS-BIRTH-INPUT
                   IF WS-BIRTH-INPUT = SPACES
                       MOVE WS-TBL-RG-BIRTH-DATE(WS-FOUND-SUB)
                           TO WS-BIRTH-DATE
                       SET BIRTH-DATE-VALID TO TRUE
                   ELSE
                       PERFORM EDIT-BIRTH-DATE
                   END-IF
               END-PERFORM
               PERFORM RECHECK-SHOWN-RESPONDENT
           END-IF.
           IF RESPONDENT-FOUND
               PERFORM FIND-SAME-PERSON
               IF DUPLICATE-FOUND
                   DISPLAY "Respondent " WS-TBL-RG-NO(WS-DUPLICATE-SUB)
                           " already has that name and date of "
                           "birth - not updated."
                   MOVE 'N' TO WS-FOUND-SWITCH
               END-IF
           END-IF.
           IF RESPONDENT-FOUND
               MOVE WS-NAME-INPUT TO WS-TBL-RG-NAME(WS-FOUND-SUB)
               MOVE WS-BIRTH-DATE
                   TO WS-TBL-RG-BIRTH-DATE(WS-FOUND-SUB)
               PERFORM BUILD-RGST-IMAGE
               IF WS-RGST-IMAGE = WS-BEFORE-IMAGE
                   DISPLAY "No change made to respondent "
                           WS-RESPONDENT-NO "."
               ELSE
                   PERFORM SAVE-REGISTRY
                   MOVE WS-RGST-IMAGE TO WS-AFTER-IMAGE
                   MOVE "UPDATE" TO WS-CHANGE-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   DISPLAY "Respondent " WS-RESPONDENT-NO " updated."
               END-IF
           END-IF.

      *    Reads the registry again and keeps RESPONDENT-FOUND only if
      *    the respondent is still exactly as shown in
      *    WS-BEFORE-IMAGE.
       RECHECK-SHOWN-RESPONDENT.
           PERFORM LOAD-REGISTRY.
           PERFORM FIND-RESPONDENT.
           IF NOT RESPONDENT-FOUND
               DISPLAY "Respondent " WS-RESPONDENT-NO
                       " is no longer on the registry - not changed."
           ELSE
               PERFORM BUILD-RGST-IMAGE
               IF WS-RGST-IMAGE NOT = WS-BEFORE-IMAGE
                   DISPLAY "Respondent " WS-RESPONDENT-NO
                           " was changed by someone else meanwhile "
                           "- not changed."
                   DISPLAY "Look the respondent up again before "
                           "changing them."
                   MOVE 'N' TO WS-FOUND-SWITCH
               END-IF
           END-IF.

      *    Case-blind match of WS-NAME-INPUT and WS-BIRTH-DATE against
      *    everyone on file other than the row in WS-FOUND-SUB.
       FIND-SAME-PERSON.
           MOVE 'N' TO WS-DUPLICATE-SWITCH.
           MOVE 0 TO WS-DUPLICATE-SUB.
           PERFORM VARYING WS-RGST-IDX FROM 1 BY 1
                   UNTIL WS-RGST-IDX > WS-RGST-COUNT
                   OR DUPLICATE-FOUND
               IF WS-RGST-IDX NOT = WS-FOUND-SUB
                       AND FUNCTION UPPER-CASE(
                           WS-TBL-RG-NAME(WS-RGST-IDX))
                           = FUNCTION UPPER-CASE(WS-NAME-INPUT)
                       AND WS-TBL-RG-BIRTH-DATE(WS-RGST-IDX)
                           = WS-BIRTH-DATE
                   SET DUPLICATE-FOUND TO TRUE
                   SET WS-DUPLICATE-SUB TO WS-RGST-IDX
               END-IF
           END-PERFORM.

       DEACTIVATE-RESPONDENT.
           PERFORM GET-NUMBER-INPUT.
           PERFORM LOAD-REGISTRY.
           PERFORM FIND-RESPONDENT.
           IF NOT RESPONDENT-FOUND
               DISPLAY "Respondent " WS-RESPONDENT-NO
                       " is not on the registry."
           ELSE
               PERFORM BUILD-RGST-IMAGE
               MOVE WS-RGST-IMAGE TO WS-BEFORE-IMAGE
               MOVE 'I' TO WS-TBL-RG-STATUS(WS-FOUND-SUB)
               PERFORM SAVE-REGISTRY
               PERFORM BUILD-RGST-IMAGE
               MOVE WS-RGST-IMAGE TO WS-AFTER-IMAGE
               MOVE "DEACTIVATE" TO WS-CHANGE-ACTION
               PERFORM WRITE-CHANGE-LOG
               DISPLAY "Respondent " WS-RESPONDENT-NO " deactivated."
           END-IF.

       REACTIVATE-RESPONDENT.
           PERFORM GET-NUMBER-INPUT.
           PERFORM LOAD-REGISTRY.
           PERFORM FIND-RESPONDENT.
           IF NOT RESPONDENT-FOUND
               DISPLAY "Respondent " WS-RESPONDENT-NO
                       " is not on the registry."
           ELSE
               PERFORM BUILD-RGST-IMAGE
               MOVE WS-RGST-IMAGE TO WS-BEFORE-IMAGE
               MOVE 'A' TO WS-TBL-RG-STATUS(WS-FOUND-SUB)
               PERFORM SAVE-REGISTRY
               PERFORM BUILD-RGST-IMAGE
               MOVE WS-RGST-IMAGE TO WS-AFTER-IMAGE
               MOVE "REACTIVATE" TO WS-CHANGE-ACTION
               PERFORM WRITE-CHANGE-LOG
               DISPLAY "Respondent " WS-RESPONDENT-NO " reactivated."
           END-IF.

       BUILD-RGST-IMAGE.
           MOVE WS-TBL-RG-NO(WS-FOUND-SUB) TO WS-IMG-RG-NO.
           MOVE WS-TBL-RG-NAME(WS-FOUND-SUB) TO WS-IMG-RG-NAME.
           MOVE WS-TBL-RG-BIRTH-DATE(WS-FOUND-SUB)
               TO WS-IMG-RG-BIRTH-DATE.
           MOVE WS-TBL-RG-STATUS(WS-FOUND-SUB) TO WS-IMG-RG-STATUS.

      *    Every change to the registry is appended to the shared
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
           MOVE "RESPREG" TO RF-FILE.
           MOVE WS-RESPONDENT-NO TO RF-KEY.
           MOVE WS-CHANGE-ACTION TO RF-ACTION.
           MOVE WS-BEFORE-IMAGE TO RF-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO RF-AFTER-IMAGE.
           WRITE REFERENCE-CHANGE-RECORD.
           CLOSE CHANGE-LOG-FILE.
