           SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
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
       FD  CALENDAR-FILE.
           COPY CALREC.

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
       01 WS-CALENDAR-FILENAME   PIC X(25) VALUE "BUSCAL.DAT".
       01 WS-CALENDAR-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 DATE-FOUND         VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(3) VALUE ZERO.
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
      *    The calendar record as BUSCAL.DAT holds it, built either
      *    side of a change for the reference-change log.
       01 WS-CAL-IMAGE.
           05 WS-IMG-BC-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-BC-STATUS   PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-BC-NAME     PIC X(30).

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-RETRY-LIMIT     PIC X(8) VALUE "default".
       01 WS-SRC-OPERATOR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-CALENDAR-FILE   PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-CALENDAR.
           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY " "
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
           MOVE WS-RETRY-LIMIT TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  RETRY-LIMIT          " WS-PARM-SHOW " "
                   WS-SRC-RETRY-LIMIT.
           DISPLAY "  OPERATOR-FILE        " WS-OPER-FILENAME " "
                   WS-SRC-OPERATOR-FILE.
           DISPLAY "  CALENDAR-FILE        " WS-CALENDAR-FILENAME " "
                   WS-SRC-CALENDAR-FILE.
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

       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS = "35"
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-DATE-WORK NOT = ZERO
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
           ACCEPT WS-NAME-INPUT.
           PERFORM FIND-DATE.
           IF DATE-FOUND
               PERFORM BUILD-CAL-IMAGE
               MOVE WS-CAL-IMAGE TO WS-BEFORE-IMAGE
               MOVE 'C' TO WS-TBL-BC-STATUS(WS-FOUND-SUB)
               MOVE WS-NAME-INPUT TO WS-TBL-BC-NAME(WS-FOUND-SUB)
           ELSE
               END-IF
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               SET WS-FOUND-SUB TO WS-CAL-IDX
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-DATE-WORK TO WS-TBL-BC-DATE(WS-CAL-IDX)
               MOVE 'C' TO WS-TBL-BC-STATUS(WS-CAL-IDX)
               MOVE WS-NAME-INPUT TO WS-TBL-BC-NAME(WS-CAL-IDX)
           END-IF.
           PERFORM SAVE-CALENDAR.
           PERFORM BUILD-CAL-IMAGE.
           MOVE WS-CAL-IMAGE TO WS-AFTER-IMAGE.
           MOVE "CLOSE" TO WS-CHANGE-ACTION.
           PERFORM WRITE-CHANGE-LOG.
           DISPLAY WS-DATE-WORK " marked closed.".

      *    An explicit open entry overrides the weekend default, so
           PERFORM GET-DATE-INPUT.
           PERFORM FIND-DATE.
           IF DATE-FOUND
               PERFORM BUILD-CAL-IMAGE
               MOVE WS-CAL-IMAGE TO WS-BEFORE-IMAGE
               MOVE 'O' TO WS-TBL-BC-STATUS(WS-FOUND-SUB)
               MOVE SPACES TO WS-TBL-BC-NAME(WS-FOUND-SUB)
           ELSE
               END-IF
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               SET WS-FOUND-SUB TO WS-CAL-IDX
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-DATE-WORK TO WS-TBL-BC-DATE(WS-CAL-IDX)
               MOVE 'O' TO WS-TBL-BC-STATUS(WS-CAL-IDX)
               MOVE SPACES TO WS-TBL-BC-NAME(WS-CAL-IDX)
           END-IF.
           PERFORM SAVE-CALENDAR.
           PERFORM BUILD-CAL-IMAGE.
           MOVE WS-CAL-IMAGE TO WS-AFTER-IMAGE.
           MOVE "OPEN" TO WS-CHANGE-ACTION.
           PERFORM WRITE-CHANGE-LOG.
           DISPLAY WS-DATE-WORK " marked open.".

       DROP-DATE.
           IF NOT DATE-FOUND
               DISPLAY WS-DATE-WORK " is not on the calendar."
           ELSE
               PERFORM BUILD-CAL-IMAGE
               MOVE WS-CAL-IMAGE TO WS-BEFORE-IMAGE
               MOVE ZERO TO WS-TBL-BC-DATE(WS-FOUND-SUB)
               MOVE SPACES TO WS-TBL-BC-NAME(WS-FOUND-SUB)
               PERFORM SAVE-CALENDAR
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "DROP" TO WS-CHANGE-ACTION
               PERFORM WRITE-CHANGE-LOG
               DISPLAY WS-DATE-WORK " dropped - date reverts to "
                       "the weekday/weekend default."
           END-IF.

       BUILD-CAL-IMAGE.
           MOVE WS-TBL-BC-DATE(WS-FOUND-SUB) TO WS-IMG-BC-DATE.
           MOVE WS-TBL-BC-STATUS(WS-FOUND-SUB) TO WS-IMG-BC-STATUS.
           MOVE WS-TBL-BC-NAME(WS-FOUND-SUB) TO WS-IMG-BC-NAME.

      *    Every change to the calendar is appended to the shared
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
           MOVE "BUSCAL" TO RF-FILE.
           MOVE WS-DATE-WORK TO RF-KEY.
           MOVE WS-CHANGE-ACTION TO RF-ACTION.
           MOVE WS-BEFORE-IMAGE TO RF-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO RF-AFTER-IMAGE.
           WRITE REFERENCE-CHANGE-RECORD.
           CLOSE CHANGE-LOG-FILE.
