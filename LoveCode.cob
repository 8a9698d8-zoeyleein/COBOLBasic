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
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  CHANGE-LOG-FILE.
           COPY REFLOGREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-OPER-FILENAME       PIC X(25) VALUE "OPERMAST.DAT".
       01 WS-OPER-FILE-STATUS    PIC X(2).
           88 CODE-FOUND         VALUE 'Y'.
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
      *    The code record as RESPCODES.DAT holds it, built either
      *    side of a change for the reference-change log.
       01 WS-CODE-IMAGE.
           05 WS-IMG-CM-CODE     PIC A(3).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-CM-DESC     PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-CM-STATUS   PIC X.

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
           PERFORM UNTIL WS-CODE-INPUT IS ALPHABETIC
                   AND WS-CODE-INPUT NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
                   MOVE WS-DESC-INPUT
                       TO WS-TBL-CM-DESC(WS-CODE-IDX)
                   MOVE 'A' TO WS-TBL-CM-STATUS(WS-CODE-IDX)
                   SET WS-FOUND-SUB TO WS-CODE-IDX
                   PERFORM SAVE-CODE-MASTER
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM BUILD-CODE-IMAGE
                   MOVE WS-CODE-IMAGE TO WS-AFTER-IMAGE
                   MOVE "ADD" TO WS-CHANGE-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   DISPLAY "Code " WS-CODE-INPUT " added as active."
               END-IF
           END-IF.
           IF NOT CODE-FOUND
               DISPLAY "Code " WS-CODE-INPUT " is not on the master."
           ELSE
               PERFORM BUILD-CODE-IMAGE
               MOVE WS-CODE-IMAGE TO WS-BEFORE-IMAGE
               MOVE 'I' TO WS-TBL-CM-STATUS(WS-FOUND-SUB)
               PERFORM SAVE-CODE-MASTER
               PERFORM BUILD-CODE-IMAGE
               MOVE WS-CODE-IMAGE TO WS-AFTER-IMAGE
               MOVE "RETIRE" TO WS-CHANGE-ACTION
               PERFORM WRITE-CHANGE-LOG
               DISPLAY "Code " WS-CODE-INPUT " retired."
           END-IF.

           IF NOT CODE-FOUND
               DISPLAY "Code " WS-CODE-INPUT " is not on the master."
           ELSE
               PERFORM BUILD-CODE-IMAGE
               MOVE WS-CODE-IMAGE TO WS-BEFORE-IMAGE
               MOVE 'A' TO WS-TBL-CM-STATUS(WS-FOUND-SUB)
               PERFORM SAVE-CODE-MASTER
               PERFORM BUILD-CODE-IMAGE
               MOVE WS-CODE-IMAGE TO WS-AFTER-IMAGE
               MOVE "REACTIVATE" TO WS-CHANGE-ACTION
               PERFORM WRITE-CHANGE-LOG
               DISPLAY "Code " WS-CODE-INPUT " reactivated."
           END-IF.

       BUILD-CODE-IMAGE.
           MOVE WS-TBL-CM-CODE(WS-FOUND-SUB) TO WS-IMG-CM-CODE.
           MOVE WS-TBL-CM-DESC(WS-FOUND-SUB) TO WS-IMG-CM-DESC.
           MOVE WS-TBL-CM-STATUS(WS-FOUND-SUB) TO WS-IMG-CM-STATUS.

      *    Every change to the master is appended to the shared
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
           MOVE "RESPCODES" TO RF-FILE.
           MOVE WS-CODE-INPUT TO RF-KEY.
           MOVE WS-CHANGE-ACTION TO RF-ACTION.
           MOVE WS-BEFORE-IMAGE TO RF-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO RF-AFTER-IMAGE.
           WRITE REFERENCE-CHANGE-RECORD.
           CLOSE CHANGE-LOG-FILE.
