                   WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT RELEASE-LIMIT-FILE ASSIGN DYNAMIC WS-LIMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN DYNAMIC WS-PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN DYNAMIC WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  RELEASE-LIMIT-FILE.
           COPY RLIMREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  PERIOD-FILE.
           COPY PERIODREC.

       FD  REGISTRY-FILE.
           COPY RGSTREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 MyAnswer PIC X(3).
       01 Age PIC 9(3).

       01 WS-CODE-VALID          PIC X VALUE 'N'.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.

       01 WS-CODE-FILENAME       PIC X(25) VALUE "RESPCODES.DAT".
       01 WS-CODE-FILE-STATUS    PIC X(2).
               10 WS-TBL-CODE    PIC A(3).
               10 WS-TBL-ADJUSTMENT PIC S9(3).
               10 WS-TBL-AMOUNT  PIC 9(3)V99.
               10 WS-TBL-RESPONDENT PIC 9(8).
               10 WS-TBL-VOID    PIC X VALUE 'N'.
                   88 TBL-VOIDED VALUE 'Y'.
               10 WS-TBL-FILED   PIC X VALUE 'N'.
       01 WS-BATCH-NET           PIC S9(11) VALUE ZERO.
       01 WS-BATCH-SEQ-HASH      PIC 9(12) VALUE ZERO.

       01 WS-LIMIT-FILENAME      PIC X(25) VALUE "RELLIMIT.DAT".
       01 WS-LIMIT-FILE-STATUS   PIC X(2).
       01 WS-AMOUNT-LIMIT        PIC 9(3)V99 VALUE 500.00.
       01 WS-ADJUSTMENT-LIMIT    PIC 9(3) VALUE 100.
       01 WS-HOLD-REASON         PIC X VALUE SPACE.
           88 RELEASE-REQUIRED   VALUE 'A' 'J' 'B'.
       01 WS-PENDING-FILENAME    PIC X(25) VALUE "PENDREL.DAT".
       01 WS-PENDING-FILE-STATUS PIC X(2).
       01 WS-PENDING-EOF         PIC X VALUE 'N'.
           88 PENDING-EOF        VALUE 'Y'.
       01 WS-HOLD-NO             PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT          PIC 9(6) VALUE ZERO.

       01 WS-PERIOD-FILENAME     PIC X(25) VALUE "PERIOD.DAT".
       01 WS-PERIOD-FILE-STATUS  PIC X(2).
       01 WS-PERIOD-EOF          PIC X VALUE 'N'.
           88 PERIOD-EOF         VALUE 'Y'.
       01 WS-CLOSED-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-CLOSED-IDX.
               10 WS-TBL-PS-MONTH PIC 9(6).
       01 WS-PERIOD-SWITCH       PIC X VALUE 'Y'.
           88 PERIOD-OPEN        VALUE 'Y'.
       01 WS-PERIOD-MONTH        PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-MONTH.
           05 WS-PERIOD-YYYY     PIC 9(4).
           05 WS-PERIOD-MM       PIC 9(2).

       01 WS-REGISTRY-FILENAME   PIC X(25) VALUE "RESPREG.DAT".
       01 WS-REGISTRY-FILE-STATUS PIC X(2).
       01 WS-REGISTRY-EOF        PIC X VALUE 'N'.
           88 REGISTRY-EOF       VALUE 'Y'.
       01 WS-REGISTRY-LOADED     PIC X VALUE 'N'.
           88 REGISTRY-LOADED    VALUE 'Y'.
       01 WS-RGST-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-RGST-TABLE.
           05 WS-RGST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RGST-IDX.
               10 WS-TBL-RG-NO   PIC 9(8).
               10 WS-TBL-RG-NAME PIC X(30).
               10 WS-TBL-RG-STATUS PIC X.
       01 WS-RESPONDENT-NO       PIC 9(8) VALUE ZERO.
       01 WS-RESPONDENT-INPUT    PIC X(8).
       01 WS-RESPONDENT-NAME     PIC X(30).
       01 WS-RESPONDENT-STATE    PIC X VALUE 'N'.
           88 RESPONDENT-ACTIVE  VALUE 'A'.
           88 RESPONDENT-INACTIVE VALUE 'I'.
           88 RESPONDENT-UNKNOWN VALUE 'N'.
       01 WS-RESPONDENT-VALID    PIC X VALUE 'N'.

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-BATCH-LIMIT         PIC 9(2) VALUE 50.
       01 WS-SRC-RETRY-LIMIT     PIC X(8) VALUE "default".
       01 WS-SRC-BATCH-LIMIT     PIC X(8) VALUE "default".
       01 WS-SRC-CODE-FILE       PIC X(8) VALUE "default".
       01 WS-SRC-OPERATOR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-CALENDAR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-RELEASE-AMOUNT  PIC X(8) VALUE "default".
       01 WS-SRC-RELEASE-ADJ     PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *    DISPLAY "Hello World!".

       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           ACCEPT WS-STATION-ID FROM ENVIRONMENT "STATION".
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM ENFORCE-BUSINESS-CALENDAR.
           PERFORM LOAD-PERIOD-STATUS.
           PERFORM ENFORCE-PERIOD-CLOSE.
           PERFORM BUILD-RESPONSE-FILENAME.
           PERFORM BUILD-RESTART-FILENAME.
           PERFORM BUILD-AUDIT-FILENAME.
           PERFORM BUILD-CAPTURE-FILENAME.
           PERFORM BUILD-CONTROL-FILENAME.
           PERFORM LOAD-CODE-MASTER.
           PERFORM LOAD-RESPONDENT-REGISTRY.
           IF WS-STATION-ID = SPACES
               PERFORM READ-SEQUENCE-COUNTER
           ELSE
               IF WS-EXTRACT-FILE-STATUS = "35"
                   OPEN OUTPUT EXTRACT-FILE
               END-IF
               PERFORM OPEN-PENDING-FILE
           END-IF.

           PERFORM UNTIL BATCH-COMPLETE
                   SET BATCH-COMPLETE TO TRUE
               ELSE
                   DISPLAY "Your answer is " MyAnswer
                   PERFORM CHECK-RESPONDENT
                   PERFORM CHECK-AGE
                   DISPLAY Age
                   PERFORM CHECK-RESP-CODE
                   MOVE RespAmount TO RespAmountDisplay
                   DISPLAY "Amount recorded as " RespAmountDisplay
                   PERFORM STORE-RESPONSE-ENTRY
                   IF WS-RESP-COUNT >= WS-BATCH-LIMIT
                       MOVE WS-BATCH-LIMIT TO WS-PARM-PRINT
                       DISPLAY "Batch is full at "
                               FUNCTION TRIM(WS-PARM-PRINT)
                               " entries - closing"
                       SET BATCH-COMPLETE TO TRUE
                   END-IF
               END-IF
               CLOSE RESPONSE-FILE
               CLOSE AUDIT-FILE
               CLOSE EXTRACT-FILE
               CLOSE PENDING-FILE
           END-IF.
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
           IF WS-SRC-RELEASE-AMOUNT NOT = "SYSPARM"
                   OR WS-SRC-RELEASE-ADJ NOT = "SYSPARM"
               PERFORM LOAD-RELEASE-LIMITS
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
               WHEN "BATCH-LIMIT"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER >= 1 AND SP-NUMBER <= 50
                       MOVE SP-NUMBER TO WS-BATCH-LIMIT
                       MOVE "SYSPARM" TO WS-SRC-BATCH-LIMIT
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
               WHEN "RELEASE-AMOUNT-CENTS"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER <= 99999
                       COMPUTE WS-AMOUNT-LIMIT = SP-NUMBER / 100
                       MOVE "SYSPARM" TO WS-SRC-RELEASE-AMOUNT
                   ELSE
                       PERFORM REJECT-SYSTEM-PARAMETER
                   END-IF
               WHEN "RELEASE-ADJUSTMENT"
                   IF SP-NUMBER IS NUMERIC
                           AND SP-NUMBER <= 999
                       MOVE SP-NUMBER TO WS-ADJUSTMENT-LIMIT
                       MOVE "SYSPARM" TO WS-SRC-RELEASE-ADJ
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
           MOVE WS-BATCH-LIMIT TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  BATCH-LIMIT          " WS-PARM-SHOW " "
                   WS-SRC-BATCH-LIMIT.
           DISPLAY "  CODE-FILE            " WS-CODE-FILENAME " "
                   WS-SRC-CODE-FILE.
           DISPLAY "  OPERATOR-FILE        " WS-OPER-FILENAME " "
                   WS-SRC-OPERATOR-FILE.
           DISPLAY "  CALENDAR-FILE        " WS-CALENDAR-FILENAME " "
                   WS-SRC-CALENDAR-FILE.
           COMPUTE WS-PARM-PRINT = WS-AMOUNT-LIMIT * 100.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  RELEASE-AMOUNT-CENTS " WS-PARM-SHOW " "
                   WS-SRC-RELEASE-AMOUNT.
           MOVE WS-ADJUSTMENT-LIMIT TO WS-PARM-PRINT.
           MOVE FUNCTION TRIM(WS-PARM-PRINT) TO WS-PARM-SHOW.
           DISPLAY "  RELEASE-ADJUSTMENT   " WS-PARM-SHOW " "
                   WS-SRC-RELEASE-ADJ.
           DISPLAY " ".

       BUILD-RESPONSE-FILENAME.
           STRING "RESPONSE." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CAPTURE-FILENAME.

      *    Captures are not checked against the release limits here;
      *    LoveMrg holds any over them when it consolidates the
      *    station, before anything is filed.
       WRITE-STATION-CAPTURE.
           OPEN EXTEND CAPTURE-FILE.
           IF WS-CAPTURE-FILE-STATUS = "35"
                       TO CP-ADJUSTMENT
                   MOVE WS-TBL-AMOUNT(WS-RESP-IDX) TO CP-AMOUNT
                   MOVE WS-OPERATOR-ID TO CP-OPERATOR
                   MOVE WS-TBL-RESPONDENT(WS-RESP-IDX)
                       TO CP-RESPONDENT-NO
                   WRITE CAPTURE-RECORD
               END-IF
               SET TBL-FILED(WS-RESP-IDX) TO TRUE
               END-IF
           END-PERFORM.

      *    Without a registry any respondent number is taken as
      *    keyed, the same way a missing code master lets any code
      *    through.
       LOAD-RESPONDENT-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS = "00"
               MOVE 'N' TO WS-REGISTRY-EOF
               PERFORM UNTIL REGISTRY-EOF
                   READ REGISTRY-FILE
                       AT END
                           SET REGISTRY-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
               IF WS-RGST-COUNT > 0
                   SET REGISTRY-LOADED TO TRUE
               END-IF
           END-IF.
           IF NOT REGISTRY-LOADED
               DISPLAY "Warning: no respondent registry loaded - "
                       "any respondent number will be accepted."
           END-IF.

       STORE-REGISTRY-ENTRY.
           IF WS-RGST-COUNT >= 5000
               DISPLAY "Respondent table is full - respondent "
                       RG-RESPONDENT-NO " ignored."
           ELSE
               ADD 1 TO WS-RGST-COUNT
               SET WS-RGST-IDX TO WS-RGST-COUNT
               MOVE RG-RESPONDENT-NO TO WS-TBL-RG-NO(WS-RGST-IDX)
               MOVE RG-NAME TO WS-TBL-RG-NAME(WS-RGST-IDX)
               MOVE RG-STATUS TO WS-TBL-RG-STATUS(WS-RGST-IDX)
           END-IF.

       LOOKUP-RESPONDENT.
           SET RESPONDENT-UNKNOWN TO TRUE.
           MOVE SPACES TO WS-RESPONDENT-NAME.
           PERFORM VARYING WS-RGST-IDX FROM 1 BY 1
                   UNTIL WS-RGST-IDX > WS-RGST-COUNT
                   OR NOT RESPONDENT-UNKNOWN
               IF WS-TBL-RG-NO(WS-RGST-IDX) = WS-RESPONDENT-NO
                   MOVE WS-TBL-RG-NAME(WS-RGST-IDX)
                       TO WS-RESPONDENT-NAME
                   IF WS-TBL-RG-STATUS(WS-RGST-IDX) = 'A'
                       SET RESPONDENT-ACTIVE TO TRUE
                   ELSE
                       SET RESPONDENT-INACTIVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       READ-SEQUENCE-COUNTER.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-FILE-STATUS = "00"
           MOVE RespAmount TO ER-RESP-AMOUNT.
           MOVE 'O' TO ER-REC-TYPE.
           MOVE ZERO TO ER-ORIG-SEQ.
           MOVE ZERO TO ER-ORIG-DATE.
           MOVE WS-RESPONDENT-NO TO ER-RESPONDENT-NO.
           WRITE EXTRACT-RECORD.

       STORE-RESPONSE-ENTRY.
           MOVE RespCode TO WS-TBL-CODE(WS-RESP-IDX).
           MOVE RespAdjustment TO WS-TBL-ADJUSTMENT(WS-RESP-IDX).
           MOVE RespAmount TO WS-TBL-AMOUNT(WS-RESP-IDX).
           MOVE WS-RESPONDENT-NO TO WS-TBL-RESPONDENT(WS-RESP-IDX).
           MOVE 'N' TO WS-TBL-VOID(WS-RESP-IDX).
           MOVE 'N' TO WS-TBL-FILED(WS-RESP-IDX).
           PERFORM WRITE-CHECKPOINT.
                   MOVE WS-TBL-AMOUNT(WS-RESP-IDX) TO RespAmountDisplay
                   DISPLAY WS-DISPLAY-SEQ " : "
                           WS-TBL-ANSWER(WS-RESP-IDX) " / "
                           WS-TBL-RESPONDENT(WS-RESP-IDX) " / "
                           WS-TBL-AGE(WS-RESP-IDX) " / "
                           WS-TBL-CODE(WS-RESP-IDX) " / "
                           WS-TBL-ADJUSTMENT(WS-RESP-IDX) " / "
                       TO WS-REVIEW-CHOICE
                   IF WS-REVIEW-CHOICE = 'C'
                       PERFORM VALIDATE-CORRECTED-ANSWER
                       PERFORM CHECK-RESPONDENT
                       PERFORM CHECK-AGE
                       PERFORM CHECK-RESP-CODE
                       PERFORM CHECK-ADJUSTMENT
                       PERFORM GET-RESP-AMOUNT
                       MOVE MyAnswer TO WS-TBL-ANSWER(WS-RESP-IDX)
                       MOVE WS-RESPONDENT-NO
                           TO WS-TBL-RESPONDENT(WS-RESP-IDX)
                       MOVE Age TO WS-TBL-AGE(WS-RESP-IDX)
                       MOVE RespCode TO WS-TBL-CODE(WS-RESP-IDX)
                       MOVE RespAdjustment
                   MOVE WS-TBL-CODE(WS-RESP-IDX) TO RespCode
                   MOVE WS-TBL-ADJUSTMENT(WS-RESP-IDX) TO RespAdjustment
                   MOVE WS-TBL-AMOUNT(WS-RESP-IDX) TO RespAmount
                   MOVE WS-TBL-RESPONDENT(WS-RESP-IDX)
                       TO WS-RESPONDENT-NO
                   PERFORM CHECK-RELEASE-LIMITS
                   IF RELEASE-REQUIRED
                       PERFORM HOLD-FOR-RELEASE
                   ELSE
                       ADD 1 TO WS-RESP-SEQ
                       MOVE MyAnswer TO RR-MYANSWER
                       MOVE Age TO RR-AGE
                       MOVE RespCode TO RR-RESP-CODE
                       MOVE RespAdjustment TO RR-RESP-ADJUSTMENT
                       MOVE RespAmount TO RR-RESP-AMOUNT
                       MOVE WS-RESP-SEQ TO RR-SEQ
                       MOVE 'O' TO RR-REC-TYPE
                       MOVE ZERO TO RR-ORIG-SEQ
                       MOVE ZERO TO RR-ORIG-DATE
                       MOVE WS-RESPONDENT-NO TO RR-RESPONDENT-NO
                       WRITE RESPONSE-RECORD
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-EXTRACT-RECORD
                       PERFORM WRITE-SEQUENCE-COUNTER
                       COMPUTE WS-NET-CENTS =
                           RespAmount * 100 + RespAdjustment
                       ADD 1 TO WS-BATCH-FILED-COUNT
                       ADD RespAmount TO WS-BATCH-GROSS
                       ADD RespAdjustment TO WS-BATCH-ADJUSTMENTS
                       ADD WS-NET-CENTS TO WS-BATCH-NET
                       ADD WS-RESP-SEQ TO WS-BATCH-SEQ-HASH
                   END-IF
               END-IF
               SET TBL-FILED(WS-RESP-IDX) TO TRUE
               PERFORM WRITE-CHECKPOINT
           IF WS-BATCH-FILED-COUNT > 0
               PERFORM UPDATE-CONTROL-TOTALS
           END-IF.
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " entries held for supervisor "
                       "release in " WS-PENDING-FILENAME
           END-IF.

       READ-CHECKPOINT.
           OPEN INPUT RESTART-FILE.
                           MOVE CK-ADJUSTMENT
                                   TO WS-TBL-ADJUSTMENT(WS-RESP-IDX)
                           MOVE CK-AMOUNT TO WS-TBL-AMOUNT(WS-RESP-IDX)
                           IF CK-RESPONDENT-NO IS NUMERIC
                               MOVE CK-RESPONDENT-NO
                                   TO WS-TBL-RESPONDENT(WS-RESP-IDX)
                           ELSE
                               MOVE ZERO
                                   TO WS-TBL-RESPONDENT(WS-RESP-IDX)
                           END-IF
                           MOVE 'N' TO WS-TBL-VOID(WS-RESP-IDX)
                           MOVE 'N' TO WS-TBL-FILED(WS-RESP-IDX)
                   END-READ
                   MOVE WS-TBL-CODE(WS-CKPT-IDX) TO CK-CODE
                   MOVE WS-TBL-ADJUSTMENT(WS-CKPT-IDX) TO CK-ADJUSTMENT
                   MOVE WS-TBL-AMOUNT(WS-CKPT-IDX) TO CK-AMOUNT
                   MOVE WS-TBL-RESPONDENT(WS-CKPT-IDX)
                       TO CK-RESPONDENT-NO
                   WRITE RESTART-RECORD
               END-IF
           END-PERFORM.
                   OR WS-ANSWER-UPPER = "N  "
                   OR WS-ANSWER-UPPER = "END"
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
                   OR WS-ANSWER-UPPER = "Y  "
                   OR WS-ANSWER-UPPER = "N  "
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
           END-PERFORM.
           MOVE WS-ANSWER-UPPER TO MyAnswer.

       CHECK-RESPONDENT.
           MOVE 'N' TO WS-RESPONDENT-VALID.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-RESPONDENT-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Respondent number: " WITH NO ADVANCING
               MOVE SPACES TO WS-RESPONDENT-INPUT
               ACCEPT WS-RESPONDENT-INPUT
               MOVE ZERO TO WS-RESPONDENT-NO
               IF WS-RESPONDENT-INPUT NOT = SPACES
                       AND FUNCTION TRIM(WS-RESPONDENT-INPUT)
                           IS NUMERIC
                   MOVE FUNCTION TRIM(WS-RESPONDENT-INPUT)
                       TO WS-RESPONDENT-NO
               END-IF
               IF WS-RESPONDENT-NO = ZERO
                   DISPLAY "Respondent number must be 1 to 8 digits."
               ELSE
                   IF REGISTRY-LOADED
                       PERFORM LOOKUP-RESPONDENT
                       EVALUATE TRUE
                           WHEN RESPONDENT-ACTIVE
                               DISPLAY "Respondent " WS-RESPONDENT-NO
                                       " - " WS-RESPONDENT-NAME
                               MOVE 'Y' TO WS-RESPONDENT-VALID
                           WHEN RESPONDENT-INACTIVE
                               DISPLAY "Respondent " WS-RESPONDENT-NO
                                       " is inactive on the registry."
                           WHEN OTHER
                               DISPLAY "Respondent " WS-RESPONDENT-NO
                                       " is not on the registry."
                       END-EVALUATE
                   ELSE
                       MOVE 'Y' TO WS-RESPONDENT-VALID
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-AGE.
           MOVE 'N' TO WS-AGE-VALID.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-AGE-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-CODE-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-ADJUSTMENT-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-AMOUNT-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
                   DISPLAY "Amount must be numeric."
               END-IF
           END-PERFORM.

      *    A limit the parameter file sets is not taken from the
      *    limits file. Without either the standing limits apply:
      *    amounts over $500.00 and adjustments over 100 either way
      *    are held.
       LOAD-RELEASE-LIMITS.
           OPEN INPUT RELEASE-LIMIT-FILE.
           IF WS-LIMIT-FILE-STATUS = "00"
               READ RELEASE-LIMIT-FILE
                   NOT AT END
                       IF WS-SRC-RELEASE-AMOUNT NOT = "SYSPARM"
                           MOVE RL-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
                           MOVE "RELLIMIT" TO WS-SRC-RELEASE-AMOUNT
                       END-IF
                       IF WS-SRC-RELEASE-ADJ NOT = "SYSPARM"
                           MOVE RL-ADJUSTMENT-LIMIT
                               TO WS-ADJUSTMENT-LIMIT
                           MOVE "RELLIMIT" TO WS-SRC-RELEASE-ADJ
                       END-IF
               END-READ
               CLOSE RELEASE-LIMIT-FILE
           ELSE
               DISPLAY "Warning: no release limits file - default "
                       "limits in effect."
           END-IF.

      *    Hold numbers run on from the highest already on file, so
      *    every hold keeps its number for the life of the file.
       OPEN-PENDING-FILE.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE 'N' TO WS-PENDING-EOF
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           IF PH-HOLD-NO > WS-HOLD-NO
                               MOVE PH-HOLD-NO TO WS-HOLD-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.

       CHECK-RELEASE-LIMITS.
           MOVE SPACE TO WS-HOLD-REASON.
           IF RespAmount > WS-AMOUNT-LIMIT
               MOVE 'A' TO WS-HOLD-REASON
           END-IF.
           IF RespAdjustment > WS-ADJUSTMENT-LIMIT
                   OR RespAdjustment < 0 - WS-ADJUSTMENT-LIMIT
               IF WS-HOLD-REASON = 'A'
                   MOVE 'B' TO WS-HOLD-REASON
               ELSE
                   MOVE 'J' TO WS-HOLD-REASON
               END-IF
           END-IF.

      *    A held entry takes no sequence number and touches none of
      *    the day's files; it waits in PENDREL.DAT until a
      *    supervisor other than the keying operator works it.
       HOLD-FOR-RELEASE.
           ADD 1 TO WS-HOLD-NO.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-HOLD-NO TO PH-HOLD-NO.
           MOVE 'P' TO PH-STATUS.
           MOVE "Loveyou" TO PH-SOURCE.
           MOVE WS-OPERATOR-ID TO PH-KEYED-BY.
           MOVE WS-RUN-YYYYMMDD TO PH-HELD-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO PH-HELD-TIME.
           MOVE WS-HOLD-REASON TO PH-HOLD-REASON.
           MOVE MyAnswer TO PH-ANSWER.
           MOVE Age TO PH-AGE.
           MOVE RespCode TO PH-CODE.
           MOVE RespAdjustment TO PH-ADJUSTMENT.
           MOVE RespAmount TO PH-AMOUNT.
           MOVE WS-RESPONDENT-NO TO PH-RESPONDENT-NO.
           MOVE ZERO TO PH-ACTION-DATE.
           MOVE ZERO TO PH-ACTION-TIME.
           MOVE ZERO TO PH-FILING-DATE.
           MOVE ZERO TO PH-RELEASE-SEQ.
           WRITE PENDING-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "Held for supervisor release as hold "
                   WS-HOLD-NO ".".

      *    A month a supervisor has closed on the period file takes
      *    no further postings; any month not on the file is open.
       LOAD-PERIOD-STATUS.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL PERIOD-EOF
                   READ PERIOD-FILE
                       AT END
                           SET PERIOD-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-CLOSED-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       STORE-CLOSED-PERIOD.
           IF PS-CLOSED
               IF WS-CLOSED-COUNT >= 240
                   DISPLAY "Period table is full - run stopped so "
                           "nothing posts into a closed month."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLOSED-COUNT
               SET WS-CLOSED-IDX TO WS-CLOSED-COUNT
               MOVE PS-MONTH TO WS-TBL-PS-MONTH(WS-CLOSED-IDX)
           END-IF.

       CHECK-PERIOD-OPEN.
           MOVE 'Y' TO WS-PERIOD-SWITCH.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                   OR NOT PERIOD-OPEN
               IF WS-TBL-PS-MONTH(WS-CLOSED-IDX) = WS-PERIOD-MONTH
                   MOVE 'N' TO WS-PERIOD-SWITCH
               END-IF
           END-PERFORM.

      *    Work dated into a closed month is carried to the first
      *    business day of the next open month, so the signed-off
      *    month totals never move.
       ENFORCE-PERIOD-CLOSE.
           DIVIDE WS-RUN-YYYYMMDD BY 100 GIVING WS-PERIOD-MONTH.
           PERFORM CHECK-PERIOD-OPEN.
           IF NOT PERIOD-OPEN
               DISPLAY WS-RUN-YYYYMMDD " falls in closed period "
                       WS-PERIOD-MONTH " - nothing will be posted "
                       "into it."
               PERFORM ADVANCE-TO-OPEN-PERIOD
           END-IF.

       ADVANCE-TO-OPEN-PERIOD.
           PERFORM UNTIL PERIOD-OPEN
               IF WS-PERIOD-MM = 12
                   ADD 1 TO WS-PERIOD-YYYY
                   MOVE 1 TO WS-PERIOD-MM
               ELSE
                   ADD 1 TO WS-PERIOD-MM
               END-IF
               PERFORM CHECK-PERIOD-OPEN
           END-PERFORM.
           COMPUTE WS-RUN-YYYYMMDD = WS-PERIOD-MONTH * 100 + 1.
           MOVE WS-RUN-YYYYMMDD TO WS-CHECK-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF FILING-DAY-OPEN
               DISPLAY "Work will be filed dated " WS-RUN-YYYYMMDD "."
           ELSE
               PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY
           END-IF.
