                   WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  PERIOD-FILE.
           COPY PERIODREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 MyAnswer PIC X(3).
       01 Age PIC 9(3).
       01 WS-AMOUNT-VALID        PIC X VALUE 'N'.
       01 WS-CODE-VALID          PIC X VALUE 'N'.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.
       01 WS-ANSWER-UPPER        PIC X(3).
       01 WS-AGE-INPUT           PIC X(4).
       01 WS-AGE-RAW             PIC 9(4).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD    PIC 9(8).
       01 WS-POST-YYYYMMDD       PIC 9(8).
       01 WS-DATE-INPUT          PIC X(8).
       01 WS-RESPONSE-FILENAME   PIC X(25).
       01 WS-RESPONSE-FILE-STATUS PIC X(2).
           05 WS-ORIG-CODE       PIC A(3).
           05 WS-ORIG-ADJUSTMENT PIC S9(3).
           05 WS-ORIG-AMOUNT     PIC 9(3)V99.
           05 WS-ORIG-RESPONDENT PIC 9(8).

       01 WS-ACTION-CHOICE       PIC X.
       01 WS-AUDIT-ACTION        PIC X(10).
       01 WS-AUDIT-ANSWER        PIC X(3).
       01 WS-AUDIT-AGE           PIC 9(3).

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

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-RETRY-LIMIT     PIC X(8) VALUE "default".
       01 WS-SRC-CODE-FILE       PIC X(8) VALUE "default".
       01 WS-SRC-OPERATOR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-CALENDAR-FILE   PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           DISPLAY "===== Filed-response correction / reversal =====".
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM ENFORCE-BUSINESS-CALENDAR.
           PERFORM GET-FILING-DATE.
           MOVE WS-RUN-YYYYMMDD TO WS-POST-YYYYMMDD.
           PERFORM LOAD-PERIOD-STATUS.
           PERFORM ENFORCE-PERIOD-CLOSE.
           PERFORM BUILD-FILENAMES.
           PERFORM LOAD-CODE-MASTER.
           PERFORM GET-TARGET-SEQ.
           PERFORM FIND-FILED-RESPONSE.
           IF NOT TARGET-FOUND
                       "reversed - nothing to do."
               STOP RUN
           END-IF.
           IF WS-POST-YYYYMMDD NOT = WS-RUN-YYYYMMDD
               PERFORM BUILD-POSTING-FILENAME
               PERFORM FIND-CARRIED-REVERSAL
               IF ALREADY-REVERSED
                   DISPLAY "Sequence " WS-TARGET-SEQ " of "
                           WS-RUN-YYYYMMDD " has already been "
                           "reversed in "
                           FUNCTION TRIM(WS-RESPONSE-FILENAME)
                           " - nothing to do."
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-SEQUENCE-COUNTER.
           PERFORM SHOW-FILED-RESPONSE.
           PERFORM GET-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
           END-EVALUATE.
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
           DISPLAY "  CODE-FILE            " WS-CODE-FILENAME " "
                   WS-SRC-CODE-FILE.
           DISPLAY "  OPERATOR-FILE        " WS-OPER-FILENAME " "
                   WS-SRC-OPERATOR-FILE.
           DISPLAY "  CALENDAR-FILE        " WS-CALENDAR-FILENAME " "
                   WS-SRC-CALENDAR-FILE.
           DISPLAY " ".

       GET-FILING-DATE.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE SPACES TO WS-DATE-INPUT.
           PERFORM UNTIL WS-DATE-INPUT IS NUMERIC
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RESPONSE-FILENAME.
           STRING "AUDIT." DELIMITED BY SIZE
                  WS-POST-YYYYMMDD DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME.
           STRING "EXTRACT." DELIMITED BY SIZE
                  WS-POST-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-EXTRACT-FILENAME.
           STRING "SEQUENCE." DELIMITED BY SIZE
                  WS-POST-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SEQUENCE-FILENAME.
           STRING "CONTROL." DELIMITED BY SIZE
                  WS-POST-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CONTROL-FILENAME.

      *    The filed response is found on the day it was filed; when
      *    that day lies in a closed period the reversal and any
      *    correction are filed on the posting day instead, carrying
      *    the original's filing date beside its sequence number.
       BUILD-POSTING-FILENAME.
           MOVE SPACES TO WS-RESPONSE-FILENAME.
           STRING "RESPONSE." DELIMITED BY SIZE
                  WS-POST-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RESPONSE-FILENAME.
           DISPLAY "Sequence " WS-TARGET-SEQ " of " WS-RUN-YYYYMMDD
                   " will be fixed in " WS-RESPONSE-FILENAME.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-FILE-STATUS = "00"
           MOVE 'N' TO WS-SEQ-VALID.
           PERFORM UNTIL WS-SEQ-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE RESPONSE-FILE.

      *    A reversal filed before original dates were carried has
      *    none, and names a record of its own day.
       CHECK-FILED-RECORD.
           IF RR-SEQ IS NUMERIC
               IF RR-SEQ = WS-TARGET-SEQ
                   MOVE RR-RESP-CODE TO WS-ORIG-CODE
                   MOVE RR-RESP-ADJUSTMENT TO WS-ORIG-ADJUSTMENT
                   MOVE RR-RESP-AMOUNT TO WS-ORIG-AMOUNT
                   IF RR-RESPONDENT-NO IS NUMERIC
                       MOVE RR-RESPONDENT-NO TO WS-ORIG-RESPONDENT
                   ELSE
                       MOVE ZERO TO WS-ORIG-RESPONDENT
                   END-IF
               END-IF
               IF RR-REVERSAL AND RR-ORIG-SEQ = WS-TARGET-SEQ
                   IF RR-ORIG-DATE IS NOT NUMERIC
                           OR RR-ORIG-DATE = ZERO
                           OR RR-ORIG-DATE = WS-RUN-YYYYMMDD
                       SET ALREADY-REVERSED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    A fix carried into the posting day names its original by
      *    filing date as well as sequence, so an earlier carried
      *    reversal of this record is found there and not mistaken
      *    for one of the posting day's own records.
       FIND-CARRIED-REVERSAL.
           MOVE 'N' TO WS-REVERSED-SWITCH.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-RESPONSES
                   READ RESPONSE-FILE
                       AT END
                           SET END-OF-RESPONSES TO TRUE
                       NOT AT END
                           PERFORM CHECK-CARRIED-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.

       CHECK-CARRIED-RECORD.
           IF RR-REVERSAL AND RR-ORIG-SEQ = WS-TARGET-SEQ
                   AND RR-ORIG-DATE IS NUMERIC
               IF RR-ORIG-DATE = WS-RUN-YYYYMMDD
                   SET ALREADY-REVERSED TO TRUE
               END-IF
           END-IF.
           DISPLAY "Filed as sequence " WS-TARGET-SEQ " on "
                   WS-RUN-YYYYMMDD ":".
           DISPLAY "  Answer     : " WS-ORIG-ANSWER.
           DISPLAY "  Respondent : " WS-ORIG-RESPONDENT.
           DISPLAY "  Age        : " WS-ORIG-AGE.
           DISPLAY "  Code       : " WS-ORIG-CODE.
           DISPLAY "  Adjustment : " WS-ORIG-ADJUSTMENT.
       APPLY-REVERSAL.
           ADD 1 TO WS-RESP-SEQ.
           OPEN EXTEND RESPONSE-FILE.
           IF WS-RESPONSE-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-FILE
           END-IF.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE WS-ORIG-ANSWER TO RR-MYANSWER.
           MOVE WS-ORIG-AGE TO RR-AGE.
           MOVE WS-RESP-SEQ TO RR-SEQ.
           MOVE 'V' TO RR-REC-TYPE.
           MOVE WS-TARGET-SEQ TO RR-ORIG-SEQ.
           MOVE WS-RUN-YYYYMMDD TO RR-ORIG-DATE.
           MOVE WS-ORIG-RESPONDENT TO RR-RESPONDENT-NO.
           WRITE RESPONSE-RECORD.
           CLOSE RESPONSE-FILE.
           OPEN EXTEND EXTRACT-FILE.
           MOVE WS-ORIG-AMOUNT TO ER-RESP-AMOUNT.
           MOVE 'V' TO ER-REC-TYPE.
           MOVE WS-TARGET-SEQ TO ER-ORIG-SEQ.
           MOVE WS-RUN-YYYYMMDD TO ER-ORIG-DATE.
           MOVE WS-ORIG-RESPONDENT TO ER-RESPONDENT-NO.
           WRITE EXTRACT-RECORD.
           CLOSE EXTRACT-FILE.
           MOVE WS-ORIG-ANSWER TO WS-AUDIT-ANSWER.
       APPLY-CORRECTION.
           ADD 1 TO WS-RESP-SEQ.
           OPEN EXTEND RESPONSE-FILE.
           IF WS-RESPONSE-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-FILE
           END-IF.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE MyAnswer TO RR-MYANSWER.
           MOVE Age TO RR-AGE.
           MOVE WS-RESP-SEQ TO RR-SEQ.
           MOVE 'C' TO RR-REC-TYPE.
           MOVE WS-TARGET-SEQ TO RR-ORIG-SEQ.
           MOVE WS-RUN-YYYYMMDD TO RR-ORIG-DATE.
           MOVE WS-ORIG-RESPONDENT TO RR-RESPONDENT-NO.
           WRITE RESPONSE-RECORD.
           CLOSE RESPONSE-FILE.
           OPEN EXTEND EXTRACT-FILE.
           MOVE RespAmount TO ER-RESP-AMOUNT.
           MOVE 'C' TO ER-REC-TYPE.
           MOVE WS-TARGET-SEQ TO ER-ORIG-SEQ.
           MOVE WS-RUN-YYYYMMDD TO ER-ORIG-DATE.
           MOVE WS-ORIG-RESPONDENT TO ER-RESPONDENT-NO.
           WRITE EXTRACT-RECORD.
           CLOSE EXTRACT-FILE.
           MOVE MyAnswer TO WS-AUDIT-ANSWER.
               CLOSE CONTROL-FILE
           END-IF.
           IF NOT CONTROL-PRESENT
               DISPLAY "No control record for " WS-POST-YYYYMMDD
                       " - control totals left for the daily report "
                       "to flag."
           ELSE
       REWRITE-CONTROL-RECORD.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE WS-POST-YYYYMMDD TO CT-DATE.
           MOVE WS-DELTA-COUNT TO CT-RECORD-COUNT.
           MOVE WS-DELTA-GROSS TO CT-GROSS-AMOUNT.
           MOVE WS-DELTA-ADJUSTMENTS TO CT-TOTAL-ADJUSTMENTS.
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-POST-YYYYMMDD TO AR-TS-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO AR-TS-TIME.
           MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID.
                   OR WS-ANSWER-UPPER = "Y  "
                   OR WS-ANSWER-UPPER = "N  "
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
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
           DIVIDE WS-POST-YYYYMMDD BY 100 GIVING WS-PERIOD-MONTH.
           PERFORM CHECK-PERIOD-OPEN.
           IF NOT PERIOD-OPEN
               DISPLAY WS-POST-YYYYMMDD " falls in closed period "
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
           COMPUTE WS-POST-YYYYMMDD = WS-PERIOD-MONTH * 100 + 1.
           MOVE WS-POST-YYYYMMDD TO WS-CHECK-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF FILING-DAY-OPEN
               DISPLAY "Work will be filed dated " WS-POST-YYYYMMDD "."
           ELSE
               PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY
           END-IF.

       ADVANCE-TO-NEXT-BUSINESS-DAY.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-POST-YYYYMMDD).
           MOVE 'N' TO WS-DAY-OPEN.
           PERFORM UNTIL FILING-DAY-OPEN
               ADD 1 TO WS-CHECK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-CHECK-DATE TO WS-POST-YYYYMMDD.
           DISPLAY "Work will be filed dated " WS-POST-YYYYMMDD ".".
