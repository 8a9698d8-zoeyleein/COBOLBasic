                   WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT RELEASE-LIMIT-FILE ASSIGN DYNAMIC WS-LIMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN DYNAMIC WS-PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Carried suspects keep the CAPTREC image so a later review
      *    pass reads them back the same way.
       FD  CARRY-FILE.
       01 CARRY-RECORD               PIC X(45).

       FD  RESPONSE-FILE.
           COPY RESPREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  PERIOD-FILE.
           COPY PERIODREC.

       FD  RELEASE-LIMIT-FILE.
           COPY RLIMREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD    PIC 9(8).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-SUSPECTS    VALUE 'Y'.
       01 WS-RESP-SEQ            PIC 9(6) VALUE ZERO.
       01 WS-RESPONDENT-NO       PIC 9(8) VALUE ZERO.
       01 WS-REVIEW-CHOICE       PIC X.
       01 RespAmountDisplay      PIC $$$9.99.

       01 WS-FILED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CARRIED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.

      *    A suspect confirmed as genuine but over the supervisor
      *    release limits is held in PENDREL.DAT, not filed.
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
       01 WS-SRC-OPERATOR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-CALENDAR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-RELEASE-AMOUNT  PIC X(8) VALUE "default".
       01 WS-SRC-RELEASE-ADJ     PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM ENFORCE-BUSINESS-CALENDAR.
           PERFORM LOAD-PERIOD-STATUS.
           PERFORM ENFORCE-PERIOD-CLOSE.
           PERFORM BUILD-FILENAMES.
           DISPLAY "===== Suspect duplicate review for "
                   WS-RUN-YYYYMMDD " =====".
           IF WS-SUSPECT-FILE-STATUS NOT = "00"
               DISPLAY "No suspects file " WS-SUSPECT-FILENAME
                       " - status " WS-SUSPECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CARRY-FILE.
           IF WS-EXTRACT-FILE-STATUS = "35"
               OPEN OUTPUT EXTRACT-FILE
           END-IF.
           PERFORM OPEN-PENDING-FILE.

           PERFORM UNTIL END-OF-SUSPECTS
               READ SUSPECT-FILE
           CLOSE RESPONSE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE PENDING-FILE.
           IF WS-BATCH-FILED-COUNT > 0
               PERFORM UPDATE-CONTROL-TOTALS
           END-IF.
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
           IF WS-SRC-RELEASE-AMOUNT NOT = "SYSPARM"
                   OR WS-SRC-RELEASE-ADJ NOT = "SYSPARM"
               PERFORM LOAD-RELEASE-LIMITS
           END-IF.
           PERFORM SHOW-SYSTEM-PARAMETERS.

       APPLY-SYSTEM-PARAMETER.
           EVALUATE SP-NAME
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

       GET-RUN-DATE.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM = SPACES
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveSusp [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
               IF NOT SIGNON-OK
                   DISPLAY "Operator " WS-OPERATOR-ID " is not an "
                           "active operator - sign-on refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
                   TO WS-OVERRIDE-CHOICE
               IF WS-OVERRIDE-CHOICE NOT = 'Y'
                   DISPLAY "Filing refused - nothing written."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY
           WRITE SEQ-RECORD.
           CLOSE SEQUENCE-FILE.

      *    Captures keyed before respondents were registered carry
      *    spaces in the respondent number and file under zero.
       GET-CAPTURE-RESPONDENT.
           IF CP-RESPONDENT-NO IS NUMERIC
               MOVE CP-RESPONDENT-NO TO WS-RESPONDENT-NO
           ELSE
               MOVE ZERO TO WS-RESPONDENT-NO
           END-IF.

       REVIEW-ONE-SUSPECT.
           PERFORM GET-CAPTURE-RESPONDENT.
           MOVE CP-AMOUNT TO RespAmountDisplay.
           DISPLAY " ".
           DISPLAY "Suspect: " CP-ANSWER " / " WS-RESPONDENT-NO
                   " / " CP-AGE " / "
                   CP-CODE " / " CP-ADJUSTMENT " / "
                   RespAmountDisplay " keyed by " CP-OPERATOR.
           DISPLAY "(D)rop as duplicate, (F)ile as genuine, "
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY "Dropped as a true duplicate."
               WHEN 'F'
                   PERFORM CHECK-RELEASE-LIMITS
                   IF RELEASE-REQUIRED
                       PERFORM HOLD-FOR-RELEASE
                   ELSE
                       PERFORM FILE-CONFIRMED-SUSPECT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CARRIED-COUNT
                   WRITE CARRY-RECORD FROM CAPTURE-RECORD
           MOVE WS-RESP-SEQ TO RR-SEQ.
           MOVE 'O' TO RR-REC-TYPE.
           MOVE ZERO TO RR-ORIG-SEQ.
           MOVE ZERO TO RR-ORIG-DATE.
           MOVE WS-RESPONDENT-NO TO RR-RESPONDENT-NO.
           WRITE RESPONSE-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-FILING-YYYYMMDD TO AR-TS-DATE.
           MOVE CP-AMOUNT TO ER-RESP-AMOUNT.
           MOVE 'O' TO ER-REC-TYPE.
           MOVE ZERO TO ER-ORIG-SEQ.
           MOVE ZERO TO ER-ORIG-DATE.
           MOVE WS-RESPONDENT-NO TO ER-RESPONDENT-NO.
           WRITE EXTRACT-RECORD.
           PERFORM WRITE-SEQUENCE-COUNTER.
           ADD 1 TO WS-FILED-COUNT.
           ADD WS-RESP-SEQ TO WS-BATCH-SEQ-HASH.
           DISPLAY "Filed as sequence " WS-RESP-SEQ ".".

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
           IF CP-AMOUNT > WS-AMOUNT-LIMIT
               MOVE 'A' TO WS-HOLD-REASON
           END-IF.
           IF CP-ADJUSTMENT > WS-ADJUSTMENT-LIMIT
                   OR CP-ADJUSTMENT < 0 - WS-ADJUSTMENT-LIMIT
               IF WS-HOLD-REASON = 'A'
                   MOVE 'B' TO WS-HOLD-REASON
               ELSE
                   MOVE 'J' TO WS-HOLD-REASON
               END-IF
           END-IF.

      *    A held suspect takes no sequence number and touches none
      *    of the day's files; it waits in PENDREL.DAT under the
      *    operator who keyed it at the station, so only another
      *    supervisor can release it.
       HOLD-FOR-RELEASE.
           ADD 1 TO WS-HOLD-NO.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-HOLD-NO TO PH-HOLD-NO.
           MOVE 'P' TO PH-STATUS.
           MOVE "LoveSusp" TO PH-SOURCE.
           MOVE CP-OPERATOR TO PH-KEYED-BY.
           MOVE WS-FILING-YYYYMMDD TO PH-HELD-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO PH-HELD-TIME.
           MOVE WS-HOLD-REASON TO PH-HOLD-REASON.
           MOVE CP-ANSWER TO PH-ANSWER.
           MOVE CP-AGE TO PH-AGE.
           MOVE CP-CODE TO PH-CODE.
           MOVE CP-ADJUSTMENT TO PH-ADJUSTMENT.
           MOVE CP-AMOUNT TO PH-AMOUNT.
           MOVE WS-RESPONDENT-NO TO PH-RESPONDENT-NO.
           MOVE ZERO TO PH-ACTION-DATE.
           MOVE ZERO TO PH-ACTION-TIME.
           MOVE ZERO TO PH-FILING-DATE.
           MOVE ZERO TO PH-RELEASE-SEQ.
           WRITE PENDING-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "Held for supervisor release as hold "
                   WS-HOLD-NO ".".

      *    The day's control record accumulates across every batch
      *    and program that files responses: fold in what this run
      *    settled on top of whatever already stands for the day.
           DISPLAY "Suspects reviewed   : " WS-PRINT-COUNT.
           MOVE WS-FILED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Filed as genuine    : " WS-PRINT-COUNT.
           MOVE WS-HELD-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Held for release    : " WS-PRINT-COUNT.
           MOVE WS-DROPPED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Dropped duplicates  : " WS-PRINT-COUNT.
           MOVE WS-CARRIED-COUNT TO WS-PRINT-COUNT.
           IF WS-CARRIED-COUNT > 0
               DISPLAY "Carry-forward file  : " WS-CARRY-FILENAME
           END-IF.

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
           DIVIDE WS-FILING-YYYYMMDD BY 100 GIVING WS-PERIOD-MONTH.
           PERFORM CHECK-PERIOD-OPEN.
           IF NOT PERIOD-OPEN
               DISPLAY WS-FILING-YYYYMMDD " falls in closed period "
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
           COMPUTE WS-FILING-YYYYMMDD = WS-PERIOD-MONTH * 100 + 1.
           MOVE WS-FILING-YYYYMMDD TO WS-CHECK-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF FILING-DAY-OPEN
               DISPLAY "Work will be filed dated "
                       WS-FILING-YYYYMMDD "."
           ELSE
               PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY
           END-IF.
