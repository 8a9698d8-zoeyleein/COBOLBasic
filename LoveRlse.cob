       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveRlse.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN DYNAMIC WS-PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT DECLINED-FILE ASSIGN DYNAMIC WS-DECLINED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLINED-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RESPONSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT SEQUENCE-FILE ASSIGN DYNAMIC WS-SEQUENCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN DYNAMIC
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
      *    Both hold files are read and written as whole images; the
      *    PENDREC layout in working storage is the view the program
      *    works the current hold through.
       FD  PENDING-FILE.
       01 PENDING-FILE-RECORD        PIC X(182).

       FD  DECLINED-FILE.
       01 DECLINED-FILE-RECORD       PIC X(182).

       FD  RESPONSE-FILE.
           COPY RESPREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  EXTRACT-FILE.
           COPY EXTRACTREC.

       FD  SEQUENCE-FILE.
           COPY SEQREC.

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  PERIOD-FILE.
           COPY PERIODREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
           COPY PENDREC.

       01 WS-FILING-YYYYMMDD     PIC 9(8).
       01 WS-PENDING-FILENAME    PIC X(25) VALUE "PENDREL.DAT".
       01 WS-PENDING-FILE-STATUS PIC X(2).
       01 WS-DECLINED-FILENAME   PIC X(25).
       01 WS-DECLINED-FILE-STATUS PIC X(2).
       01 WS-RESPONSE-FILENAME   PIC X(25).
       01 WS-RESPONSE-FILE-STATUS PIC X(2).
       01 WS-AUDIT-FILENAME      PIC X(25).
       01 WS-AUDIT-FILE-STATUS   PIC X(2).
       01 WS-EXTRACT-FILENAME    PIC X(25).
       01 WS-EXTRACT-FILE-STATUS PIC X(2).
       01 WS-SEQUENCE-FILENAME   PIC X(25).
       01 WS-SEQUENCE-FILE-STATUS PIC X(2).
       01 WS-OPERATOR-ID         PIC X(20).
       01 WS-TIME-RAW            PIC 9(8).
       01 WS-TIME-FIELDS REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS     PIC 9(6).
           05 WS-TIME-HUNDREDTHS PIC 9(2).
       01 WS-TODAY-YYYYMMDD      PIC 9(8).

       01 WS-PENDING-EOF         PIC X VALUE 'N'.
           88 PENDING-EOF        VALUE 'Y'.
       01 WS-HOLD-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HOLD-IDX.
               10 WS-TBL-PH-IMAGE PIC X(182).
       01 WS-OPEN-COUNT          PIC 9(3) VALUE ZERO.

       01 WS-RESP-SEQ            PIC 9(6) VALUE ZERO.

       01 WS-MENU-CHOICE         PIC X.
       01 WS-DONE-SWITCH         PIC X VALUE 'N'.
           88 RELEASE-DONE       VALUE 'Y'.
       01 WS-HOLD-INPUT          PIC X(6).
       01 WS-HOLD-NO-WANTED      PIC 9(6).
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
           88 HOLD-FOUND         VALUE 'Y'.
       01 WS-FOUND-SUB           PIC 9(3) VALUE ZERO.
       01 WS-REASON-INPUT        PIC X(40).
       01 WS-CONFIRM-CHOICE      PIC X.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.

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

       01 WS-CALENDAR-FILENAME   PIC X(25) VALUE "BUSCAL.DAT".
       01 WS-CALENDAR-FILE-STATUS PIC X(2).
       01 WS-CALENDAR-EOF        PIC X VALUE 'N'.
           88 CALENDAR-EOF       VALUE 'Y'.
       01 WS-CAL-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-CAL-IDX.
               10 WS-TBL-BC-DATE PIC 9(8).
               10 WS-TBL-BC-STATUS PIC X.
               10 WS-TBL-BC-NAME PIC X(30).
       01 WS-CAL-FOUND           PIC X VALUE 'N'.
           88 CAL-DATE-FOUND     VALUE 'Y'.
       01 WS-DAY-OPEN            PIC X VALUE 'Y'.
           88 FILING-DAY-OPEN    VALUE 'Y'.
       01 WS-CLOSED-REASON       PIC X(30).
       01 WS-CHECK-DATE          PIC 9(8).
       01 WS-CHECK-INT           PIC 9(8).
       01 WS-DAY-OF-WEEK         PIC 9.
       01 WS-OVERRIDE-CHOICE     PIC X.

       01 WS-CONTROL-FILENAME    PIC X(25).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-NET-CENTS           PIC S9(7) VALUE ZERO.
       01 WS-BATCH-FILED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-BATCH-GROSS         PIC 9(9)V99 VALUE ZERO.
       01 WS-BATCH-ADJUSTMENTS   PIC S9(9) VALUE ZERO.
       01 WS-BATCH-NET           PIC S9(11) VALUE ZERO.
       01 WS-BATCH-SEQ-HASH      PIC 9(12) VALUE ZERO.

       01 WS-RELEASED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-DECLINED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-AMOUNT        PIC $$$9.99.
       01 WS-PRINT-ADJUSTMENT    PIC +ZZ9.
       01 WS-REASON-TEXT         PIC X(10).

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
       01 WS-SRC-OPERATOR-FILE   PIC X(8) VALUE "default".
       01 WS-SRC-CALENDAR-FILE   PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM SIGN-ON-OPERATOR.
           IF OPER-MASTER-LOADED AND NOT OPERATOR-SUPERVISOR
               DISPLAY "Releasing held entries needs a supervisor - "
                       "access refused."
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-FILING-YYYYMMDD.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM ENFORCE-BUSINESS-CALENDAR.
           PERFORM LOAD-PERIOD-STATUS.
           PERFORM ENFORCE-PERIOD-CLOSE.
           PERFORM BUILD-FILENAMES.
           PERFORM LOAD-PENDING-FILE.
           IF WS-HOLD-COUNT = 0
               DISPLAY "No held entries on file."
           END-IF.
           PERFORM READ-SEQUENCE-COUNTER.

           OPEN EXTEND RESPONSE-FILE.
           IF WS-RESPONSE-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS = "35"
               OPEN OUTPUT EXTRACT-FILE
           END-IF.

           PERFORM UNTIL RELEASE-DONE
               DISPLAY " "
               DISPLAY "===== Supervisor release of held entries ====="
               DISPLAY "(L)ist  (R)elease  (D)ecline  (E)xit: "
                       WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'L'
                       PERFORM LIST-HELD-ENTRIES
                   WHEN 'R'
                       PERFORM RELEASE-HELD-ENTRY
                   WHEN 'D'
                       PERFORM DECLINE-HELD-ENTRY
                   WHEN 'E'
                       SET RELEASE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Please choose L, R, D or E."
               END-EVALUATE
           END-PERFORM.

           CLOSE RESPONSE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE EXTRACT-FILE.
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

      *    Released entries file under the day the release is made;
      *    declines are logged under the same day.
       BUILD-FILENAMES.
           STRING "DECLINED." DELIMITED BY SIZE
                  WS-FILING-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-DECLINED-FILENAME.
           STRING "RESPONSE." DELIMITED BY SIZE
                  WS-FILING-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RESPONSE-FILENAME.
           STRING "AUDIT." DELIMITED BY SIZE
                  WS-FILING-YYYYMMDD DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME.
           STRING "EXTRACT." DELIMITED BY SIZE
                  WS-FILING-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-EXTRACT-FILENAME.
           STRING "SEQUENCE." DELIMITED BY SIZE
                  WS-FILING-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SEQUENCE-FILENAME.
           STRING "CONTROL." DELIMITED BY SIZE
                  WS-FILING-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CONTROL-FILENAME.

      *    Other programs keep adding holds while a release session
      *    is open, so the file is read afresh before every list and
      *    every action, and a hold is looked up again once the
      *    supervisor has confirmed. The rewrite that follows changes
      *    that one hold on a copy no older than the action itself.
       LOAD-PENDING-FILE.
           MOVE ZERO TO WS-HOLD-COUNT.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE 'N' TO WS-PENDING-EOF
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       STORE-PENDING-ENTRY.
           IF WS-HOLD-COUNT >= 500
               DISPLAY "Hold table is full - run stopped so no held "
                       "entry is lost when the file is rewritten."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               SET WS-HOLD-IDX TO WS-HOLD-COUNT
               MOVE PENDING-FILE-RECORD TO WS-TBL-PH-IMAGE(WS-HOLD-IDX)
           END-IF.

       SAVE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               WRITE PENDING-FILE-RECORD
                   FROM WS-TBL-PH-IMAGE(WS-HOLD-IDX)
           END-PERFORM.
           CLOSE PENDING-FILE.

       LIST-HELD-ENTRIES.
           PERFORM LOAD-PENDING-FILE.
           MOVE ZERO TO WS-OPEN-COUNT.
           DISPLAY "Hold   Held on  Keyed by             Source   "
                   "Ans Age Code  Adj  Amount  Over".
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-TBL-PH-IMAGE(WS-HOLD-IDX) TO PENDING-RECORD
               IF PH-PENDING
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM SHOW-HELD-ENTRY
               END-IF
           END-PERFORM.
           IF WS-OPEN-COUNT = 0
               DISPLAY "No entries are waiting for release."
           END-IF.

       SHOW-HELD-ENTRY.
           MOVE PH-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE PH-ADJUSTMENT TO WS-PRINT-ADJUSTMENT.
           EVALUATE TRUE
               WHEN PH-OVER-AMOUNT
                   MOVE "AMOUNT" TO WS-REASON-TEXT
               WHEN PH-OVER-ADJUSTMENT
                   MOVE "ADJUSTMENT" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "BOTH" TO WS-REASON-TEXT
           END-EVALUATE.
           DISPLAY PH-HOLD-NO " " PH-HELD-DATE " " PH-KEYED-BY " "
                   PH-SOURCE " " PH-ANSWER " " PH-AGE " " PH-CODE
                   "  " WS-PRINT-ADJUSTMENT " " WS-PRINT-AMOUNT "  "
                   WS-REASON-TEXT.

       GET-HOLD-INPUT.
           MOVE SPACES TO WS-HOLD-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-HOLD-INPUT NOT = SPACES
                   AND FUNCTION TRIM(WS-HOLD-INPUT) IS NUMERIC
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Hold number: " WITH NO ADVANCING
               ACCEPT WS-HOLD-INPUT
               IF WS-HOLD-INPUT = SPACES
                       OR FUNCTION TRIM(WS-HOLD-INPUT) IS NOT NUMERIC
                   DISPLAY "Hold number must be numeric."
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-HOLD-INPUT) TO WS-HOLD-NO-WANTED.

      *    Leaves the hold in PENDING-RECORD and its table row in
      *    WS-FOUND-SUB when it is on file and still waiting.
       FIND-PENDING-HOLD.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR HOLD-FOUND
               MOVE WS-TBL-PH-IMAGE(WS-HOLD-IDX) TO PENDING-RECORD
               IF PH-HOLD-NO = WS-HOLD-NO-WANTED
                   SET HOLD-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-HOLD-IDX
               END-IF
           END-PERFORM.
           IF NOT HOLD-FOUND
               DISPLAY "Hold " WS-HOLD-NO-WANTED " is not on file."
           ELSE
               IF NOT PH-PENDING
                   DISPLAY "Hold " WS-HOLD-NO-WANTED " has already "
                           "been worked (status " PH-STATUS ")."
                   MOVE 'N' TO WS-FOUND-SWITCH
               END-IF
           END-IF.

      *    The keying operator's own supervisor sign-on is not enough
      *    to let an entry through - a second person must release it.
       RELEASE-HELD-ENTRY.
           PERFORM GET-HOLD-INPUT.
           PERFORM LOAD-PENDING-FILE.
           PERFORM FIND-PENDING-HOLD.
           IF HOLD-FOUND
               IF PH-KEYED-BY = WS-OPERATOR-ID
                   DISPLAY "Hold " PH-HOLD-NO " was keyed by "
                           FUNCTION TRIM(WS-OPERATOR-ID)
                           " - you cannot release your own entry."
               ELSE
                   PERFORM SHOW-HELD-ENTRY
                   DISPLAY "Release and file this entry? (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
                       TO WS-CONFIRM-CHOICE
                   IF WS-CONFIRM-CHOICE = 'Y'
                       PERFORM LOAD-PENDING-FILE
                       PERFORM FIND-PENDING-HOLD
                       IF HOLD-FOUND
                           PERFORM FILE-RELEASED-ENTRY
                       END-IF
                   ELSE
                       DISPLAY "Hold " PH-HOLD-NO " left waiting."
                   END-IF
               END-IF
           END-IF.

      *    The released entry files through the same chain a clean
      *    intake line takes in LoveLoad. The audit record still names
      *    the operator who keyed it; its action shows it came through
      *    release, and the hold record names the supervisor.
       FILE-RELEASED-ENTRY.
           ADD 1 TO WS-RESP-SEQ.
           MOVE PH-ANSWER TO RR-MYANSWER.
           MOVE PH-AGE TO RR-AGE.
           MOVE PH-CODE TO RR-RESP-CODE.
           MOVE PH-ADJUSTMENT TO RR-RESP-ADJUSTMENT.
           MOVE PH-AMOUNT TO RR-RESP-AMOUNT.
           MOVE WS-RESP-SEQ TO RR-SEQ.
           MOVE 'O' TO RR-REC-TYPE.
           MOVE ZERO TO RR-ORIG-SEQ.
           MOVE ZERO TO RR-ORIG-DATE.
           IF PH-RESPONDENT-NO IS NUMERIC
               MOVE PH-RESPONDENT-NO TO RR-RESPONDENT-NO
           ELSE
               MOVE ZERO TO RR-RESPONDENT-NO
           END-IF.
           WRITE RESPONSE-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-FILING-YYYYMMDD TO AR-TS-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO AR-TS-TIME.
           MOVE PH-KEYED-BY TO AR-OPERATOR-ID.
           MOVE PH-ANSWER TO AR-MYANSWER.
           MOVE PH-AGE TO AR-AGE.
           MOVE WS-RESP-SEQ TO AR-RESP-SEQ.
           MOVE "RELEASED" TO AR-ACTION.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-RESP-SEQ TO ER-SEQ.
           MOVE PH-ANSWER TO ER-MYANSWER.
           MOVE PH-AGE TO ER-AGE.
           MOVE PH-CODE TO ER-RESP-CODE.
           MOVE PH-ADJUSTMENT TO ER-RESP-ADJUSTMENT.
           MOVE PH-AMOUNT TO ER-RESP-AMOUNT.
           MOVE 'O' TO ER-REC-TYPE.
           MOVE ZERO TO ER-ORIG-SEQ.
           MOVE ZERO TO ER-ORIG-DATE.
           MOVE RR-RESPONDENT-NO TO ER-RESPONDENT-NO.
           WRITE EXTRACT-RECORD.
           PERFORM WRITE-SEQUENCE-COUNTER.
           COMPUTE WS-NET-CENTS =
               PH-AMOUNT * 100 + PH-ADJUSTMENT.
           ADD 1 TO WS-BATCH-FILED-COUNT.
           ADD PH-AMOUNT TO WS-BATCH-GROSS.
           ADD PH-ADJUSTMENT TO WS-BATCH-ADJUSTMENTS.
           ADD WS-NET-CENTS TO WS-BATCH-NET.
           ADD WS-RESP-SEQ TO WS-BATCH-SEQ-HASH.
           PERFORM UPDATE-CONTROL-TOTALS.
           MOVE 'R' TO PH-STATUS.
           MOVE WS-OPERATOR-ID TO PH-ACTION-BY.
           MOVE WS-TODAY-YYYYMMDD TO PH-ACTION-DATE.
           MOVE WS-TIME-HHMMSS TO PH-ACTION-TIME.
           MOVE WS-FILING-YYYYMMDD TO PH-FILING-DATE.
           MOVE WS-RESP-SEQ TO PH-RELEASE-SEQ.
           MOVE PENDING-RECORD TO WS-TBL-PH-IMAGE(WS-FOUND-SUB).
           PERFORM SAVE-PENDING-FILE.
           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY "Hold " PH-HOLD-NO " released and filed as "
                   "sequence " WS-RESP-SEQ ".".

       DECLINE-HELD-ENTRY.
           PERFORM GET-HOLD-INPUT.
           PERFORM LOAD-PENDING-FILE.
           PERFORM FIND-PENDING-HOLD.
           IF HOLD-FOUND
               PERFORM SHOW-HELD-ENTRY
               PERFORM GET-DECLINE-REASON
               PERFORM LOAD-PENDING-FILE
               PERFORM FIND-PENDING-HOLD
           END-IF.
           IF HOLD-FOUND
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE 'D' TO PH-STATUS
               MOVE WS-OPERATOR-ID TO PH-ACTION-BY
               MOVE WS-TODAY-YYYYMMDD TO PH-ACTION-DATE
               MOVE WS-TIME-HHMMSS TO PH-ACTION-TIME
               MOVE ZERO TO PH-FILING-DATE
               MOVE ZERO TO PH-RELEASE-SEQ
               MOVE WS-REASON-INPUT TO PH-DECLINE-REASON
               MOVE PENDING-RECORD TO WS-TBL-PH-IMAGE(WS-FOUND-SUB)
               PERFORM SAVE-PENDING-FILE
               OPEN EXTEND DECLINED-FILE
               IF WS-DECLINED-FILE-STATUS = "35"
                   OPEN OUTPUT DECLINED-FILE
               END-IF
               WRITE DECLINED-FILE-RECORD FROM PENDING-RECORD
               CLOSE DECLINED-FILE
               ADD 1 TO WS-DECLINED-COUNT
               DISPLAY "Hold " PH-HOLD-NO " declined - logged to "
                       WS-DECLINED-FILENAME
           END-IF.

       GET-DECLINE-REASON.
           MOVE SPACES TO WS-REASON-INPUT.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL WS-REASON-INPUT NOT = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Reason for declining: " WITH NO ADVANCING
               ACCEPT WS-REASON-INPUT
               IF WS-REASON-INPUT = SPACES
                   DISPLAY "A decline needs a reason."
               END-IF
           END-PERFORM.

       READ-SEQUENCE-COUNTER.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-FILE-STATUS = "00"
               READ SEQUENCE-FILE
                   NOT AT END
                       MOVE SEQ-LAST-USED TO WS-RESP-SEQ
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

       WRITE-SEQUENCE-COUNTER.
           OPEN OUTPUT SEQUENCE-FILE.
           MOVE WS-RESP-SEQ TO SEQ-LAST-USED.
           WRITE SEQ-RECORD.
           CLOSE SEQUENCE-FILE.

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

       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS = "00"
               MOVE 'N' TO WS-CALENDAR-EOF
               PERFORM UNTIL CALENDAR-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-CAL-COUNT = 0
               DISPLAY "Warning: no business calendar loaded - "
                       "weekdays open, weekends closed."
           END-IF.

       STORE-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= 400
               DISPLAY "Calendar table is full - date " BC-DATE
                       " ignored."
           ELSE
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE BC-DATE TO WS-TBL-BC-DATE(WS-CAL-IDX)
               MOVE BC-STATUS TO WS-TBL-BC-STATUS(WS-CAL-IDX)
               MOVE BC-HOLIDAY-NAME TO WS-TBL-BC-NAME(WS-CAL-IDX)
           END-IF.

      *    A date ruled on by the calendar goes by its entry; any
      *    other date is open on a weekday and closed on a weekend.
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-DAY-OPEN.
           MOVE SPACES TO WS-CLOSED-REASON.
           MOVE 'N' TO WS-CAL-FOUND.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   OR CAL-DATE-FOUND
               IF WS-TBL-BC-DATE(WS-CAL-IDX) = WS-CHECK-DATE
                   SET CAL-DATE-FOUND TO TRUE
                   IF WS-TBL-BC-STATUS(WS-CAL-IDX) = 'C'
                       MOVE 'N' TO WS-DAY-OPEN
                       MOVE WS-TBL-BC-NAME(WS-CAL-IDX)
                           TO WS-CLOSED-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CAL-DATE-FOUND
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CHECK-INT 7)
               IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                   MOVE 'N' TO WS-DAY-OPEN
                   MOVE "WEEKEND" TO WS-CLOSED-REASON
               END-IF
           END-IF.

       ENFORCE-BUSINESS-CALENDAR.
           MOVE WS-FILING-YYYYMMDD TO WS-CHECK-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF NOT FILING-DAY-OPEN
               DISPLAY WS-FILING-YYYYMMDD " is not a business day ("
                       WS-CLOSED-REASON ")."
               DISPLAY "Override and post to the next business day? "
                       "(Y/N): " WITH NO ADVANCING
               ACCEPT WS-OVERRIDE-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-CHOICE)
                   TO WS-OVERRIDE-CHOICE
               IF WS-OVERRIDE-CHOICE NOT = 'Y'
                   DISPLAY "Release refused - nothing written."
                   STOP RUN
               END-IF
               PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY
           END-IF.

       ADVANCE-TO-NEXT-BUSINESS-DAY.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-FILING-YYYYMMDD).
           MOVE 'N' TO WS-DAY-OPEN.
           PERFORM UNTIL FILING-DAY-OPEN
               ADD 1 TO WS-CHECK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-CHECK-DATE TO WS-FILING-YYYYMMDD.
           DISPLAY "Work will be filed dated " WS-FILING-YYYYMMDD ".".

      *    The day's control record accumulates across every batch
      *    and program that files responses: fold in each release on
      *    top of whatever already stands for the day as soon as it is
      *    filed, so a session that stops early leaves the control
      *    record agreeing with what it did file.
       UPDATE-CONTROL-TOTALS.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       ADD CT-RECORD-COUNT TO WS-BATCH-FILED-COUNT
                       ADD CT-GROSS-AMOUNT TO WS-BATCH-GROSS
                       ADD CT-TOTAL-ADJUSTMENTS
                           TO WS-BATCH-ADJUSTMENTS
                       ADD CT-NET-SETTLEMENT TO WS-BATCH-NET
                       ADD CT-SEQ-HASH TO WS-BATCH-SEQ-HASH
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE WS-FILING-YYYYMMDD TO CT-DATE.
           MOVE WS-BATCH-FILED-COUNT TO CT-RECORD-COUNT.
           MOVE WS-BATCH-GROSS TO CT-GROSS-AMOUNT.
           MOVE WS-BATCH-ADJUSTMENTS TO CT-TOTAL-ADJUSTMENTS.
           MOVE WS-BATCH-NET TO CT-NET-SETTLEMENT.
           MOVE WS-BATCH-SEQ-HASH TO CT-SEQ-HASH.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           MOVE ZERO TO WS-BATCH-FILED-COUNT.
           MOVE ZERO TO WS-BATCH-GROSS.
           MOVE ZERO TO WS-BATCH-ADJUSTMENTS.
           MOVE ZERO TO WS-BATCH-NET.
           MOVE ZERO TO WS-BATCH-SEQ-HASH.

       PRINT-SUMMARY.
           DISPLAY " ".
           MOVE WS-RELEASED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Released and filed  : " WS-PRINT-COUNT.
           MOVE WS-DECLINED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Declined            : " WS-PRINT-COUNT.

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
