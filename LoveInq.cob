               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN DYNAMIC WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY MASTREC.

       FD  REGISTRY-FILE.
           COPY RGSTREC.

       FD  SYSTEM-PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME     PIC X(25) VALUE "RESPMAST.DAT".
       01 WS-MASTER-FILE-STATUS  PIC X(2).
       01 WS-DONE-SWITCH         PIC X VALUE 'N'.
           88 INQUIRY-DONE       VALUE 'Y'.
       01 WS-RETRY-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RETRY-LIMIT         PIC 9(4) VALUE 1000.

       01 WS-SEQ-INPUT           PIC X(6).
       01 WS-SEQ-VALID           PIC X VALUE 'N'.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-AMOUNT        PIC $$$9.99.

       01 WS-REGISTRY-FILENAME   PIC X(25) VALUE "RESPREG.DAT".
       01 WS-REGISTRY-FILE-STATUS PIC X(2).
       01 WS-REGISTRY-EOF        PIC X VALUE 'N'.
           88 REGISTRY-EOF       VALUE 'Y'.
       01 WS-RESPONDENT-INPUT    PIC X(8).
       01 WS-TARGET-RESPONDENT   PIC 9(8) VALUE ZERO.
       01 WS-RESPONDENT-NAME     PIC X(30).
       01 WS-RESPONDENT-BORN     PIC 9(8) VALUE ZERO.
       01 WS-RESPONDENT-STATUS   PIC X.

      *    One respondent's filings, held in filing-date order so the
      *    history reads oldest first; the master itself is in
      *    sequence-major key order.
       01 WS-HIST-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HIST-IDX WS-HIST-FROM.
               10 WS-HIST-KEY.
                   15 WS-HIST-DATE PIC 9(8).
                   15 WS-HIST-SEQ  PIC 9(6).
               10 WS-HIST-IMAGE  PIC X(74).
       01 WS-HIST-NEW-KEY.
           05 WS-HIST-NEW-DATE   PIC 9(8).
           05 WS-HIST-NEW-SEQ    PIC 9(6).
       01 WS-HIST-PLACED         PIC X VALUE 'N'.
           88 HIST-PLACED        VALUE 'Y'.
       01 WS-HIST-TRUNCATED      PIC X VALUE 'N'.
           88 HIST-TRUNCATED     VALUE 'Y'.
       01 WS-HIST-FILED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-HIST-NET-CENTS      PIC S9(9) VALUE ZERO.
       01 WS-HIST-NET-DOLLARS    PIC S9(7)V99 VALUE ZERO.
       01 WS-PRINT-NET           PIC -$$$,$$$,$$9.99.
       01 WS-REVERSAL-COUNT      PIC 9(6) VALUE ZERO.

      *    Shared settings, each with where the value in effect
      *    came from.
       01 WS-PARM-FILENAME       PIC X(25) VALUE "SYSPARM.DAT".
       01 WS-PARM-FILE-STATUS    PIC X(2).
       01 WS-PARM-EOF            PIC X VALUE 'N'.
           88 PARM-EOF           VALUE 'Y'.
       01 WS-SRC-RETRY-LIMIT     PIC X(8) VALUE "default".
       01 WS-PARM-SHOW           PIC X(25).
       01 WS-PARM-PRINT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " WS-MASTER-FILENAME
               DISPLAY " "
               DISPLAY "===== Respondent master inquiry ====="
               DISPLAY "(S)equence lookup  (F)ilter by date/code  "
                       "(R)espondent history  (E)xit: "
                       WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
                       PERFORM SEQUENCE-LOOKUP
                   WHEN 'F'
                       PERFORM FILTER-SCAN
                   WHEN 'R'
                       PERFORM RESPONDENT-HISTORY
                   WHEN 'E'
                       SET INQUIRY-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Please choose S, F, R or E."
               END-EVALUATE
           END-PERFORM.
           CLOSE MASTER-FILE.
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
           DISPLAY " ".

       GET-TARGET-SEQ.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'N' TO WS-SEQ-VALID.
           PERFORM UNTIL WS-SEQ-VALID = 'Y'
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
           DISPLAY RM-SEQ " " RM-FILE-DATE " " RM-REC-TYPE " "
                   RM-ANSWER " " RM-AGE " " RM-CODE " "
                   RM-ADJUSTMENT " " WS-PRINT-AMOUNT " orig "
                   RM-ORIG-SEQ " " RM-ORIG-DATE
                   " resp " RM-RESPONDENT-NO
                   " by " RM-OPERATOR.

       GET-TARGET-RESPONDENT.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE ZERO TO WS-TARGET-RESPONDENT.
           PERFORM UNTIL WS-TARGET-RESPONDENT > 0
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-RETRY-LIMIT
                   DISPLAY "Too many invalid entries - terminating."
                   STOP RUN
               END-IF
               DISPLAY "Respondent number: " WITH NO ADVANCING
               MOVE SPACES TO WS-RESPONDENT-INPUT
               ACCEPT WS-RESPONDENT-INPUT
               IF WS-RESPONDENT-INPUT NOT = SPACES
                       AND FUNCTION TRIM(WS-RESPONDENT-INPUT)
                           IS NUMERIC
                   MOVE FUNCTION TRIM(WS-RESPONDENT-INPUT)
                       TO WS-TARGET-RESPONDENT
               END-IF
               IF WS-TARGET-RESPONDENT = 0
                   DISPLAY "Respondent number must be 1 to 8 digits."
               END-IF
           END-PERFORM.

      *    The registry is only read for the heading; a respondent
      *    who is no longer on it still has a history on the master.
       FIND-REGISTERED-RESPONDENT.
           MOVE "(not on the registry)" TO WS-RESPONDENT-NAME.
           MOVE ZERO TO WS-RESPONDENT-BORN.
           MOVE SPACE TO WS-RESPONDENT-STATUS.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS = "00"
               MOVE 'N' TO WS-REGISTRY-EOF
               PERFORM UNTIL REGISTRY-EOF
                   READ REGISTRY-FILE
                       AT END
                           SET REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF RG-RESPONDENT-NO = WS-TARGET-RESPONDENT
                               MOVE RG-NAME TO WS-RESPONDENT-NAME
                               MOVE RG-BIRTH-DATE
                                   TO WS-RESPONDENT-BORN
                               MOVE RG-STATUS TO WS-RESPONDENT-STATUS
                               SET REGISTRY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

      *    Sequence numbers restart daily, so a respondent's filings
      *    are scattered through the key range; the whole master is
      *    read and each match placed into the history in date order.
      *    The totals are taken as the master is read, so they cover
      *    every filing even when the listing is cut short.
       RESPONDENT-HISTORY.
           PERFORM GET-TARGET-RESPONDENT.
           PERFORM FIND-REGISTERED-RESPONDENT.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE 'N' TO WS-HIST-TRUNCATED.
           MOVE ZERO TO WS-HIST-FILED-COUNT.
           MOVE ZERO TO WS-HIST-NET-CENTS.
           MOVE ZERO TO WS-REVERSAL-COUNT.
           MOVE LOW-VALUES TO RM-KEY.
           START MASTER-FILE KEY >= RM-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-MASTER
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           IF RM-RESPONDENT-NO IS NUMERIC
                                   AND RM-RESPONDENT-NO
                                       = WS-TARGET-RESPONDENT
                               PERFORM TALLY-HISTORY-ENTRY
                               PERFORM PLACE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           DISPLAY "Respondent " WS-TARGET-RESPONDENT " "
                   WS-RESPONDENT-NAME " born " WS-RESPONDENT-BORN
                   " status " WS-RESPONDENT-STATUS.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-HIST-IMAGE(WS-HIST-IDX) TO MASTER-RECORD
               PERFORM SHOW-MASTER-RECORD
           END-PERFORM.
           IF HIST-TRUNCATED
               DISPLAY "Only the earliest 1000 filings are listed; "
                       "the totals cover them all."
           END-IF.
           MOVE WS-HIST-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Filings listed  : " WS-PRINT-COUNT.
           MOVE WS-HIST-FILED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Filings on file : " WS-PRINT-COUNT.
           MOVE WS-REVERSAL-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Reversals       : " WS-PRINT-COUNT.
           COMPUTE WS-HIST-NET-DOLLARS = WS-HIST-NET-CENTS / 100.
           MOVE WS-HIST-NET-DOLLARS TO WS-PRINT-NET.
           DISPLAY "Net settlement  : " WS-PRINT-NET.

       TALLY-HISTORY-ENTRY.
           ADD 1 TO WS-HIST-FILED-COUNT.
           IF RM-REC-TYPE = 'V'
               ADD 1 TO WS-REVERSAL-COUNT
               COMPUTE WS-HIST-NET-CENTS = WS-HIST-NET-CENTS
                   - (RM-AMOUNT * 100 + RM-ADJUSTMENT)
           ELSE
               COMPUTE WS-HIST-NET-CENTS = WS-HIST-NET-CENTS
                   + (RM-AMOUNT * 100 + RM-ADJUSTMENT)
           END-IF.

      *    The master comes back in sequence order, not date order,
      *    so once the table is full a filing earlier than the latest
      *    one held takes that last place and is slid into position.
       PLACE-HISTORY-ENTRY.
           MOVE RM-FILE-DATE TO WS-HIST-NEW-DATE.
           MOVE RM-SEQ TO WS-HIST-NEW-SEQ.
           IF WS-HIST-COUNT >= 1000
               SET HIST-TRUNCATED TO TRUE
               IF WS-HIST-NEW-KEY < WS-HIST-KEY(1000)
                   SET WS-HIST-IDX TO 1000
                   PERFORM SLIDE-HISTORY-ENTRY
               END-IF
           ELSE
               ADD 1 TO WS-HIST-COUNT
               SET WS-HIST-IDX TO WS-HIST-COUNT
               PERFORM SLIDE-HISTORY-ENTRY
           END-IF.

       SLIDE-HISTORY-ENTRY.
           MOVE 'N' TO WS-HIST-PLACED.
           PERFORM UNTIL HIST-PLACED
               IF WS-HIST-IDX = 1
                   SET HIST-PLACED TO TRUE
               ELSE
                   SET WS-HIST-FROM TO WS-HIST-IDX
                   SET WS-HIST-FROM DOWN BY 1
                   IF WS-HIST-KEY(WS-HIST-FROM) > WS-HIST-NEW-KEY
                       MOVE WS-HIST-ENTRY(WS-HIST-FROM)
                           TO WS-HIST-ENTRY(WS-HIST-IDX)
                       SET WS-HIST-IDX DOWN BY 1
                   ELSE
                       SET HIST-PLACED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-HIST-NEW-KEY TO WS-HIST-KEY(WS-HIST-IDX).
           MOVE MASTER-RECORD TO WS-HIST-IMAGE(WS-HIST-IDX).
