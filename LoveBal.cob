       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveBal.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-FILE ASSIGN DYNAMIC WS-SHIFT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RESPONSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.
           SELECT CAPTURE-FILE ASSIGN DYNAMIC WS-CAPTURE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN DYNAMIC WS-PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The shift-balance file is read and written as whole
      *    images; the SHFTREC layout in working storage is the view
      *    each declaration is balanced through.
       FD  SHIFT-FILE.
       01 SHIFT-FILE-RECORD          PIC X(155).

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  RESPONSE-FILE.
           COPY RESPREC.

      *    Station capture files and both suspect files share the
      *    CAPTREC layout, so one FD reads all three.
       FD  CAPTURE-FILE.
           COPY CAPTREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
           COPY SHFTREC.

       01 WS-DATE-PARM           PIC X(8).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD    PIC 9(8).
       01 WS-RUN-INT             PIC 9(8).
       01 WS-SHIFT-FILENAME      PIC X(25).
       01 WS-SHIFT-FILE-STATUS   PIC X(2).
       01 WS-AUDIT-FILENAME      PIC X(25).
       01 WS-AUDIT-FILE-STATUS   PIC X(2).
       01 WS-RESPONSE-FILENAME   PIC X(25).
       01 WS-RESPONSE-FILE-STATUS PIC X(2).
       01 WS-CAPTURE-FILENAME    PIC X(25).
       01 WS-CAPTURE-FILE-STATUS PIC X(2).
       01 WS-PENDING-FILENAME    PIC X(25) VALUE "PENDREL.DAT".
       01 WS-PENDING-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

       01 WS-SHIFT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SHIFT-TABLE.
           05 WS-SHIFT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SHIFT-IDX.
               10 WS-TBL-SB-IMAGE PIC X(155).

      *    Sequence numbers the audit log shows as keyed and filed
      *    that day, with the operator who keyed each; the response
      *    file supplies the amounts.
       01 WS-FILED-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-FILED-TABLE.
           05 WS-FILED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-FILED-IDX.
               10 WS-TBL-FL-SEQ  PIC 9(6).
               10 WS-TBL-FL-OPERATOR PIC X(20).
       01 WS-FILED-FOUND         PIC X VALUE 'N'.
           88 FILED-FOUND        VALUE 'Y'.

      *    What each operator actually keyed, from every source.
       01 WS-ACTUAL-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ACTUAL-TABLE.
           05 WS-ACTUAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACTUAL-IDX.
               10 WS-TBL-AC-OPERATOR PIC X(20).
               10 WS-TBL-AC-COUNT PIC 9(6).
               10 WS-TBL-AC-AMOUNT PIC 9(7)V99.
               10 WS-TBL-AC-MATCHED PIC X.
       01 WS-ACTUAL-FOUND        PIC X VALUE 'N'.
           88 ACTUAL-FOUND       VALUE 'Y'.
       01 WS-ACTUAL-SUB          PIC 9(3) VALUE ZERO.
       01 WS-TALLY-OPERATOR      PIC X(20).
       01 WS-TALLY-AMOUNT        PIC 9(3)V99.

      *    Stations named on the day's declarations; their capture
      *    files are read for work not yet merged.
       01 WS-STATION-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-STATION-IDX.
               10 WS-TBL-STATION PIC X(4).
       01 WS-STATION-FOUND       PIC X VALUE 'N'.
           88 STATION-FOUND      VALUE 'Y'.

       01 WS-NEW-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-NEW-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       01 WS-COUNT-DIFF          PIC S9(6) VALUE ZERO.
       01 WS-AMOUNT-DIFF         PIC S9(7)V99 VALUE ZERO.
       01 WS-STATUS-TEXT         PIC X(12).

       01 WS-DECLARED-TOTAL      PIC 9(4) VALUE ZERO.
       01 WS-BALANCED-TOTAL      PIC 9(4) VALUE ZERO.
       01 WS-DIFFERENCE-TOTAL    PIC 9(4) VALUE ZERO.
       01 WS-UNDECLARED-TOTAL    PIC 9(4) VALUE ZERO.
       01 WS-CLEARED-TOTAL       PIC 9(4) VALUE ZERO.
       01 WS-REOPENED-TOTAL      PIC 9(4) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL   PIC 9(4) VALUE ZERO.
       01 WS-UNTALLIED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-COUNT-2       PIC ZZZZZ9.
       01 WS-PRINT-DIFF          PIC -----9.
       01 WS-PRINT-AMOUNT        PIC $$,$$$,$$9.99.
       01 WS-PRINT-AMOUNT-2      PIC $$,$$$,$$9.99.
       01 WS-PRINT-AMOUNT-DIFF   PIC ----,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-DATE.
           PERFORM BUILD-FILENAMES.
           DISPLAY "===== Operator shift balancing for "
                   WS-RUN-YYYYMMDD " =====".
           PERFORM LOAD-SHIFT-FILE.
           PERFORM LOAD-FILED-SEQUENCES.
           PERFORM TALLY-RESPONSE-FILE.
           PERFORM TALLY-HELD-ENTRIES.
           PERFORM TALLY-STATION-CAPTURES.
           PERFORM TALLY-SUSPECT-FILES.
           IF WS-SHIFT-COUNT = 0 AND WS-ACTUAL-COUNT = 0
               DISPLAY "No declarations and no filings for "
                       WS-RUN-YYYYMMDD " - nothing to balance."
               STOP RUN
           END-IF.
           PERFORM BALANCE-DECLARATIONS.
           PERFORM ADD-UNDECLARED-OPERATORS.
           PERFORM SAVE-SHIFT-FILE.
           PERFORM PRINT-BALANCE-LINES.
           PERFORM PRINT-SUMMARY.
           IF WS-OUTSTANDING-TOTAL > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-RUN-DATE.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM = SPACES
               ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveBal [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
               IF WS-RUN-INT = ZERO
                   DISPLAY "Usage: LoveBal [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       BUILD-FILENAMES.
           STRING "SHIFTBAL." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SHIFT-FILENAME.
           STRING "AUDIT." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME.
           STRING "RESPONSE." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RESPONSE-FILENAME.

       LOAD-SHIFT-FILE.
           OPEN INPUT SHIFT-FILE.
           IF WS-SHIFT-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ SHIFT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-SHIFT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           ELSE
               DISPLAY "No declarations on file ("
                       FUNCTION TRIM(WS-SHIFT-FILENAME) ")."
           END-IF.

       STORE-SHIFT-ENTRY.
           IF WS-SHIFT-COUNT >= 200
               DISPLAY "Shift table is full - run stopped so no "
                       "declaration is lost when the file is "
                       "rewritten."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-SHIFT-COUNT
               SET WS-SHIFT-IDX TO WS-SHIFT-COUNT
               MOVE SHIFT-FILE-RECORD TO WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
               MOVE SHIFT-FILE-RECORD TO SHIFT-BALANCE-RECORD
               PERFORM NOTE-DECLARED-STATION
           END-IF.

       NOTE-DECLARED-STATION.
           IF SB-STATION NOT = SPACES
               MOVE 'N' TO WS-STATION-FOUND
               PERFORM VARYING WS-STATION-IDX FROM 1 BY 1
                       UNTIL WS-STATION-IDX > WS-STATION-COUNT
                       OR STATION-FOUND
                   IF WS-TBL-STATION(WS-STATION-IDX) = SB-STATION
                       SET STATION-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT STATION-FOUND
                   ADD 1 TO WS-STATION-COUNT
                   SET WS-STATION-IDX TO WS-STATION-COUNT
                   MOVE SB-STATION TO WS-TBL-STATION(WS-STATION-IDX)
               END-IF
           END-IF.

       SAVE-SHIFT-FILE.
           OPEN OUTPUT SHIFT-FILE.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               WRITE SHIFT-FILE-RECORD
                   FROM WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
           END-PERFORM.
           CLOSE SHIFT-FILE.

      *    Only FILED counts as keyed work. A RELEASED entry was
      *    counted on the day it was held, and reversals and
      *    corrections are the supervisor's, not the keyer's.
       LOAD-FILED-SEQUENCES.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "No audit log " WS-AUDIT-FILENAME
                       " - nothing filed yet."
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-FILED-SEQUENCE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       STORE-FILED-SEQUENCE.
           IF AR-ACTION = "FILED"
                   AND AR-RESP-SEQ IS NUMERIC
               IF WS-FILED-COUNT >= 5000
                   ADD 1 TO WS-UNTALLIED-COUNT
               ELSE
                   ADD 1 TO WS-FILED-COUNT
                   SET WS-FILED-IDX TO WS-FILED-COUNT
                   MOVE AR-RESP-SEQ TO WS-TBL-FL-SEQ(WS-FILED-IDX)
                   MOVE AR-OPERATOR-ID
                       TO WS-TBL-FL-OPERATOR(WS-FILED-IDX)
               END-IF
           END-IF.

       TALLY-RESPONSE-FILE.
           IF WS-FILED-COUNT > 0
               OPEN INPUT RESPONSE-FILE
               IF WS-RESPONSE-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open " WS-RESPONSE-FILENAME
                           " - status " WS-RESPONSE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ RESPONSE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF RR-ORIGINAL
                               PERFORM TALLY-FILED-RESPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.

       TALLY-FILED-RESPONSE.
           MOVE 'N' TO WS-FILED-FOUND.
           PERFORM VARYING WS-FILED-IDX FROM 1 BY 1
                   UNTIL WS-FILED-IDX > WS-FILED-COUNT
                   OR FILED-FOUND
               IF WS-TBL-FL-SEQ(WS-FILED-IDX) = RR-SEQ
                   SET FILED-FOUND TO TRUE
                   MOVE WS-TBL-FL-OPERATOR(WS-FILED-IDX)
                       TO WS-TALLY-OPERATOR
               END-IF
           END-PERFORM.
           IF FILED-FOUND
               MOVE RR-RESP-AMOUNT TO WS-TALLY-AMOUNT
               PERFORM ADD-TO-OPERATOR-ACTUAL
           END-IF.

      *    An entry held for release was keyed on the day it was
      *    held, whatever has since become of it.
       TALLY-HELD-ENTRIES.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PH-HELD-DATE = WS-RUN-YYYYMMDD
                               MOVE PH-KEYED-BY TO WS-TALLY-OPERATOR
                               MOVE PH-AMOUNT TO WS-TALLY-AMOUNT
                               PERFORM ADD-TO-OPERATOR-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *    LoveMrg empties a capture file once it has consolidated
      *    it, so whatever a station file still holds has not reached
      *    the audit log and is counted here instead.
       TALLY-STATION-CAPTURES.
           PERFORM VARYING WS-STATION-IDX FROM 1 BY 1
                   UNTIL WS-STATION-IDX > WS-STATION-COUNT
               MOVE SPACES TO WS-CAPTURE-FILENAME
               STRING "CAPTURE." DELIMITED BY SIZE
                      WS-RUN-YYYYMMDD DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-TBL-STATION(WS-STATION-IDX)
                          DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-CAPTURE-FILENAME
               PERFORM TALLY-CAPTURE-FILE
           END-PERFORM.

      *    Suspects LoveMrg diverted are not in the audit log until
      *    LoveSusp files them; those still waiting, or carried
      *    forward, were keyed all the same.
       TALLY-SUSPECT-FILES.
           MOVE SPACES TO WS-CAPTURE-FILENAME.
           STRING "SUSPECTS." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CAPTURE-FILENAME.
           PERFORM TALLY-CAPTURE-FILE.
           MOVE SPACES TO WS-CAPTURE-FILENAME.
           STRING "SUSPECTS2." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CAPTURE-FILENAME.
           PERFORM TALLY-CAPTURE-FILE.

       TALLY-CAPTURE-FILE.
           OPEN INPUT CAPTURE-FILE.
           IF WS-CAPTURE-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ CAPTURE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CP-OPERATOR TO WS-TALLY-OPERATOR
                           MOVE CP-AMOUNT TO WS-TALLY-AMOUNT
                           PERFORM ADD-TO-OPERATOR-ACTUAL
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-FILE
           END-IF.

       ADD-TO-OPERATOR-ACTUAL.
           PERFORM FIND-OPERATOR-ACTUAL.
           IF NOT ACTUAL-FOUND
               IF WS-ACTUAL-COUNT >= 200
                   DISPLAY "Operator table is full - work keyed by "
                           WS-TALLY-OPERATOR " not tallied."
                   ADD 1 TO WS-UNTALLIED-COUNT
               ELSE
                   ADD 1 TO WS-ACTUAL-COUNT
                   MOVE WS-ACTUAL-COUNT TO WS-ACTUAL-SUB
                   MOVE WS-TALLY-OPERATOR
                       TO WS-TBL-AC-OPERATOR(WS-ACTUAL-SUB)
                   MOVE ZERO TO WS-TBL-AC-COUNT(WS-ACTUAL-SUB)
                   MOVE ZERO TO WS-TBL-AC-AMOUNT(WS-ACTUAL-SUB)
                   MOVE 'N' TO WS-TBL-AC-MATCHED(WS-ACTUAL-SUB)
                   SET ACTUAL-FOUND TO TRUE
               END-IF
           END-IF.
           IF ACTUAL-FOUND
               ADD 1 TO WS-TBL-AC-COUNT(WS-ACTUAL-SUB)
               ADD WS-TALLY-AMOUNT TO WS-TBL-AC-AMOUNT(WS-ACTUAL-SUB)
           END-IF.

       FIND-OPERATOR-ACTUAL.
           MOVE 'N' TO WS-ACTUAL-FOUND.
           MOVE 0 TO WS-ACTUAL-SUB.
           PERFORM VARYING WS-ACTUAL-IDX FROM 1 BY 1
                   UNTIL WS-ACTUAL-IDX > WS-ACTUAL-COUNT
                   OR ACTUAL-FOUND
               IF WS-TBL-AC-OPERATOR(WS-ACTUAL-IDX)
                       = WS-TALLY-OPERATOR
                   SET ACTUAL-FOUND TO TRUE
                   SET WS-ACTUAL-SUB TO WS-ACTUAL-IDX
               END-IF
           END-PERFORM.

      *    A cleared record stays cleared only while the actual
      *    figures are still the ones the supervisor cleared; work
      *    turning up afterwards reopens it.
       BALANCE-DECLARATIONS.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               MOVE WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
                   TO SHIFT-BALANCE-RECORD
               MOVE SB-OPERATOR-ID TO WS-TALLY-OPERATOR
               PERFORM FIND-OPERATOR-ACTUAL
               IF ACTUAL-FOUND
                   MOVE 'Y' TO WS-TBL-AC-MATCHED(WS-ACTUAL-SUB)
                   MOVE WS-TBL-AC-COUNT(WS-ACTUAL-SUB) TO WS-NEW-COUNT
                   MOVE WS-TBL-AC-AMOUNT(WS-ACTUAL-SUB)
                       TO WS-NEW-AMOUNT
               ELSE
                   MOVE ZERO TO WS-NEW-COUNT
                   MOVE ZERO TO WS-NEW-AMOUNT
               END-IF
               IF SB-CLEARED
                   IF WS-NEW-COUNT NOT = SB-ACTUAL-COUNT
                           OR WS-NEW-AMOUNT NOT = SB-ACTUAL-AMOUNT
                       ADD 1 TO WS-REOPENED-TOTAL
                       PERFORM SET-BALANCE-STATUS
                   END-IF
               ELSE
                   PERFORM SET-BALANCE-STATUS
               END-IF
               MOVE WS-NEW-COUNT TO SB-ACTUAL-COUNT
               MOVE WS-NEW-AMOUNT TO SB-ACTUAL-AMOUNT
               MOVE SHIFT-BALANCE-RECORD
                   TO WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
           END-PERFORM.

       SET-BALANCE-STATUS.
           IF SB-DECLARED-DATE = ZERO
               MOVE 'U' TO SB-STATUS
           ELSE
               IF WS-NEW-COUNT = SB-DECLARED-COUNT
                       AND WS-NEW-AMOUNT = SB-DECLARED-AMOUNT
                   MOVE 'B' TO SB-STATUS
               ELSE
                   MOVE 'X' TO SB-STATUS
               END-IF
           END-IF.

      *    Anyone with work on the day and no declaration gets a
      *    record of their own, outstanding until it is cleared.
       ADD-UNDECLARED-OPERATORS.
           PERFORM VARYING WS-ACTUAL-IDX FROM 1 BY 1
                   UNTIL WS-ACTUAL-IDX > WS-ACTUAL-COUNT
               IF WS-TBL-AC-MATCHED(WS-ACTUAL-IDX) = 'N'
                   PERFORM ADD-UNDECLARED-RECORD
               END-IF
           END-PERFORM.

       ADD-UNDECLARED-RECORD.
           IF WS-SHIFT-COUNT >= 200
               DISPLAY "Shift table is full - no record raised for "
                       WS-TBL-AC-OPERATOR(WS-ACTUAL-IDX)
               ADD 1 TO WS-UNTALLIED-COUNT
           ELSE
               MOVE SPACES TO SHIFT-BALANCE-RECORD
               MOVE WS-TBL-AC-OPERATOR(WS-ACTUAL-IDX)
                   TO SB-OPERATOR-ID
               MOVE 'U' TO SB-STATUS
               MOVE ZERO TO SB-DECLARED-DATE
               MOVE ZERO TO SB-DECLARED-TIME
               MOVE ZERO TO SB-DECLARED-COUNT
               MOVE ZERO TO SB-DECLARED-AMOUNT
               MOVE WS-TBL-AC-COUNT(WS-ACTUAL-IDX) TO SB-ACTUAL-COUNT
               MOVE WS-TBL-AC-AMOUNT(WS-ACTUAL-IDX)
                   TO SB-ACTUAL-AMOUNT
               MOVE ZERO TO SB-CLEARED-DATE
               MOVE ZERO TO SB-CLEARED-TIME
               ADD 1 TO WS-SHIFT-COUNT
               SET WS-SHIFT-IDX TO WS-SHIFT-COUNT
               MOVE SHIFT-BALANCE-RECORD
                   TO WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
           END-IF.

       PRINT-BALANCE-LINES.
           DISPLAY " ".
           DISPLAY "Operator             Stn  Declared        Amount"
                   "  Actual        Amount   Diff   Amount diff  "
                   "Status".
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               MOVE WS-TBL-SB-IMAGE(WS-SHIFT-IDX)
                   TO SHIFT-BALANCE-RECORD
               PERFORM PRINT-ONE-BALANCE
           END-PERFORM.

       PRINT-ONE-BALANCE.
           EVALUATE TRUE
               WHEN SB-BALANCED
                   MOVE "BALANCED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-BALANCED-TOTAL
               WHEN SB-DIFFERENCE
                   MOVE "DIFFERENCE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-DIFFERENCE-TOTAL
               WHEN SB-UNDECLARED
                   MOVE "NOT DECLARED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-UNDECLARED-TOTAL
               WHEN SB-CLEARED
                   MOVE "CLEARED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-CLEARED-TOTAL
               WHEN OTHER
                   MOVE SB-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           IF SB-DECLARED-DATE NOT = ZERO
               ADD 1 TO WS-DECLARED-TOTAL
           END-IF.
           IF SB-OUTSTANDING
               ADD 1 TO WS-OUTSTANDING-TOTAL
           END-IF.
           COMPUTE WS-COUNT-DIFF =
               SB-ACTUAL-COUNT - SB-DECLARED-COUNT.
           COMPUTE WS-AMOUNT-DIFF =
               SB-ACTUAL-AMOUNT - SB-DECLARED-AMOUNT.
           MOVE SB-DECLARED-COUNT TO WS-PRINT-COUNT.
           MOVE SB-DECLARED-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SB-ACTUAL-COUNT TO WS-PRINT-COUNT-2.
           MOVE SB-ACTUAL-AMOUNT TO WS-PRINT-AMOUNT-2.
           MOVE WS-COUNT-DIFF TO WS-PRINT-DIFF.
           MOVE WS-AMOUNT-DIFF TO WS-PRINT-AMOUNT-DIFF.
           DISPLAY SB-OPERATOR-ID " " SB-STATION " "
                   WS-PRINT-COUNT " " WS-PRINT-AMOUNT " "
                   WS-PRINT-COUNT-2 " " WS-PRINT-AMOUNT-2 " "
                   WS-PRINT-DIFF " " WS-PRINT-AMOUNT-DIFF "  "
                   WS-STATUS-TEXT.
           IF SB-CLEARED
               DISPLAY "    cleared by "
                       FUNCTION TRIM(SB-CLEARED-BY) " on "
                       SB-CLEARED-DATE ": "
                       FUNCTION TRIM(SB-CLEAR-REASON)
           END-IF.

       PRINT-SUMMARY.
           DISPLAY " ".
           MOVE WS-DECLARED-TOTAL TO WS-PRINT-COUNT.
           DISPLAY "Declarations           : " WS-PRINT-COUNT.
           MOVE WS-BALANCED-TOTAL TO WS-PRINT-COUNT.
           DISPLAY "Balanced               : " WS-PRINT-COUNT.
           MOVE WS-CLEARED-TOTAL TO WS-PRINT-COUNT.
           DISPLAY "Cleared by supervisor  : " WS-PRINT-COUNT.
           MOVE WS-DIFFERENCE-TOTAL TO WS-PRINT-COUNT.
           DISPLAY "Differences            : " WS-PRINT-COUNT.
           MOVE WS-UNDECLARED-TOTAL TO WS-PRINT-COUNT.
           DISPLAY "Filed but not declared : " WS-PRINT-COUNT.
           IF WS-REOPENED-TOTAL > 0
               MOVE WS-REOPENED-TOTAL TO WS-PRINT-COUNT
               DISPLAY "Reopened since cleared : " WS-PRINT-COUNT
           END-IF.
           IF WS-UNTALLIED-COUNT > 0
               MOVE WS-UNTALLIED-COUNT TO WS-PRINT-COUNT
               DISPLAY "*** " WS-PRINT-COUNT " item(s) could not be "
                       "tallied - tables full; figures are short ***"
           END-IF.
           IF WS-OUTSTANDING-TOTAL > 0
               MOVE WS-OUTSTANDING-TOTAL TO WS-PRINT-COUNT
               DISPLAY "*** " WS-PRINT-COUNT " shift(s) out of "
                       "balance - a supervisor must clear each one "
                       "in LoveClr before " WS-RUN-YYYYMMDD
                       " is closed ***"
           ELSE
               DISPLAY "All shifts for " WS-RUN-YYYYMMDD
                       " balanced or cleared."
           END-IF.
