       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveChg.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN DYNAMIC
                   WS-CHANGE-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY REFLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-CHANGE-LOG-FILENAME PIC X(25) VALUE "REFCHG.LOG".
       01 WS-CHANGE-LOG-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-LOG         VALUE 'Y'.

       01 WS-COMMAND-LINE        PIC X(80).
       01 WS-FROM-PARM           PIC X(8) VALUE SPACES.
       01 WS-TO-PARM             PIC X(8) VALUE SPACES.
       01 WS-FILE-PARM           PIC X(10) VALUE SPACES.
       01 WS-FROM-DATE           PIC 9(8).
       01 WS-TO-DATE             PIC 9(8).
       01 WS-DATE-INT            PIC 9(8).
       01 WS-FILE-WANTED         PIC X(10).
           88 ALL-FILES          VALUE SPACES "ALL".
           88 KNOWN-FILE         VALUE "RESPCODES" "OPERMAST"
                                       "BUSCAL" "RESPREG"
                                       "SYSPARM" "TARGETS".
       01 WS-SELF-SWITCH         PIC X VALUE 'N'.
           88 SELF-CHANGE        VALUE 'Y'.

       01 WS-READ-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-LISTED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-CODE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-OPER-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CAL-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-RGST-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PARM-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TRGT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-SELF-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PRINT-COUNT         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARMS.
           DISPLAY "===== Reference-data changes " WS-FROM-DATE
                   " to " WS-TO-DATE " =====".
           IF ALL-FILES
               DISPLAY "Files: RESPCODES, OPERMAST, BUSCAL, RESPREG, "
                       "SYSPARM, TARGETS"
           ELSE
               DISPLAY "File : " WS-FILE-WANTED
           END-IF.
           DISPLAY " ".
           DISPLAY "Date     Time   Operator             File       "
                   "Key                  Action".
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-FILE-STATUS = "35"
               DISPLAY "No reference-change log - nothing to list."
           ELSE
               IF WS-CHANGE-LOG-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot open " WS-CHANGE-LOG-FILENAME
                           " - status " WS-CHANGE-LOG-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-LOG
                   READ CHANGE-LOG-FILE
                       AT END
                           SET END-OF-LOG TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SELECT-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.
           PERFORM PRINT-SUMMARY.
           IF WS-SELF-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-RUN-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-FROM-PARM WS-TO-PARM WS-FILE-PARM.
           MOVE FUNCTION UPPER-CASE(WS-FILE-PARM) TO WS-FILE-WANTED.
           IF WS-FROM-PARM IS NOT NUMERIC
                   OR WS-TO-PARM IS NOT NUMERIC
                   OR (NOT ALL-FILES AND NOT KNOWN-FILE)
               PERFORM SHOW-USAGE
           END-IF.
           MOVE WS-FROM-PARM TO WS-FROM-DATE.
           MOVE WS-TO-PARM TO WS-TO-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           IF WS-DATE-INT = ZERO
               PERFORM SHOW-USAGE
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-DATE-INT = ZERO
                   OR WS-TO-DATE < WS-FROM-DATE
               PERFORM SHOW-USAGE
           END-IF.

       SHOW-USAGE.
           DISPLAY "Usage: LoveChg FROMDATE TODATE "
                   "[RESPCODES|OPERMAST|BUSCAL|RESPREG|SYSPARM|"
                   "TARGETS]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       SELECT-CHANGE.
           IF RF-TS-DATE >= WS-FROM-DATE
                   AND RF-TS-DATE <= WS-TO-DATE
                   AND (ALL-FILES OR RF-FILE = WS-FILE-WANTED)
               PERFORM PRINT-CHANGE
           END-IF.

      *    A change to an operator's own master record - most often
      *    a supervisor changing their own role or status - is
      *    flagged for the auditors.
       PRINT-CHANGE.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE TRUE
               WHEN RF-CODE-MASTER
                   ADD 1 TO WS-CODE-COUNT
               WHEN RF-OPER-MASTER
                   ADD 1 TO WS-OPER-COUNT
               WHEN RF-CALENDAR
                   ADD 1 TO WS-CAL-COUNT
               WHEN RF-REGISTRY
                   ADD 1 TO WS-RGST-COUNT
               WHEN RF-SYSTEM-PARMS
                   ADD 1 TO WS-PARM-COUNT
               WHEN RF-TARGETS
                   ADD 1 TO WS-TRGT-COUNT
           END-EVALUATE.
           MOVE 'N' TO WS-SELF-SWITCH.
           IF RF-OPER-MASTER AND RF-KEY = RF-OPERATOR-ID
               SET SELF-CHANGE TO TRUE
               ADD 1 TO WS-SELF-COUNT
           END-IF.
           IF SELF-CHANGE
               DISPLAY RF-TS-DATE " " RF-TS-TIME " " RF-OPERATOR-ID
                       " " RF-FILE " " RF-KEY " " RF-ACTION
                       " *** OWN RECORD ***"
           ELSE
               DISPLAY RF-TS-DATE " " RF-TS-TIME " " RF-OPERATOR-ID
                       " " RF-FILE " " RF-KEY " " RF-ACTION
           END-IF.
           IF RF-BEFORE-IMAGE = SPACES
               DISPLAY "    before: (none)"
           ELSE
               DISPLAY "    before: " RF-BEFORE-IMAGE
           END-IF.
           IF RF-AFTER-IMAGE = SPACES
               DISPLAY "    after : (none)"
           ELSE
               DISPLAY "    after : " RF-AFTER-IMAGE
           END-IF.

       PRINT-SUMMARY.
           DISPLAY " ".
           MOVE WS-READ-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Log records read       : " WS-PRINT-COUNT.
           MOVE WS-LISTED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Changes listed         : " WS-PRINT-COUNT.
           MOVE WS-CODE-COUNT TO WS-PRINT-COUNT.
           DISPLAY "  RESPCODES            : " WS-PRINT-COUNT.
           MOVE WS-OPER-COUNT TO WS-PRINT-COUNT.
           DISPLAY "  OPERMAST             : " WS-PRINT-COUNT.
           MOVE WS-CAL-COUNT TO WS-PRINT-COUNT.
           DISPLAY "  BUSCAL               : " WS-PRINT-COUNT.
           MOVE WS-RGST-COUNT TO WS-PRINT-COUNT.
           DISPLAY "  RESPREG              : " WS-PRINT-COUNT.
           MOVE WS-PARM-COUNT TO WS-PRINT-COUNT.
           DISPLAY "  SYSPARM              : " WS-PRINT-COUNT.
           MOVE WS-TRGT-COUNT TO WS-PRINT-COUNT.
           DISPLAY "  TARGETS              : " WS-PRINT-COUNT.
           MOVE WS-SELF-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Own-record changes     : " WS-PRINT-COUNT.
