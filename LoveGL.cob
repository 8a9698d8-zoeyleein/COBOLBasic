       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoveGL.
       AUTHOR. JingYi Li.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RESPONSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN DYNAMIC WS-GLMAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
           COPY RESPREC.

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  JOURNAL-FILE.
           COPY GLJRNREC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD    PIC 9(8).
       01 WS-DATE-PARM           PIC X(8).
       01 WS-RESPONSE-FILENAME   PIC X(25).
       01 WS-RESPONSE-FILE-STATUS PIC X(2).
       01 WS-GLMAP-FILENAME      PIC X(25) VALUE "GLMAP.DAT".
       01 WS-GLMAP-FILE-STATUS   PIC X(2).
       01 WS-CONTROL-FILENAME    PIC X(25).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-FILENAME    PIC X(25).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

       01 WS-GLMAP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GLMAP-IDX.
               10 WS-TBL-GM-CODE PIC X(3).
               10 WS-TBL-GM-DEBIT PIC X(10).
               10 WS-TBL-GM-CREDIT PIC X(10).
       01 WS-SUSPENSE-PRESENT    PIC X VALUE 'N'.
           88 SUSPENSE-PRESENT   VALUE 'Y'.
       01 WS-SUSPENSE-DEBIT      PIC X(10) VALUE SPACES.
       01 WS-SUSPENSE-CREDIT     PIC X(10) VALUE SPACES.

      *    The same per-code netting LoveSett builds the sub-ledger
      *    with, so the journal posts exactly the money LoveSett tied
      *    to the control record.
       01 WS-LEDGER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-LED-IDX.
               10 WS-TBL-LG-CODE PIC A(3).
               10 WS-TBL-LG-COUNT PIC S9(6).
               10 WS-TBL-LG-GROSS PIC S9(9)V99.
               10 WS-TBL-LG-ADJUSTMENTS PIC S9(9).
               10 WS-TBL-LG-NET  PIC S9(11).
       01 WS-LEDGER-FOUND        PIC X VALUE 'N'.
           88 LEDGER-FOUND       VALUE 'Y'.
       01 WS-LEDGER-SUB          PIC 9(3) VALUE ZERO.
       01 WS-NET-CENTS           PIC S9(7) VALUE ZERO.

      *    The accounts and amount of the entry pair for the ledger
      *    row being worked, as RESOLVE-ENTRY-PAIR leaves them.
       01 WS-MAP-FOUND           PIC X VALUE 'N'.
           88 MAP-FOUND          VALUE 'Y'.
       01 WS-PAIR-UNMAPPED       PIC X VALUE 'N'.
           88 PAIR-UNMAPPED      VALUE 'Y'.
       01 WS-PAIR-DEBIT-ACCOUNT  PIC X(10).
       01 WS-PAIR-CREDIT-ACCOUNT PIC X(10).
       01 WS-PAIR-AMOUNT         PIC 9(9)V99.
       01 WS-SWAP-ACCOUNT        PIC X(10).

       01 WS-PAIR-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-SUSPENSE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-UNPOSTABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-LINE-NO             PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-NET         PIC S9(11) VALUE ZERO.

       01 WS-CONTROL-PRESENT     PIC X VALUE 'N'.
           88 CONTROL-PRESENT    VALUE 'Y'.
       01 WS-CT-NET-SETTLEMENT   PIC S9(11).
       01 WS-REFUSE-COUNT        PIC 9(2) VALUE ZERO.

       01 WS-CREATED-DATE        PIC 9(8).
       01 WS-CREATED-TIME        PIC 9(8).

       01 WS-PRINT-COUNT         PIC ZZZZZ9.
       01 WS-PRINT-AMOUNT        PIC $$$$,$$$,$$9.99.
       01 WS-PRINT-SIGNED        PIC +ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM BUILD-FILENAMES.
           DISPLAY "===== General-ledger journal for "
                   WS-RUN-YYYYMMDD " =====".
           PERFORM LOAD-GL-MAP.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "No response file found: "
                       WS-RESPONSE-FILENAME
               DISPLAY "*** JOURNAL NOT PRODUCED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ RESPONSE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM POST-TO-LEDGER
               END-READ
           END-PERFORM.
           CLOSE RESPONSE-FILE.
           PERFORM READ-CONTROL-RECORD.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LEDGER-COUNT
               PERFORM PRICE-ENTRY-PAIR
           END-PERFORM.
           PERFORM CHECK-JOURNAL-BALANCE.
           IF WS-REFUSE-COUNT > 0
               DISPLAY "*** JOURNAL NOT PRODUCED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-JOURNAL.
           PERFORM DISPLAY-JOURNAL-SUMMARY.
           STOP RUN.

       BUILD-FILENAMES.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM = SPACES
               ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveGL [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
           END-IF.
           STRING "RESPONSE." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RESPONSE-FILENAME.
           STRING "CONTROL." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CONTROL-FILENAME.
           STRING "GLJRNL." DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-JOURNAL-FILENAME.

      *    The *** row is held apart from the code rows; it is the
      *    fallback for any code the map does not name.
       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ GL-MAP-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-GL-MAP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY "Warning: no account map loaded from "
                       WS-GLMAP-FILENAME " - every code is unmapped."
           END-IF.
           IF NOT SUSPENSE-PRESENT
               DISPLAY "Warning: account map has no *** suspense "
                       "row - unmapped codes cannot be posted."
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       STORE-GL-MAP-ENTRY.
           IF GM-SUSPENSE-ROW
               SET SUSPENSE-PRESENT TO TRUE
               MOVE GM-DEBIT-ACCOUNT TO WS-SUSPENSE-DEBIT
               MOVE GM-CREDIT-ACCOUNT TO WS-SUSPENSE-CREDIT
           ELSE
               IF WS-GLMAP-COUNT >= 100
                   DISPLAY "Account map table is full - code "
                           GM-CODE " ignored."
               ELSE
                   ADD 1 TO WS-GLMAP-COUNT
                   SET WS-GLMAP-IDX TO WS-GLMAP-COUNT
                   MOVE GM-CODE TO WS-TBL-GM-CODE(WS-GLMAP-IDX)
                   MOVE GM-DEBIT-ACCOUNT
                       TO WS-TBL-GM-DEBIT(WS-GLMAP-IDX)
                   MOVE GM-CREDIT-ACCOUNT
                       TO WS-TBL-GM-CREDIT(WS-GLMAP-IDX)
               END-IF
           END-IF.

      *    A reversal record backs its original out of its code's
      *    row, the same netting LoveSett applies to the sub-ledger.
       POST-TO-LEDGER.
           PERFORM FIND-LEDGER-ENTRY.
           IF NOT LEDGER-FOUND
               PERFORM ADD-LEDGER-ENTRY
           END-IF.
           IF WS-LEDGER-SUB = 0
               CONTINUE
           ELSE
               COMPUTE WS-NET-CENTS =
                   RR-RESP-AMOUNT * 100 + RR-RESP-ADJUSTMENT
               IF RR-REVERSAL
                   SUBTRACT 1 FROM WS-TBL-LG-COUNT(WS-LEDGER-SUB)
                   SUBTRACT RR-RESP-AMOUNT
                       FROM WS-TBL-LG-GROSS(WS-LEDGER-SUB)
                   SUBTRACT RR-RESP-ADJUSTMENT
                       FROM WS-TBL-LG-ADJUSTMENTS(WS-LEDGER-SUB)
                   SUBTRACT WS-NET-CENTS
                       FROM WS-TBL-LG-NET(WS-LEDGER-SUB)
               ELSE
                   ADD 1 TO WS-TBL-LG-COUNT(WS-LEDGER-SUB)
                   ADD RR-RESP-AMOUNT
                       TO WS-TBL-LG-GROSS(WS-LEDGER-SUB)
                   ADD RR-RESP-ADJUSTMENT
                       TO WS-TBL-LG-ADJUSTMENTS(WS-LEDGER-SUB)
                   ADD WS-NET-CENTS
                       TO WS-TBL-LG-NET(WS-LEDGER-SUB)
               END-IF
           END-IF.

       FIND-LEDGER-ENTRY.
           MOVE 'N' TO WS-LEDGER-FOUND.
           MOVE 0 TO WS-LEDGER-SUB.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LEDGER-COUNT
                   OR LEDGER-FOUND
               IF WS-TBL-LG-CODE(WS-LED-IDX) = RR-RESP-CODE
                   SET LEDGER-FOUND TO TRUE
                   SET WS-LEDGER-SUB TO WS-LED-IDX
               END-IF
           END-PERFORM.

       ADD-LEDGER-ENTRY.
           IF WS-LEDGER-COUNT >= 100
               DISPLAY "Ledger table is full - code " RR-RESP-CODE
                       " not journalled."
           ELSE
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-LEDGER-COUNT TO WS-LEDGER-SUB
               MOVE RR-RESP-CODE
                   TO WS-TBL-LG-CODE(WS-LEDGER-SUB)
               MOVE ZERO TO WS-TBL-LG-COUNT(WS-LEDGER-SUB)
               MOVE ZERO TO WS-TBL-LG-GROSS(WS-LEDGER-SUB)
               MOVE ZERO TO WS-TBL-LG-ADJUSTMENTS(WS-LEDGER-SUB)
               MOVE ZERO TO WS-TBL-LG-NET(WS-LEDGER-SUB)
           END-IF.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       SET CONTROL-PRESENT TO TRUE
                       MOVE CT-NET-SETTLEMENT
                           TO WS-CT-NET-SETTLEMENT
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    Works out the two sides for the ledger row at WS-LED-IDX.
      *    A code whose reversals outweigh its filings on the day
      *    nets negative, and its pair is turned round - credit the
      *    normal debit account, debit the normal credit account - so
      *    the journal amount itself is never negative.
       RESOLVE-ENTRY-PAIR.
           MOVE 'N' TO WS-MAP-FOUND.
           MOVE 'N' TO WS-PAIR-UNMAPPED.
           PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
                   UNTIL WS-GLMAP-IDX > WS-GLMAP-COUNT
                   OR MAP-FOUND
               IF WS-TBL-GM-CODE(WS-GLMAP-IDX)
                       = WS-TBL-LG-CODE(WS-LED-IDX)
                   SET MAP-FOUND TO TRUE
                   MOVE WS-TBL-GM-DEBIT(WS-GLMAP-IDX)
                       TO WS-PAIR-DEBIT-ACCOUNT
                   MOVE WS-TBL-GM-CREDIT(WS-GLMAP-IDX)
                       TO WS-PAIR-CREDIT-ACCOUNT
               END-IF
           END-PERFORM.
           IF NOT MAP-FOUND
               SET PAIR-UNMAPPED TO TRUE
               MOVE WS-SUSPENSE-DEBIT TO WS-PAIR-DEBIT-ACCOUNT
               MOVE WS-SUSPENSE-CREDIT TO WS-PAIR-CREDIT-ACCOUNT
           END-IF.
           IF WS-TBL-LG-NET(WS-LED-IDX) < 0
               COMPUTE WS-PAIR-AMOUNT =
                   (0 - WS-TBL-LG-NET(WS-LED-IDX)) / 100
               MOVE WS-PAIR-DEBIT-ACCOUNT TO WS-SWAP-ACCOUNT
               MOVE WS-PAIR-CREDIT-ACCOUNT TO WS-PAIR-DEBIT-ACCOUNT
               MOVE WS-SWAP-ACCOUNT TO WS-PAIR-CREDIT-ACCOUNT
           ELSE
               COMPUTE WS-PAIR-AMOUNT =
                   WS-TBL-LG-NET(WS-LED-IDX) / 100
           END-IF.

      *    First pass over the sub-ledger: totals only, nothing is
      *    written until the journal is known to balance. A code
      *    that nets to nothing on the day gets no entries.
       PRICE-ENTRY-PAIR.
           IF WS-TBL-LG-NET(WS-LED-IDX) NOT = 0
               PERFORM RESOLVE-ENTRY-PAIR
               IF PAIR-UNMAPPED
                   ADD 1 TO WS-SUSPENSE-COUNT
                   IF NOT SUSPENSE-PRESENT
                       ADD 1 TO WS-UNPOSTABLE-COUNT
                       DISPLAY "*** CODE " WS-TBL-LG-CODE(WS-LED-IDX)
                               " HAS NO ACCOUNT MAPPING ***"
                   END-IF
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL
               ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL
               ADD WS-TBL-LG-NET(WS-LED-IDX) TO WS-JOURNAL-NET
           END-IF.

      *    The feed goes to the ledger only if it balances on its own
      *    and carries the same net money the day's control record
      *    settled; otherwise no journal file is written at all and
      *    the run ends with a nonzero return code.
       CHECK-JOURNAL-BALANCE.
           MOVE ZERO TO WS-REFUSE-COUNT.
           IF WS-UNPOSTABLE-COUNT > 0
               ADD 1 TO WS-REFUSE-COUNT
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               ADD 1 TO WS-REFUSE-COUNT
               MOVE WS-DEBIT-TOTAL TO WS-PRINT-AMOUNT
               DISPLAY "*** DEBITS " WS-PRINT-AMOUNT
                       " DO NOT EQUAL CREDITS ***"
           END-IF.
           IF NOT CONTROL-PRESENT
               ADD 1 TO WS-REFUSE-COUNT
               DISPLAY "No control record on file for "
                       WS-RUN-YYYYMMDD " - journal cannot be tied."
           ELSE
               IF WS-CT-NET-SETTLEMENT NOT = WS-JOURNAL-NET
                   ADD 1 TO WS-REFUSE-COUNT
                   MOVE WS-CT-NET-SETTLEMENT TO WS-PRINT-SIGNED
                   DISPLAY "*** CONTROL NET SETTLEMENT "
                           WS-PRINT-SIGNED
                           " DISAGREES WITH JOURNAL ***"
                   MOVE WS-JOURNAL-NET TO WS-PRINT-SIGNED
                   DISPLAY "    Journal net (cents)    "
                           WS-PRINT-SIGNED
               END-IF
           END-IF.

       WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to create journal file "
                       WS-JOURNAL-FILENAME
                       " - status " WS-JOURNAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CREATED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CREATED-TIME FROM TIME.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'H' TO GJ-TAG.
           MOVE WS-RUN-YYYYMMDD TO GJ-HD-JOURNAL-DATE.
           MOVE WS-CREATED-DATE TO GJ-HD-CREATED-DATE.
           MOVE WS-CREATED-TIME(1:6) TO GJ-HD-CREATED-TIME.
           WRITE GL-JOURNAL-RECORD.
           MOVE ZERO TO WS-LINE-NO.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LEDGER-COUNT
               IF WS-TBL-LG-NET(WS-LED-IDX) NOT = 0
                   PERFORM WRITE-ENTRY-PAIR
               END-IF
           END-PERFORM.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'T' TO GJ-TAG.
           MOVE WS-ENTRY-COUNT TO GJ-TR-ENTRY-COUNT.
           MOVE WS-DEBIT-TOTAL TO GJ-TR-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GJ-TR-CREDIT-TOTAL.
           MOVE WS-JOURNAL-NET TO GJ-TR-NET-SETTLEMENT.
           WRITE GL-JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       WRITE-ENTRY-PAIR.
           PERFORM RESOLVE-ENTRY-PAIR.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'E' TO GJ-TAG.
           MOVE WS-TBL-LG-CODE(WS-LED-IDX) TO GJ-EN-CODE.
           MOVE WS-PAIR-AMOUNT TO GJ-EN-AMOUNT.
           IF PAIR-UNMAPPED
               MOVE 'S' TO GJ-EN-SUSPENSE
           END-IF.
           ADD 1 TO WS-LINE-NO.
           MOVE WS-LINE-NO TO GJ-EN-LINE-NO.
           MOVE WS-PAIR-DEBIT-ACCOUNT TO GJ-EN-ACCOUNT.
           MOVE 'D' TO GJ-EN-DR-CR.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-LINE-NO.
           MOVE WS-LINE-NO TO GJ-EN-LINE-NO.
           MOVE WS-PAIR-CREDIT-ACCOUNT TO GJ-EN-ACCOUNT.
           MOVE 'C' TO GJ-EN-DR-CR.
           WRITE GL-JOURNAL-RECORD.
           ADD 2 TO WS-ENTRY-COUNT.
           MOVE WS-PAIR-AMOUNT TO WS-PRINT-AMOUNT.
           DISPLAY WS-TBL-LG-CODE(WS-LED-IDX) "  DR "
                   WS-PAIR-DEBIT-ACCOUNT "  CR "
                   WS-PAIR-CREDIT-ACCOUNT " " WS-PRINT-AMOUNT
                   WITH NO ADVANCING.
           IF PAIR-UNMAPPED
               DISPLAY "  (suspense)"
           ELSE
               DISPLAY " "
           END-IF.

       DISPLAY-JOURNAL-SUMMARY.
           DISPLAY " ".
           DISPLAY "Journal written to " WS-JOURNAL-FILENAME.
           MOVE WS-ENTRY-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Entries          : " WS-PRINT-COUNT.
           MOVE WS-SUSPENSE-COUNT TO WS-PRINT-COUNT.
           DISPLAY "Codes to suspense: " WS-PRINT-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-PRINT-AMOUNT.
           DISPLAY "Total debits     : " WS-PRINT-AMOUNT.
           MOVE WS-CREDIT-TOTAL TO WS-PRINT-AMOUNT.
           DISPLAY "Total credits    : " WS-PRINT-AMOUNT.
           DISPLAY "Journal balances and ties to the control record.".
