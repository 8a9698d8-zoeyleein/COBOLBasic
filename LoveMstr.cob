           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY "Usage: LoveMstr [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-RUN-YYYYMMDD
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " WS-MASTER-FILENAME
                       " - status " WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " WS-RESPONSE-FILENAME
                       " - status " WS-RESPONSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
               ELSE
                   MOVE ZERO TO RM-ORIG-SEQ
               END-IF
               IF RR-ORIG-DATE IS NUMERIC
                       AND RR-ORIG-DATE NOT = ZERO
                   MOVE RR-ORIG-DATE TO RM-ORIG-DATE
               ELSE
                   IF RM-REC-TYPE = 'O'
                       MOVE ZERO TO RM-ORIG-DATE
                   ELSE
                       MOVE WS-RUN-YYYYMMDD TO RM-ORIG-DATE
                   END-IF
               END-IF
               MOVE WS-OPER-HOLD TO RM-OPERATOR
               IF RR-RESPONDENT-NO IS NUMERIC
                   MOVE RR-RESPONDENT-NO TO RM-RESPONDENT-NO
               ELSE
                   MOVE ZERO TO RM-RESPONDENT-NO
               END-IF
               WRITE MASTER-RECORD
                   INVALID KEY
                       REWRITE MASTER-RECORD
