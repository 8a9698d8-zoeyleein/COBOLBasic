           05 RW-SEQ                 PIC 9(6).
           05 RW-REC-TYPE            PIC X.
           05 RW-ORIG-SEQ            PIC 9(6).
           05 RW-RESPONDENT-NO       PIC 9(8).
           05 RW-ORIG-DATE           PIC 9(8).

       01 WS-OPER-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-OPER-TABLE.
               ELSE
                   MOVE ZERO TO RM-ORIG-SEQ
               END-IF
               IF RW-ORIG-DATE IS NUMERIC
                       AND RW-ORIG-DATE NOT = ZERO
                   MOVE RW-ORIG-DATE TO RM-ORIG-DATE
               ELSE
                   IF RM-REC-TYPE = 'O'
                       MOVE ZERO TO RM-ORIG-DATE
                   ELSE
                       MOVE WS-DAY-DATE TO RM-ORIG-DATE
                   END-IF
               END-IF
               MOVE WS-OPER-HOLD TO RM-OPERATOR
               IF RW-RESPONDENT-NO IS NUMERIC
                   MOVE RW-RESPONDENT-NO TO RM-RESPONDENT-NO
               ELSE
                   MOVE ZERO TO RM-RESPONDENT-NO
               END-IF
               WRITE MASTER-RECORD
                   INVALID KEY
                       REWRITE MASTER-RECORD
