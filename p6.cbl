        05 WS-COUNT-UNACKED     PIC 9(5) VALUE 0.
        05 WS-COUNT-NEVER-SENT  PIC 9(5) VALUE 0.
        05 WS-COUNT-REEXTRACT   PIC 9(5) VALUE 0.
        05 WS-COUNT-HELD        PIC 9(5) VALUE 0.

     01 WS-REPORT-HEADER-1      PIC X(100) VALUE
        "REGISTRAR ACKNOWLEDGMENT RECONCILIATION REPORT".
     01 WS-SENT-DISP            PIC ZZZZ9.
     01 WS-CONFIRMED-DISP       PIC ZZZZ9.
     01 WS-REJECTED-DISP        PIC ZZZZ9.
     01 WS-HELD-DISP            PIC ZZZZ9.
     01 WS-UNACKED-DISP         PIC ZZZZ9.
     01 WS-NEVER-SENT-DISP      PIC ZZZZ9.
     01 WS-REEXTRACT-DISP       PIC ZZZZ9.
     WRITE RECONCILE-REPORT-LINE FROM WS-SECTION-UNACKED.
     PERFORM VARYING EX-IDX FROM 1 BY 1
             UNTIL EX-IDX > WS-EXTRACT-COUNT
         IF WS-ET-ACKED-SW(EX-IDX) = 'N'
            AND WS-ET-POSTING-STATUS(EX-IDX) = 'H'
            ADD 1 TO WS-COUNT-HELD
         END-IF
         IF WS-ET-ACKED-SW(EX-IDX) = 'N'
            AND WS-ET-POSTING-STATUS(EX-IDX) NOT = 'C'
            AND WS-ET-POSTING-STATUS(EX-IDX) NOT = 'H'
            ADD 1 TO WS-COUNT-UNACKED
            MOVE WS-ET-STUDENT-ID(EX-IDX) TO WS-RD-STUDENT-ID
            MOVE WS-ET-TERM-CODE(EX-IDX) TO WS-RD-TERM-CODE
     PERFORM VARYING EX-IDX FROM 1 BY 1
             UNTIL EX-IDX > WS-EXTRACT-COUNT
         IF WS-ET-POSTING-STATUS(EX-IDX) NOT = 'C'
            AND WS-ET-POSTING-STATUS(EX-IDX) NOT = 'H'
            ADD 1 TO WS-COUNT-REEXTRACT
            MOVE WS-ET-STUDENT-ID(EX-IDX) TO REX-STUDENT-ID
            MOVE WS-ET-TERM-CODE(EX-IDX) TO REX-TERM-CODE
     MOVE WS-COUNT-UNACKED TO WS-UNACKED-DISP.
     MOVE WS-COUNT-NEVER-SENT TO WS-NEVER-SENT-DISP.
     MOVE WS-COUNT-REEXTRACT TO WS-REEXTRACT-DISP.
     MOVE WS-COUNT-HELD TO WS-HELD-DISP.
     WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "SENT:" WS-SENT-DISP
            "  RE-EXTRACT:" WS-REEXTRACT-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE RECONCILE-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "HELD:" WS-HELD-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE RECONCILE-REPORT-LINE FROM WS-TRAILER-LINE.
