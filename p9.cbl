     05 GH-TERM-AVERAGE         PIC 9(3)V99.
     05 GH-TERM-GRADE           PIC X.
     05 GH-FAIL-FLAGS           PIC X(5).
     05 GH-DEFER-SLOT           PIC X.
     05 GH-RAW-MARKS.
        10 GH-RAW-MARK-A        PIC 999.
        10 GH-RAW-MARK-B        PIC 999.
        10 GH-RAW-MARK-C        PIC 999.
        10 GH-RAW-MARK-D        PIC 999.
        10 GH-RAW-MARK-E        PIC 999.
 FD  STUDENT-MASTER-FILE.
 01  STUDENT-MASTER-RECORD.
     05 SMR-STUDENT-ID          PIC X(9).
     PERFORM 1200-ACCUMULATE-HISTORY-TERM.

 1200-ACCUMULATE-HISTORY-TERM.
     IF GH-TERM-GRADE = 'W' OR GH-TERM-GRADE = 'I'
        CONTINUE
     ELSE
        ADD 1 TO WS-HIST-TERM-COUNT
         NOT INVALID KEY
             MOVE 'Y' TO WS-MASTER-FOUND-SW
     END-READ.
     EVALUATE TRUE
         WHEN WS-MASTER-FOUND
             PERFORM 1400-COMPARE-MASTER-TO-HISTORY
         WHEN WS-HIST-TERM-COUNT = 0
             CONTINUE
         WHEN OTHER
             ADD 1 TO WS-COUNT-NO-MASTER
             MOVE WS-CURRENT-STUDENT-ID TO WS-EX-STUDENT-ID
             MOVE "GRADE HISTORY WITH NO MASTER RECORD" TO WS-EX-MESSAGE
             WRITE VERIFY-REPORT-LINE FROM WS-EXCEPTION-LINE
     END-EVALUATE.

 1350-CHECK-DEMOGRAPHIC.
     MOVE WS-CURRENT-STUDENT-ID TO SD-STUDENT-ID.
