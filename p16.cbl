     SELECT TERM-CLOSE-REPORT-FILE ASSIGN TO "TERMRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTORY.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS GH-HISTORY-KEY
         FILE STATUS IS WS-HISTORY-FILE-STATUS.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RC-CONTROL-KEY
         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  TERM-CONTROL-FILE.
        88 TC-TERM-OPEN             VALUE 'O'.
        88 TC-TERM-CLOSING          VALUE 'C'.
        88 TC-TERM-CLOSED           VALUE 'X'.
     05 TC-INCOMPLETE-DEADLINE  PIC 9(8).
     05 TC-MIN-ATTENDANCE       PIC 999.
 FD  REGISTRAR-EXTRACT-FILE.
 01  REGISTRAR-EXTRACT-RECORD.
     05 REG-STUDENT-ID           PIC X(9).
     05 REG-POSTING-STATUS       PIC X.
 FD  TERM-CLOSE-REPORT-FILE.
 01  TERM-CLOSE-REPORT-LINE     PIC X(100).
 FD  GRADE-HISTORY-FILE.
 01  GRADE-HISTORY-RECORD.
     05 GH-HISTORY-KEY.
        10 GH-STUDENT-ID        PIC X(9).
        10 GH-TERM-CODE         PIC X(6).
     05 GH-MARK-A               PIC 999.
     05 GH-MARK-B               PIC 999.
     05 GH-MARK-C               PIC 999.
     05 GH-MARK-D               PIC 999.
     05 GH-MARK-E               PIC 999.
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
 FD  RUN-CONTROL-FILE.
 01  RUN-CONTROL-RECORD.
     05 RC-CONTROL-KEY.
        10 RC-TERM-CODE         PIC X(6).
        10 RC-PROGRAM-ID        PIC X(5).
     05 RC-STATUS               PIC X.
        88 RC-RUN-STARTED           VALUE 'S'.
        88 RC-RUN-COMPLETE          VALUE 'C'.
        88 RC-RUN-FAILED            VALUE 'F'.
     05 RC-START-DATE           PIC 9(8).
     05 RC-START-TIME           PIC 9(6).
     05 RC-END-DATE             PIC 9(8).
     05 RC-END-TIME             PIC 9(6).
     05 RC-RECORD-COUNT         PIC 9(6).
     05 RC-BALANCE-SW           PIC X.
 WORKING-STORAGE SECTION.
     01 WS-TERMCTL-FILE-STATUS  PIC XX.
     01 WS-EXTRACT-FILE-STATUS  PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
     01 WS-RUNCTL-FILE-STATUS   PIC XX.
     01 WS-HISTORY-EOF-SW       PIC X VALUE 'N'.
        88 WS-HISTORY-EOF             VALUE 'Y'.
     01 WS-TERMCTL-EOF-SW       PIC X VALUE 'N'.
        88 WS-TERMCTL-EOF             VALUE 'Y'.
     01 WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88 WS-EXTRACT-EOF             VALUE 'Y'.
     01 WS-TERM-FOUND-SW        PIC X VALUE 'N'.
        88 WS-TERM-FOUND              VALUE 'Y'.
     01 WS-RECON-STATE          PIC X VALUE SPACE.
        88 WS-RECON-MISSING           VALUE 'M'.
        88 WS-RECON-BALANCED          VALUE 'B'.
        88 WS-RECON-UNBALANCED        VALUE 'U'.
        88 WS-RECON-OUT-OF-DATE       VALUE 'O'.
     01 WS-RECON-STAMP          PIC 9(14) VALUE 0.
     01 WS-GRADING-STAMP        PIC 9(14) VALUE 0.

     01 WS-TERM-TABLE.
        05 WS-TERM-ENTRY OCCURS 50 TIMES INDEXED BY TC-IDX.
           10 WS-TC-NEW-STATUS  PIC X.
           10 WS-TC-EXTRACT-ROWS PIC 9(6).
           10 WS-TC-CONFIRMED-ROWS PIC 9(6).
           10 WS-TC-INCOMPLETE-ROWS PIC 9(6).
           10 WS-TC-INCOMPLETE-DEADLINE PIC 9(8).
           10 WS-TC-MIN-ATTENDANCE PIC 999.
     01 WS-TERM-COUNT           PIC 9(3) VALUE 0.
     01 WS-TERM-TABLE-MAX       PIC 9(3) VALUE 50.
     01 WS-TERM-SUB             PIC 9(3) VALUE 0.
        "TERM CLOSE CONTROL REPORT".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-COLUMN-HEADER        PIC X(100) VALUE
        "TERM    OLD  EXTRACT  CONFIRMED  INCOMPL  NEW  DISPOSITION".

     01 WS-TERM-DETAIL.
        05 WS-TD-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-TD-CONFIRMED-ROWS PIC ZZZZZ9.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-TD-INCOMPLETE-ROWS PIC ZZZZZ9.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-TD-NEW-STATUS     PIC X.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-TD-MESSAGE        PIC X(45).
     END-IF.
     WRITE TERM-CLOSE-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE TERM-CLOSE-REPORT-LINE FROM WS-REPORT-HEADER-2.
     OPEN INPUT RUN-CONTROL-FILE.
     IF WS-RUNCTL-FILE-STATUS NOT = "00"
        DISPLAY "PROG16 ERROR: UNABLE TO OPEN RUN-CONTROL-FILE, "
            "STATUS=" WS-RUNCTL-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM 0045-LOAD-TERM-TABLE.
     PERFORM 1000-TALLY-EXTRACT-ROWS.
     PERFORM 1200-TALLY-INCOMPLETE-GRADES.
     WRITE TERM-CLOSE-REPORT-LINE FROM WS-COLUMN-HEADER.
     PERFORM VARYING TC-IDX FROM 1 BY 1
             UNTIL TC-IDX > WS-TERM-COUNT
     END-PERFORM.
     PERFORM 3000-REWRITE-TERM-CONTROL.
     PERFORM 4000-WRITE-TRAILER.
     CLOSE TERM-CLOSE-REPORT-FILE RUN-CONTROL-FILE.
     STOP RUN.

 0045-LOAD-TERM-TABLE.
        MOVE TC-STATUS TO WS-TC-NEW-STATUS(WS-TERM-SUB)
        MOVE 0 TO WS-TC-EXTRACT-ROWS(WS-TERM-SUB)
        MOVE 0 TO WS-TC-CONFIRMED-ROWS(WS-TERM-SUB)
        MOVE 0 TO WS-TC-INCOMPLETE-ROWS(WS-TERM-SUB)
        IF TC-INCOMPLETE-DEADLINE IS NUMERIC
           MOVE TC-INCOMPLETE-DEADLINE
               TO WS-TC-INCOMPLETE-DEADLINE(WS-TERM-SUB)
        ELSE
           MOVE 0 TO WS-TC-INCOMPLETE-DEADLINE(WS-TERM-SUB)
        END-IF
        IF TC-MIN-ATTENDANCE IS NUMERIC
           MOVE TC-MIN-ATTENDANCE TO WS-TC-MIN-ATTENDANCE(WS-TERM-SUB)
        ELSE
           MOVE 0 TO WS-TC-MIN-ATTENDANCE(WS-TERM-SUB)
        END-IF
     END-IF.

 1000-TALLY-EXTRACT-ROWS.
        END-IF
     END-IF.

 1200-TALLY-INCOMPLETE-GRADES.
     OPEN INPUT GRADE-HISTORY-FILE.
     IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "PROG16 ERROR: UNABLE TO OPEN GRADE-HISTORY-FILE, "
            "STATUS=" WS-HISTORY-FILE-STATUS
        STOP RUN
     END-IF.
     MOVE LOW-VALUES TO GH-HISTORY-KEY.
     START GRADE-HISTORY-FILE KEY >= GH-HISTORY-KEY
         INVALID KEY
             MOVE 'Y' TO WS-HISTORY-EOF-SW
     END-START.
     PERFORM UNTIL WS-HISTORY-EOF
         READ GRADE-HISTORY-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-HISTORY-EOF-SW
             NOT AT END
                 IF GH-TERM-GRADE = 'I'
                    PERFORM 1250-TALLY-ONE-INCOMPLETE
                 END-IF
         END-READ
     END-PERFORM.
     CLOSE GRADE-HISTORY-FILE.

 1250-TALLY-ONE-INCOMPLETE.
     PERFORM VARYING TC-IDX FROM 1 BY 1
             UNTIL TC-IDX > WS-TERM-COUNT
         IF WS-TC-TERM-CODE(TC-IDX) = GH-TERM-CODE
            ADD 1 TO WS-TC-INCOMPLETE-ROWS(TC-IDX)
         END-IF
     END-PERFORM.

 2000-DECIDE-TERM-CLOSE.
     MOVE WS-TC-TERM-CODE(TC-IDX) TO WS-TD-TERM-CODE.
     MOVE WS-TC-STATUS(TC-IDX) TO WS-TD-OLD-STATUS.
     MOVE WS-TC-EXTRACT-ROWS(TC-IDX) TO WS-TD-EXTRACT-ROWS.
     MOVE WS-TC-CONFIRMED-ROWS(TC-IDX) TO WS-TD-CONFIRMED-ROWS.
     MOVE WS-TC-INCOMPLETE-ROWS(TC-IDX) TO WS-TD-INCOMPLETE-ROWS.
     PERFORM 2050-CHECK-RECONCILIATION.
     EVALUATE TRUE
         WHEN WS-TC-STATUS(TC-IDX) = 'X'
             MOVE "ALREADY CLOSED" TO WS-TD-MESSAGE
         WHEN WS-TC-STATUS(TC-IDX) NOT = 'C'
             MOVE "NOT MARKED CLOSING - UNCHANGED" TO WS-TD-MESSAGE
         WHEN WS-TC-INCOMPLETE-ROWS(TC-IDX) > 0
             MOVE "INCOMPLETES OUTSTANDING - NOT CLOSED"
                 TO WS-TD-MESSAGE
         WHEN WS-TC-EXTRACT-ROWS(TC-IDX) = 0
             MOVE "NO EXTRACT ROWS - NOT CLOSED" TO WS-TD-MESSAGE
         WHEN WS-TC-CONFIRMED-ROWS(TC-IDX) NOT =
              WS-TC-EXTRACT-ROWS(TC-IDX)
             MOVE "EXTRACT NOT FULLY CONFIRMED - NOT CLOSED"
                 TO WS-TD-MESSAGE
         WHEN WS-RECON-MISSING
             MOVE "NO CONTROL RECONCILIATION - NOT CLOSED"
                 TO WS-TD-MESSAGE
         WHEN WS-RECON-UNBALANCED
             MOVE "CONTROL TOTALS OUT OF BALANCE - NOT CLOSED"
                 TO WS-TD-MESSAGE
         WHEN WS-RECON-OUT-OF-DATE
             MOVE "RECONCILIATION OUT OF DATE - NOT CLOSED"
                 TO WS-TD-MESSAGE
         WHEN OTHER
             MOVE 'X' TO WS-TC-NEW-STATUS(TC-IDX)
             ADD 1 TO WS-COUNT-TERMS-CLOSED
     MOVE WS-TC-NEW-STATUS(TC-IDX) TO WS-TD-NEW-STATUS.
     WRITE TERM-CLOSE-REPORT-LINE FROM WS-TERM-DETAIL.

 2050-CHECK-RECONCILIATION.
     MOVE 'M' TO WS-RECON-STATE.
     MOVE 0 TO WS-RECON-STAMP WS-GRADING-STAMP.
     MOVE WS-TC-TERM-CODE(TC-IDX) TO RC-TERM-CODE.
     MOVE "RECON" TO RC-PROGRAM-ID.
     READ RUN-CONTROL-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             EVALUATE TRUE
                 WHEN RC-BALANCE-SW = 'O'
                     MOVE 'O' TO WS-RECON-STATE
                 WHEN RC-RUN-COMPLETE AND RC-BALANCE-SW = 'Y'
                     MOVE 'B' TO WS-RECON-STATE
                     COMPUTE WS-RECON-STAMP =
                         RC-END-DATE * 1000000 + RC-END-TIME
                 WHEN OTHER
                     MOVE 'U' TO WS-RECON-STATE
             END-EVALUATE
     END-READ.
     IF WS-RECON-BALANCED
        MOVE WS-TC-TERM-CODE(TC-IDX) TO RC-TERM-CODE
        MOVE "PROG1" TO RC-PROGRAM-ID
        READ RUN-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE WS-GRADING-STAMP =
                    RC-END-DATE * 1000000 + RC-END-TIME
        END-READ
        MOVE "*ALL*" TO RC-TERM-CODE
        MOVE "PROG5" TO RC-PROGRAM-ID
        READ RUN-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RC-END-DATE * 1000000 + RC-END-TIME
                   > WS-GRADING-STAMP
                   COMPUTE WS-GRADING-STAMP =
                       RC-END-DATE * 1000000 + RC-END-TIME
                END-IF
        END-READ
        IF WS-GRADING-STAMP > WS-RECON-STAMP
           MOVE 'O' TO WS-RECON-STATE
        END-IF
     END-IF.

 3000-REWRITE-TERM-CONTROL.
     OPEN OUTPUT TERM-CONTROL-FILE.
     IF WS-TERMCTL-FILE-STATUS NOT = "00"
             UNTIL TC-IDX > WS-TERM-COUNT
         MOVE WS-TC-TERM-CODE(TC-IDX) TO TC-TERM-CODE
         MOVE WS-TC-NEW-STATUS(TC-IDX) TO TC-STATUS
         MOVE WS-TC-INCOMPLETE-DEADLINE(TC-IDX)
             TO TC-INCOMPLETE-DEADLINE
         MOVE WS-TC-MIN-ATTENDANCE(TC-IDX) TO TC-MIN-ATTENDANCE
         WRITE TERM-CONTROL-RECORD
     END-PERFORM.
     CLOSE TERM-CONTROL-FILE.
