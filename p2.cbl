         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RC-CONTROL-KEY
         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
     SELECT SUBJECT-CATALOG-FILE ASSIGN TO "SUBJCAT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SC-CATALOG-KEY
         FILE STATUS IS WS-CATALOG-FILE-STATUS.
     SELECT CLASS-RANK-FILE ASSIGN TO "CLASSRNK.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CR-RANK-KEY
         FILE STATUS IS WS-RANK-FILE-STATUS.
     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HL-HOLD-KEY
         FILE STATUS IS WS-HOLD-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  TRANSCRIPT-REQUEST-FILE.
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
     05 RC-END-TIME             PIC 9(6).
     05 RC-RECORD-COUNT         PIC 9(6).
     05 RC-BALANCE-SW           PIC X.
 FD  SUBJECT-CATALOG-FILE.
 01  SUBJECT-CATALOG-RECORD.
     05 SC-CATALOG-KEY.
        10 SC-TERM-CODE         PIC X(6).
        10 SC-SUBJECT-SLOT      PIC X.
     05 SC-SUBJECT-CODE         PIC X(8).
     05 SC-SUBJECT-TITLE        PIC X(30).
     05 SC-CREDIT-VALUE         PIC 99.
     05 SC-PASS-MARK            PIC 999.
 FD  CLASS-RANK-FILE.
 01  CLASS-RANK-RECORD.
     05 CR-RANK-KEY.
        10 CR-STUDENT-ID        PIC X(9).
        10 CR-TERM-CODE         PIC X(6).
     05 CR-PROGRAM-OF-STUDY     PIC X(20).
     05 CR-TERM-AVERAGE         PIC 9(3)V99.
     05 CR-PROGRAM-RANK         PIC 9(5).
     05 CR-PROGRAM-COUNT        PIC 9(5).
     05 CR-PROGRAM-PERCENTILE   PIC 9(3)V9.
     05 CR-CAMPUS-RANK          PIC 9(5).
     05 CR-CAMPUS-COUNT         PIC 9(5).
     05 CR-CAMPUS-PERCENTILE    PIC 9(3)V9.
 FD  HOLD-FILE.
 01  HOLD-RECORD.
     05 HL-HOLD-KEY.
        10 HL-STUDENT-ID        PIC X(9).
        10 HL-HOLD-TYPE         PIC X(3).
        10 HL-PLACING-OFFICE    PIC X(8).
     05 HL-DATE-PLACED          PIC 9(8).
     05 HL-DATE-RELEASED        PIC 9(8).
        88 HL-HOLD-ACTIVE           VALUE 0.
 WORKING-STORAGE SECTION.
     01 WS-REQUEST-FILE-STATUS  PIC XX.
     01 WS-PRINT-FILE-STATUS    PIC XX.
     01 WS-RUN-BALANCE-SW       PIC X.
     01 WS-TRANSCRIPT-COUNT     PIC 9(6) VALUE 0.
     01 WS-CURRENT-DATE-TIME    PIC X(21).
     01 WS-CATALOG-FILE-STATUS  PIC XX.
     01 WS-CATALOG-OPEN-SW      PIC X VALUE 'N'.
        88 WS-CATALOG-OPEN            VALUE 'Y'.
     01 WS-RANK-FILE-STATUS     PIC XX.
     01 WS-RANK-OPEN-SW         PIC X VALUE 'N'.
        88 WS-RANK-OPEN               VALUE 'Y'.
     01 WS-HOLD-FILE-STATUS     PIC XX.
     01 WS-HOLD-OPEN-SW         PIC X VALUE 'N'.
        88 WS-HOLD-OPEN               VALUE 'Y'.
     01 WS-HOLD-EOF-SW          PIC X VALUE 'N'.
        88 WS-HOLD-EOF                VALUE 'Y'.
     01 WS-HOLD-ACTIVE-SW       PIC X VALUE 'N'.
        88 WS-HOLD-ACTIVE             VALUE 'Y'.
     01 WS-HELD-TABLE.
        05 WS-HELD-ENTRY OCCURS 500 TIMES.
           10 WS-HT-STUDENT-ID  PIC X(9).
           10 WS-HT-STUDENT-NAME PIC X(25).
           10 WS-HT-HOLD-TYPE   PIC X(3).
           10 WS-HT-PLACING-OFFICE PIC X(8).
           10 WS-HT-DATE-PLACED PIC 9(8).
     01 WS-HELD-COUNT           PIC 9(5) VALUE 0.
     01 WS-HELD-TABLE-MAX       PIC 9(5) VALUE 500.
     01 WS-HELD-SUB             PIC 9(5) VALUE 0.
     01 WS-SUBJECT-LETTERS      PIC X(5) VALUE "ABCDE".
     01 WS-PRINT-TERM-CODE      PIC X(6).
     01 WS-PRINT-FAIL-FLAGS     PIC X(5).
     01 WS-PRINT-DEFER-SLOT     PIC X.
     01 WS-PRINT-MARKS.
        05 WS-PRINT-MARK OCCURS 5 TIMES INDEXED BY PM-IDX
                                PIC 999.

     01 WS-TRANSCRIPT-RULE      PIC X(100) VALUE ALL "=".
     01 WS-STUDENT-HEADER.
        05 WS-TD-FAIL-FLAGS     PIC X(5).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-TD-ARCHIVE-FLAG   PIC X(3).
     01 WS-SUBJECT-LINE.
        05 FILLER               PIC X(9) VALUE SPACES.
        05 WS-SL-SLOT           PIC X.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-SL-SUBJECT-CODE   PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-SL-TITLE          PIC X(30).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 FILLER               PIC X(4) VALUE "CR: ".
        05 WS-SL-CREDITS        PIC Z9.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-SL-MARK           PIC ZZ9.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-SL-RESULT         PIC X(4).
     01 WS-CLASS-POSITION-LINE.
        05 FILLER               PIC X(9) VALUE SPACES.
        05 FILLER               PIC X(16) VALUE "CLASS POSITION: ".
        05 WS-CP-PROGRAM-RANK   PIC ZZZZ9.
        05 FILLER               PIC X(4) VALUE " OF ".
        05 WS-CP-PROGRAM-COUNT  PIC ZZZZ9.
        05 FILLER               PIC X(7) VALUE " PCTL: ".
        05 WS-CP-PROGRAM-PCTL   PIC ZZ9.9.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 FILLER               PIC X(8) VALUE "CAMPUS: ".
        05 WS-CP-CAMPUS-RANK    PIC ZZZZ9.
        05 FILLER               PIC X(4) VALUE " OF ".
        05 WS-CP-CAMPUS-COUNT   PIC ZZZZ9.
        05 FILLER               PIC X(7) VALUE " PCTL: ".
        05 WS-CP-CAMPUS-PCTL    PIC ZZ9.9.
     01 WS-CUMULATIVE-LINE.
        05 FILLER               PIC X(17) VALUE "TERMS COMPLETED: ".
        05 WS-CU-TERMS          PIC ZZ9.
     01 WS-NO-MASTER-LINE       PIC X(40) VALUE
        "NO MASTER RECORD ON FILE".
     01 WS-BLANK-LINE           PIC X(100) VALUE SPACES.
     01 WS-HELD-HEADER-1        PIC X(100) VALUE
        "HELD REQUESTS - TRANSCRIPT NOT ISSUED, ACTIVE HOLD ON FILE".
     01 WS-HELD-COLUMN-HEADER   PIC X(100) VALUE
        "STUDENT    NAME                       TYPE OFFICE    PLACED".
     01 WS-HELD-DETAIL-LINE.
        05 WS-HD-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-HD-STUDENT-NAME   PIC X(25).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-HD-HOLD-TYPE      PIC X(3).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-HD-PLACING-OFFICE PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-HD-DATE-PLACED    PIC 9(8).
     01 WS-NO-HELD-LINE         PIC X(40) VALUE
        "NO REQUESTS HELD".
     01 WS-HELD-TRAILER.
        05 FILLER               PIC X(15) VALUE "REQUESTS HELD: ".
        05 WS-HTR-COUNT         PIC ZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     IF WS-ARCHIVE-FILE-STATUS = "00"
        MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
     END-IF.
     OPEN INPUT SUBJECT-CATALOG-FILE.
     IF WS-CATALOG-FILE-STATUS = "00"
        MOVE 'Y' TO WS-CATALOG-OPEN-SW
     END-IF.
     OPEN INPUT CLASS-RANK-FILE.
     IF WS-RANK-FILE-STATUS = "00"
        MOVE 'Y' TO WS-RANK-OPEN-SW
     END-IF.
     OPEN INPUT HOLD-FILE.
     IF WS-HOLD-FILE-STATUS = "00"
        MOVE 'Y' TO WS-HOLD-OPEN-SW
     END-IF.
     PERFORM 0085-OPEN-RUN-CONTROL.
     PERFORM 3100-STAMP-RUN-START.
     PERFORM UNTIL WS-REQUEST-EOF
                 PERFORM 1000-PRINT-TRANSCRIPT
         END-READ
     END-PERFORM.
     PERFORM 1500-PRINT-HELD-REQUESTS.
     MOVE 'C' TO WS-RUN-END-STATUS.
     MOVE 'Y' TO WS-RUN-BALANCE-SW.
     MOVE WS-TRANSCRIPT-COUNT TO WS-RUN-RECORD-COUNT.
     IF WS-ARCHIVE-OPEN
        CLOSE HISTORY-ARCHIVE-FILE
     END-IF.
     IF WS-CATALOG-OPEN
        CLOSE SUBJECT-CATALOG-FILE
     END-IF.
     IF WS-RANK-OPEN
        CLOSE CLASS-RANK-FILE
     END-IF.
     IF WS-HOLD-OPEN
        CLOSE HOLD-FILE
     END-IF.
     CLOSE TRANSCRIPT-REQUEST-FILE TRANSCRIPT-PRINT-FILE
           GRADE-HISTORY-FILE STUDENT-MASTER-FILE
           STUDENT-DEMOGRAPHIC-FILE RUN-CONTROL-FILE.
        CONTINUE
     ELSE
        MOVE TR-STUDENT-ID TO WS-REQUESTED-ID
        PERFORM 1050-CHECK-ACTIVE-HOLD
        IF WS-HOLD-ACTIVE
           PERFORM 1060-HOLD-REQUEST
        ELSE
           ADD 1 TO WS-TRANSCRIPT-COUNT
           PERFORM 1100-WRITE-STUDENT-HEADER
           PERFORM 1200-PRINT-TERM-HISTORY
           PERFORM 1300-PRINT-CUMULATIVE
           WRITE TRANSCRIPT-LINE FROM WS-BLANK-LINE
        END-IF
     END-IF.

 1050-CHECK-ACTIVE-HOLD.
     MOVE 'N' TO WS-HOLD-ACTIVE-SW.
     IF WS-HOLD-OPEN
        MOVE 'N' TO WS-HOLD-EOF-SW
        MOVE WS-REQUESTED-ID TO HL-STUDENT-ID
        MOVE LOW-VALUES TO HL-HOLD-TYPE HL-PLACING-OFFICE
        START HOLD-FILE KEY >= HL-HOLD-KEY
            INVALID KEY
                MOVE 'Y' TO WS-HOLD-EOF-SW
        END-START
        PERFORM UNTIL WS-HOLD-EOF OR WS-HOLD-ACTIVE
            READ HOLD-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-HOLD-EOF-SW
                NOT AT END
                    IF HL-STUDENT-ID NOT = WS-REQUESTED-ID
                       MOVE 'Y' TO WS-HOLD-EOF-SW
                    ELSE
                       IF HL-HOLD-ACTIVE
                          MOVE 'Y' TO WS-HOLD-ACTIVE-SW
                       END-IF
                    END-IF
            END-READ
        END-PERFORM
     END-IF.

 1060-HOLD-REQUEST.
     IF WS-HELD-COUNT >= WS-HELD-TABLE-MAX
        DISPLAY "PROG2 ERROR: HELD REQUEST TABLE FULL AT "
            WS-HELD-TABLE-MAX " ENTRIES - RUN ABANDONED"
        STOP RUN
     END-IF.
     ADD 1 TO WS-HELD-COUNT.
     MOVE WS-REQUESTED-ID TO WS-HT-STUDENT-ID(WS-HELD-COUNT).
     MOVE HL-HOLD-TYPE TO WS-HT-HOLD-TYPE(WS-HELD-COUNT).
     MOVE HL-PLACING-OFFICE TO WS-HT-PLACING-OFFICE(WS-HELD-COUNT).
     MOVE HL-DATE-PLACED TO WS-HT-DATE-PLACED(WS-HELD-COUNT).
     MOVE WS-REQUESTED-ID TO SD-STUDENT-ID.
     READ STUDENT-DEMOGRAPHIC-FILE
         INVALID KEY
             MOVE "*UNKNOWN*" TO WS-HT-STUDENT-NAME(WS-HELD-COUNT)
         NOT INVALID KEY
             MOVE SD-STUDENT-NAME TO WS-HT-STUDENT-NAME(WS-HELD-COUNT)
     END-READ.

 1100-WRITE-STUDENT-HEADER.
     MOVE WS-REQUESTED-ID TO WS-TH-STUDENT-ID.
     MOVE WS-REQUESTED-ID TO SD-STUDENT-ID.
     MOVE AH-FAIL-FLAGS TO WS-TD-FAIL-FLAGS.
     MOVE "ARC" TO WS-TD-ARCHIVE-FLAG.
     WRITE TRANSCRIPT-LINE FROM WS-TERM-DETAIL-LINE.
     MOVE AH-TERM-CODE TO WS-PRINT-TERM-CODE.
     MOVE AH-MARK-A TO WS-PRINT-MARK(1).
     MOVE AH-MARK-B TO WS-PRINT-MARK(2).
     MOVE AH-MARK-C TO WS-PRINT-MARK(3).
     MOVE AH-MARK-D TO WS-PRINT-MARK(4).
     MOVE AH-MARK-E TO WS-PRINT-MARK(5).
     MOVE AH-FAIL-FLAGS TO WS-PRINT-FAIL-FLAGS.
     MOVE SPACE TO WS-PRINT-DEFER-SLOT.
     PERFORM 1260-WRITE-SUBJECT-LINES.

 1250-WRITE-TERM-LINE.
     MOVE GH-TERM-CODE TO WS-TD-TERM-CODE.
     MOVE GH-FAIL-FLAGS TO WS-TD-FAIL-FLAGS.
     MOVE SPACES TO WS-TD-ARCHIVE-FLAG.
     WRITE TRANSCRIPT-LINE FROM WS-TERM-DETAIL-LINE.
     MOVE GH-TERM-CODE TO WS-PRINT-TERM-CODE.
     MOVE GH-MARK-A TO WS-PRINT-MARK(1).
     MOVE GH-MARK-B TO WS-PRINT-MARK(2).
     MOVE GH-MARK-C TO WS-PRINT-MARK(3).
     MOVE GH-MARK-D TO WS-PRINT-MARK(4).
     MOVE GH-MARK-E TO WS-PRINT-MARK(5).
     MOVE GH-FAIL-FLAGS TO WS-PRINT-FAIL-FLAGS.
     IF GH-TERM-GRADE = 'I'
        MOVE GH-DEFER-SLOT TO WS-PRINT-DEFER-SLOT
     ELSE
        MOVE SPACE TO WS-PRINT-DEFER-SLOT
     END-IF.
     PERFORM 1260-WRITE-SUBJECT-LINES.
     IF WS-RANK-OPEN
        PERFORM 1290-WRITE-CLASS-POSITION
     END-IF.

 1260-WRITE-SUBJECT-LINES.
     IF WS-CATALOG-OPEN
        PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > 5
            PERFORM 1265-WRITE-SUBJECT-LINE
        END-PERFORM
     END-IF.

 1265-WRITE-SUBJECT-LINE.
     MOVE WS-SUBJECT-LETTERS(PM-IDX:1) TO WS-SL-SLOT.
     MOVE WS-PRINT-TERM-CODE TO SC-TERM-CODE.
     MOVE WS-SUBJECT-LETTERS(PM-IDX:1) TO SC-SUBJECT-SLOT.
     READ SUBJECT-CATALOG-FILE
         INVALID KEY
             MOVE SPACES TO WS-SL-SUBJECT-CODE
             MOVE "NOT ON SUBJECT CATALOG" TO WS-SL-TITLE
             MOVE 0 TO WS-SL-CREDITS
         NOT INVALID KEY
             MOVE SC-SUBJECT-CODE TO WS-SL-SUBJECT-CODE
             MOVE SC-SUBJECT-TITLE TO WS-SL-TITLE
             MOVE SC-CREDIT-VALUE TO WS-SL-CREDITS
     END-READ.
     MOVE WS-PRINT-MARK(PM-IDX) TO WS-SL-MARK.
     EVALUATE TRUE
         WHEN WS-PRINT-DEFER-SLOT = WS-SUBJECT-LETTERS(PM-IDX:1)
             MOVE "INC" TO WS-SL-RESULT
         WHEN WS-PRINT-FAIL-FLAGS(PM-IDX:1) = SPACE
             MOVE "PASS" TO WS-SL-RESULT
         WHEN OTHER
             MOVE "FAIL" TO WS-SL-RESULT
     END-EVALUATE.
     WRITE TRANSCRIPT-LINE FROM WS-SUBJECT-LINE.

 1290-WRITE-CLASS-POSITION.
     MOVE GH-STUDENT-ID TO CR-STUDENT-ID.
     MOVE GH-TERM-CODE TO CR-TERM-CODE.
     READ CLASS-RANK-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE CR-PROGRAM-RANK TO WS-CP-PROGRAM-RANK
             MOVE CR-PROGRAM-COUNT TO WS-CP-PROGRAM-COUNT
             MOVE CR-PROGRAM-PERCENTILE TO WS-CP-PROGRAM-PCTL
             MOVE CR-CAMPUS-RANK TO WS-CP-CAMPUS-RANK
             MOVE CR-CAMPUS-COUNT TO WS-CP-CAMPUS-COUNT
             MOVE CR-CAMPUS-PERCENTILE TO WS-CP-CAMPUS-PCTL
             WRITE TRANSCRIPT-LINE FROM WS-CLASS-POSITION-LINE
     END-READ.

 1300-PRINT-CUMULATIVE.
     MOVE 'N' TO WS-MASTER-FOUND-SW.
     ELSE
        WRITE TRANSCRIPT-LINE FROM WS-NO-MASTER-LINE
     END-IF.

 1500-PRINT-HELD-REQUESTS.
     WRITE TRANSCRIPT-LINE FROM WS-TRANSCRIPT-RULE.
     WRITE TRANSCRIPT-LINE FROM WS-HELD-HEADER-1.
     WRITE TRANSCRIPT-LINE FROM WS-HELD-COLUMN-HEADER.
     IF WS-HELD-COUNT = 0
        WRITE TRANSCRIPT-LINE FROM WS-NO-HELD-LINE
     END-IF.
     PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
             UNTIL WS-HELD-SUB > WS-HELD-COUNT
         MOVE WS-HT-STUDENT-ID(WS-HELD-SUB) TO WS-HD-STUDENT-ID
         MOVE WS-HT-STUDENT-NAME(WS-HELD-SUB) TO WS-HD-STUDENT-NAME
         MOVE WS-HT-HOLD-TYPE(WS-HELD-SUB) TO WS-HD-HOLD-TYPE
         MOVE WS-HT-PLACING-OFFICE(WS-HELD-SUB) TO WS-HD-PLACING-OFFICE
         MOVE WS-HT-DATE-PLACED(WS-HELD-SUB) TO WS-HD-DATE-PLACED
         WRITE TRANSCRIPT-LINE FROM WS-HELD-DETAIL-LINE
     END-PERFORM.
     MOVE WS-HELD-COUNT TO WS-HTR-COUNT.
     WRITE TRANSCRIPT-LINE FROM WS-HELD-TRAILER.
