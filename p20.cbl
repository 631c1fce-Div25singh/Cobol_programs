 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG20.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RECON-PARM-FILE ASSIGN TO "RECPARM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-FILE-STATUS.
     SELECT RECON-REPORT-FILE ASSIGN TO "BALRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT STUDENT-MARKS-FILE ASSIGN TO "STUDENT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-STUDENT-FILE-STATUS.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RC-CONTROL-KEY
         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTORY.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS GH-HISTORY-KEY
         FILE STATUS IS WS-HISTORY-FILE-STATUS.
     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT RESIT-ELIGIBILITY-FILE ASSIGN TO "RESITEL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RESIT-FILE-STATUS.
     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-FILE-STATUS.
     SELECT EXTRACT-SORT-FILE ASSIGN TO "SORTEXTR".
     SELECT RESIT-SORT-FILE ASSIGN TO "SORTRESI".
 DATA DIVISION.
 FILE SECTION.
 FD  RECON-PARM-FILE.
 01  RECON-PARM-RECORD.
     05 RP-TERM-CODE            PIC X(6).
 FD  RECON-REPORT-FILE.
 01  RECON-REPORT-LINE          PIC X(100).
 FD  STUDENT-MARKS-FILE.
 01  STUDENT-MARKS-RECORD.
     05 SM-RECORD-TYPE          PIC X.
        88 SM-HEADER-RECORD         VALUE 'H'.
        88 SM-DETAIL-RECORD         VALUE 'D'.
        88 SM-TRAILER-RECORD        VALUE 'T'.
     05 SM-DETAIL-FIELDS.
        10 SM-STUDENT-ID        PIC X(9).
        10 SM-TERM-CODE         PIC X(6).
        10 SM-MARK-A            PIC 999.
        10 SM-MARK-B            PIC 999.
        10 SM-MARK-C            PIC 999.
        10 SM-MARK-D            PIC 999.
        10 SM-MARK-E            PIC 999.
     05 SM-BATCH-FIELDS REDEFINES SM-DETAIL-FIELDS.
        10 SM-BATCH-NUMBER      PIC 9(6).
        10 SM-BATCH-TERM-CODE   PIC X(6).
        10 SM-BATCH-RECORD-COUNT PIC 9(6).
        10 SM-BATCH-HASH-TOTAL  PIC 9(9).
        10 FILLER               PIC X(3).
     05 SM-DEFER-SLOT           PIC X.
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
 FD  REGISTRAR-EXTRACT-FILE.
 01  REGISTRAR-EXTRACT-RECORD.
     05 REG-STUDENT-ID           PIC X(9).
     05 REG-TERM-CODE            PIC X(6).
     05 REG-FINAL-GRADE          PIC X.
     05 REG-RECORD-FLAG          PIC X.
     05 REG-STUDENT-NAME         PIC X(25).
     05 REG-POSTING-STATUS       PIC X.
 FD  RESIT-ELIGIBILITY-FILE.
 01  RESIT-ELIGIBILITY-RECORD.
     05 RE-STUDENT-ID            PIC X(9).
     05 RE-TERM-CODE             PIC X(6).
     05 RE-FAIL-FLAGS            PIC X(5).
     05 RE-MARK-A                PIC 999.
     05 RE-MARK-B                PIC 999.
     05 RE-MARK-C                PIC 999.
     05 RE-MARK-D                PIC 999.
     05 RE-MARK-E                PIC 999.
     05 RE-TERM-AVERAGE          PIC 9(3)V99.
     05 RE-TERM-GRADE            PIC X.
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 SD  EXTRACT-SORT-FILE.
 01  EXTRACT-SORT-RECORD.
     05 ES-STUDENT-ID           PIC X(9).
     05 ES-FINAL-GRADE          PIC X.
     05 ES-RECORD-FLAG          PIC X.
 SD  RESIT-SORT-FILE.
 01  RESIT-SORT-RECORD.
     05 RSS-RECORD-KEY          PIC X(41).
 WORKING-STORAGE SECTION.
     01 WS-PARM-FILE-STATUS     PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-STUDENT-FILE-STATUS  PIC XX.
     01 WS-RUNCTL-FILE-STATUS   PIC XX.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
     01 WS-EXTRACT-FILE-STATUS  PIC XX.
     01 WS-RESIT-FILE-STATUS    PIC XX.
     01 WS-AUDIT-FILE-STATUS    PIC XX.
     01 WS-STUDENT-EOF-SW       PIC X VALUE 'N'.
        88 WS-STUDENT-EOF             VALUE 'Y'.
     01 WS-HISTORY-EOF-SW       PIC X VALUE 'N'.
        88 WS-HISTORY-EOF             VALUE 'Y'.
     01 WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88 WS-EXTRACT-EOF             VALUE 'Y'.
     01 WS-RESIT-EOF-SW         PIC X VALUE 'N'.
        88 WS-RESIT-EOF               VALUE 'Y'.
     01 WS-AUDIT-EOF-SW         PIC X VALUE 'N'.
        88 WS-AUDIT-EOF               VALUE 'Y'.
     01 WS-SORT-EOF-SW          PIC X VALUE 'N'.
        88 WS-SORT-EOF                VALUE 'Y'.
     01 WS-RC-FOUND-SW          PIC X VALUE 'N'.
        88 WS-RC-FOUND                VALUE 'Y'.
     01 WS-RUN-STAMPED-SW       PIC X VALUE 'N'.
        88 WS-RUN-STAMPED             VALUE 'Y'.
     01 WS-CURRENT-DATE-TIME    PIC X(21).
     01 WS-RECON-TERM-CODE      PIC X(6) VALUE SPACES.
     01 WS-RECON-PROGRAM-ID     PIC X(5) VALUE "RECON".

     01 WS-STUDENT-DATA-SW      PIC X VALUE 'N'.
        88 WS-STUDENT-DATA-OK         VALUE 'Y'.
     01 WS-STUDENT-TRAILER-SW   PIC X VALUE 'N'.
        88 WS-STUDENT-TRAILER-SEEN    VALUE 'Y'.
     01 WS-STUDENT-BATCH-TERM   PIC X(6) VALUE SPACES.
     01 WS-TRAILER-RECORD-COUNT PIC 9(6) VALUE 0.
     01 WS-TRAILER-HASH-TOTAL   PIC 9(9) VALUE 0.
     01 WS-DETAIL-RECORD-COUNT  PIC 9(6) VALUE 0.
     01 WS-DETAIL-HASH-TOTAL    PIC 9(9) VALUE 0.

     01 WS-PROG0-FOUND-SW       PIC X VALUE 'N'.
        88 WS-PROG0-FOUND             VALUE 'Y'.
     01 WS-PROG0-CLEAN-SW       PIC X VALUE 'N'.
        88 WS-PROG0-CLEAN             VALUE 'Y'.
     01 WS-PROG0-RECORD-COUNT   PIC 9(6) VALUE 0.
     01 WS-PROG1-FOUND-SW       PIC X VALUE 'N'.
        88 WS-PROG1-FOUND             VALUE 'Y'.
     01 WS-PROG1-CLEAN-SW       PIC X VALUE 'N'.
        88 WS-PROG1-CLEAN             VALUE 'Y'.
     01 WS-PROG1-RECORD-COUNT   PIC 9(6) VALUE 0.
     01 WS-PROG1-RUN-DATE       PIC 9(8) VALUE 0.
     01 WS-PROG1-END-STAMP      PIC 9(14) VALUE 0.

     01 WS-STAMP-PROGRAM-LIST   PIC X(25)
        VALUE "PROG2PROG3PROG4PROG5PROG6".
     01 WS-STAMP-PROGRAMS REDEFINES WS-STAMP-PROGRAM-LIST.
        05 WS-STAMP-PROGRAM-ID  PIC X(5) OCCURS 5 TIMES.
     01 WS-STAMP-TABLE.
        05 WS-STAMP-ENTRY OCCURS 5 TIMES.
           10 WS-ST-FOUND-SW    PIC X.
              88 WS-ST-FOUND          VALUE 'Y'.
           10 WS-ST-STATUS      PIC X.
           10 WS-ST-BALANCE-SW  PIC X.
           10 WS-ST-RECORD-COUNT PIC 9(6).
           10 WS-ST-END-STAMP   PIC 9(14).
     01 WS-STAMP-SUB            PIC 9 VALUE 0.
     01 WS-RESIT-STAMP-SUB      PIC 9 VALUE 4.

     01 WS-AUDIT-GRADING-LINES  PIC 9(7) VALUE 0.
     01 WS-HISTORY-TERM-ROWS    PIC 9(7) VALUE 0.
     01 WS-EXTRACT-TERM-ROWS    PIC 9(7) VALUE 0.
     01 WS-EXTRACT-UNCONFIRMED  PIC 9(7) VALUE 0.
     01 WS-EXTRACT-CONFIRMED    PIC 9(7) VALUE 0.
     01 WS-EXTRACT-REJECTED     PIC 9(7) VALUE 0.
     01 WS-EXTRACT-HELD         PIC 9(7) VALUE 0.
     01 WS-EXTRACT-STUDENTS     PIC 9(7) VALUE 0.
     01 WS-DUPLICATE-POSTINGS   PIC 9(7) VALUE 0.
     01 WS-RESIT-TERM-ROWS      PIC 9(7) VALUE 0.
     01 WS-RESIT-DUPLICATES     PIC 9(7) VALUE 0.
     01 WS-EXTRACT-RESIT-ROWS   PIC 9(7) VALUE 0.
     01 WS-PREV-STUDENT-ID      PIC X(9) VALUE LOW-VALUES.
     01 WS-STUDENT-LATEST-GRADE PIC X VALUE SPACE.
     01 WS-STUDENT-ORIGINALS    PIC 9(3) VALUE 0.
     01 WS-PREV-RESIT-KEY       PIC X(41) VALUE LOW-VALUES.

     01 WS-GRADE-LETTERS        PIC X(7) VALUE "ABCDFIW".
     01 WS-GRADE-TABLE.
        05 WS-GRADE-ENTRY OCCURS 8 TIMES INDEXED BY GT-IDX.
           10 WS-GT-EXPECTED    PIC 9(7).
           10 WS-GT-ACTUAL      PIC 9(7).
     01 WS-GRADE-SUB            PIC 9 VALUE 0.
     01 WS-LOOKUP-GRADE         PIC X.

     01 WS-FIGURE-NUMBER        PIC 99 VALUE 0.
     01 WS-FIGURE-NAME          PIC X(40).
     01 WS-FIGURE-EXPECTED      PIC S9(9) VALUE 0.
     01 WS-FIGURE-ACTUAL        PIC S9(9) VALUE 0.
     01 WS-FIGURE-TYPE          PIC X VALUE 'C'.
        88 WS-FIGURE-CONTROL          VALUE 'C'.
        88 WS-FIGURE-INFO             VALUE 'I'.
        88 WS-FIGURE-NO-DATA          VALUE 'N'.
     01 WS-COUNT-FIGURES        PIC 9(3) VALUE 0.
     01 WS-COUNT-OUT-OF-BALANCE PIC 9(3) VALUE 0.

     01 WS-AUDIT-DETAIL.
        05 WS-AU-DATE            PIC 9(8).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-TIME            PIC 9(6).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-STUDENT-ID      PIC X(9).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-MARK-A          PIC X(3).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-MARK-B          PIC X(3).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-MARK-C          PIC X(3).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-MARK-D          PIC X(3).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-MARK-E          PIC X(3).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-AVERAGE         PIC X(6).
        05 FILLER                PIC X VALUE SPACE.
        05 WS-AU-GRADE-STATUS    PIC X(12).
        05 FILLER                PIC X(67) VALUE SPACES.

     01 WS-REPORT-HEADER-1      PIC X(100) VALUE
        "END-OF-CYCLE CONTROL TOTAL RECONCILIATION - SIGN-OFF SHEET".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-TERM-HEADER.
        05 FILLER               PIC X(6) VALUE "TERM: ".
        05 WS-TH-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(14) VALUE "   RUN DATE: ".
        05 WS-TH-RUN-DATE       PIC 9(8).
        05 FILLER               PIC X(20) VALUE "   PROG1 RUN DATE: ".
        05 WS-TH-PROG1-DATE     PIC 9(8).
        05 FILLER               PIC X(38) VALUE SPACES.
     01 WS-COLUMN-HEADER        PIC X(100) VALUE
        "NO  CONTROL FIGURE                             EXPECTED     ACTUAL    VARIANCE  RESULT".

     01 WS-FIGURE-DETAIL.
        05 WS-FD-NUMBER         PIC Z9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-FD-NAME           PIC X(40).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-FD-EXPECTED       PIC ZZZZZZZZ9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-FD-ACTUAL         PIC ZZZZZZZZ9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-FD-VARIANCE       PIC -ZZZZZZZZ9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-FD-RESULT         PIC X(8).

     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-FIGURES-DISP         PIC ZZ9.
     01 WS-OUT-OF-BALANCE-DISP  PIC ZZ9.
     01 WS-SIGN-OFF-LINE        PIC X(100) VALUE
        "EXAMS OFFICER: ____________________   INTERNAL AUDIT: ____________________   DATE: __________".

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     PERFORM 0040-READ-RECON-PARM.
     OPEN OUTPUT RECON-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 ERROR: UNABLE TO OPEN RECON-REPORT-FILE, "
            "STATUS=" WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM 0085-OPEN-RUN-CONTROL.
     PERFORM 3100-STAMP-RUN-START.
     PERFORM 1000-TALLY-STUDENT-FILE.
     PERFORM 1100-READ-RUN-CONTROL-COUNTS.
     PERFORM 1200-TALLY-AUDIT-LOG.
     PERFORM 1300-TALLY-HISTORY.
     SORT EXTRACT-SORT-FILE
         ON ASCENDING KEY ES-STUDENT-ID
         WITH DUPLICATES IN ORDER
         INPUT PROCEDURE IS 1400-RELEASE-EXTRACT-ROWS
         OUTPUT PROCEDURE IS 1500-SUMMARISE-EXTRACT-ROWS.
     SORT RESIT-SORT-FILE
         ON ASCENDING KEY RSS-RECORD-KEY
         INPUT PROCEDURE IS 1600-RELEASE-RESIT-ROWS
         OUTPUT PROCEDURE IS 1700-COUNT-RESIT-DUPLICATES.
     PERFORM 2000-WRITE-SIGN-OFF-SHEET.
     PERFORM 3200-STAMP-RUN-END.
     CLOSE RECON-REPORT-FILE RUN-CONTROL-FILE.
     STOP RUN.

 0040-READ-RECON-PARM.
     OPEN INPUT RECON-PARM-FILE.
     IF WS-PARM-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 ERROR: UNABLE TO OPEN RECON-PARM-FILE, STATUS="
            WS-PARM-FILE-STATUS
        STOP RUN
     END-IF.
     READ RECON-PARM-FILE
         AT END
             DISPLAY "PROG20 ERROR: RECON-PARM-FILE IS EMPTY - "
                 "RUN ABANDONED"
             STOP RUN
     END-READ.
     CLOSE RECON-PARM-FILE.
     IF RP-TERM-CODE = SPACES
        DISPLAY "PROG20 ERROR: NO TERM CODE ON RECON-PARM-FILE - "
            "RUN ABANDONED"
        STOP RUN
     END-IF.
     MOVE RP-TERM-CODE TO WS-RECON-TERM-CODE.

 0085-OPEN-RUN-CONTROL.
     OPEN I-O RUN-CONTROL-FILE.
     IF WS-RUNCTL-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
     END-IF.
     IF WS-RUNCTL-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 ERROR: UNABLE TO OPEN RUN-CONTROL-FILE, STATUS="
            WS-RUNCTL-FILE-STATUS
        STOP RUN
     END-IF.

 1000-TALLY-STUDENT-FILE.
     OPEN INPUT STUDENT-MARKS-FILE.
     IF WS-STUDENT-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 WARNING: STUDENT-MARKS-FILE NOT AVAILABLE, "
            "STATUS=" WS-STUDENT-FILE-STATUS
     ELSE
        PERFORM UNTIL WS-STUDENT-EOF
            READ STUDENT-MARKS-FILE
                AT END
                    MOVE 'Y' TO WS-STUDENT-EOF-SW
                NOT AT END
                    PERFORM 1050-TALLY-STUDENT-RECORD
            END-READ
        END-PERFORM
        CLOSE STUDENT-MARKS-FILE
        IF WS-STUDENT-BATCH-TERM = WS-RECON-TERM-CODE
           AND WS-STUDENT-TRAILER-SEEN
           MOVE 'Y' TO WS-STUDENT-DATA-SW
        ELSE
           DISPLAY "PROG20 WARNING: STUDENT-MARKS-FILE DOES NOT HOLD A "
               "COMPLETE BATCH FOR TERM " WS-RECON-TERM-CODE
        END-IF
     END-IF.

 1050-TALLY-STUDENT-RECORD.
     EVALUATE TRUE
         WHEN SM-HEADER-RECORD
             MOVE SM-BATCH-TERM-CODE TO WS-STUDENT-BATCH-TERM
         WHEN SM-TRAILER-RECORD
             MOVE 'Y' TO WS-STUDENT-TRAILER-SW
             MOVE SM-BATCH-RECORD-COUNT TO WS-TRAILER-RECORD-COUNT
             MOVE SM-BATCH-HASH-TOTAL TO WS-TRAILER-HASH-TOTAL
         WHEN OTHER
             ADD 1 TO WS-DETAIL-RECORD-COUNT
             IF SM-MARK-A IS NUMERIC
                ADD SM-MARK-A TO WS-DETAIL-HASH-TOTAL
             END-IF
             IF SM-MARK-B IS NUMERIC
                ADD SM-MARK-B TO WS-DETAIL-HASH-TOTAL
             END-IF
             IF SM-MARK-C IS NUMERIC
                ADD SM-MARK-C TO WS-DETAIL-HASH-TOTAL
             END-IF
             IF SM-MARK-D IS NUMERIC
                ADD SM-MARK-D TO WS-DETAIL-HASH-TOTAL
             END-IF
             IF SM-MARK-E IS NUMERIC
                ADD SM-MARK-E TO WS-DETAIL-HASH-TOTAL
             END-IF
     END-EVALUATE.

 1100-READ-RUN-CONTROL-COUNTS.
     MOVE WS-RECON-TERM-CODE TO RC-TERM-CODE.
     MOVE "PROG0" TO RC-PROGRAM-ID.
     READ RUN-CONTROL-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-PROG0-FOUND-SW
             MOVE RC-RECORD-COUNT TO WS-PROG0-RECORD-COUNT
             IF RC-RUN-COMPLETE AND RC-BALANCE-SW = 'Y'
                MOVE 'Y' TO WS-PROG0-CLEAN-SW
             END-IF
     END-READ.
     MOVE WS-RECON-TERM-CODE TO RC-TERM-CODE.
     MOVE "PROG1" TO RC-PROGRAM-ID.
     READ RUN-CONTROL-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-PROG1-FOUND-SW
             MOVE RC-RECORD-COUNT TO WS-PROG1-RECORD-COUNT
             MOVE RC-END-DATE TO WS-PROG1-RUN-DATE
             COMPUTE WS-PROG1-END-STAMP =
                 RC-END-DATE * 1000000 + RC-END-TIME
             IF RC-RUN-COMPLETE AND RC-BALANCE-SW = 'Y'
                MOVE 'Y' TO WS-PROG1-CLEAN-SW
             END-IF
     END-READ.
     INITIALIZE WS-STAMP-TABLE.
     PERFORM VARYING WS-STAMP-SUB FROM 1 BY 1 UNTIL WS-STAMP-SUB > 5
         PERFORM 1150-READ-STAMP-ROW
     END-PERFORM.

 1150-READ-STAMP-ROW.
     MOVE "*ALL*" TO RC-TERM-CODE.
     MOVE WS-STAMP-PROGRAM-ID(WS-STAMP-SUB) TO RC-PROGRAM-ID.
     READ RUN-CONTROL-FILE
         INVALID KEY
             MOVE 'N' TO WS-ST-FOUND-SW(WS-STAMP-SUB)
         NOT INVALID KEY
             MOVE 'Y' TO WS-ST-FOUND-SW(WS-STAMP-SUB)
             MOVE RC-STATUS TO WS-ST-STATUS(WS-STAMP-SUB)
             MOVE RC-BALANCE-SW TO WS-ST-BALANCE-SW(WS-STAMP-SUB)
             MOVE RC-RECORD-COUNT TO WS-ST-RECORD-COUNT(WS-STAMP-SUB)
             COMPUTE WS-ST-END-STAMP(WS-STAMP-SUB) =
                 RC-END-DATE * 1000000 + RC-END-TIME
     END-READ.

 1200-TALLY-AUDIT-LOG.
     OPEN INPUT AUDIT-LOG-FILE.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 WARNING: AUDIT-LOG-FILE NOT AVAILABLE, STATUS="
            WS-AUDIT-FILE-STATUS
     ELSE
        PERFORM UNTIL WS-AUDIT-EOF
            READ AUDIT-LOG-FILE
                AT END
                    MOVE 'Y' TO WS-AUDIT-EOF-SW
                NOT AT END
                    PERFORM 1250-TALLY-AUDIT-LINE
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE
     END-IF.

 1250-TALLY-AUDIT-LINE.
     MOVE AUDIT-LOG-LINE TO WS-AUDIT-DETAIL.
     IF WS-PROG1-FOUND AND WS-AU-DATE = WS-PROG1-RUN-DATE
        IF WS-AU-GRADE-STATUS(1:6) = "GRADE-"
           OR WS-AU-GRADE-STATUS(1:10) = "AMD-GRADE-"
           OR WS-AU-GRADE-STATUS(1:8) = "REJECTED"
           ADD 1 TO WS-AUDIT-GRADING-LINES
        END-IF
     END-IF.

 1300-TALLY-HISTORY.
     INITIALIZE WS-GRADE-TABLE.
     OPEN INPUT GRADE-HISTORY-FILE.
     IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 ERROR: UNABLE TO OPEN GRADE-HISTORY-FILE, "
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
                 IF GH-TERM-CODE = WS-RECON-TERM-CODE
                    ADD 1 TO WS-HISTORY-TERM-ROWS
                    MOVE GH-TERM-GRADE TO WS-LOOKUP-GRADE
                    PERFORM 1350-FIND-GRADE-SLOT
                    ADD 1 TO WS-GT-ACTUAL(WS-GRADE-SUB)
                 END-IF
         END-READ
     END-PERFORM.
     CLOSE GRADE-HISTORY-FILE.

 1350-FIND-GRADE-SLOT.
     MOVE 8 TO WS-GRADE-SUB.
     PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > 7
         IF WS-GRADE-LETTERS(GT-IDX:1) = WS-LOOKUP-GRADE
            SET WS-GRADE-SUB TO GT-IDX
         END-IF
     END-PERFORM.

 1400-RELEASE-EXTRACT-ROWS.
     OPEN INPUT REGISTRAR-EXTRACT-FILE.
     IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 ERROR: UNABLE TO OPEN REGISTRAR-EXTRACT-FILE, "
            "STATUS=" WS-EXTRACT-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM UNTIL WS-EXTRACT-EOF
         READ REGISTRAR-EXTRACT-FILE
             AT END
                 MOVE 'Y' TO WS-EXTRACT-EOF-SW
             NOT AT END
                 IF REG-RECORD-FLAG = 'S'
                    ADD 1 TO WS-EXTRACT-RESIT-ROWS
                 END-IF
                 IF REG-TERM-CODE = WS-RECON-TERM-CODE
                    PERFORM 1450-TALLY-EXTRACT-ROW
                 END-IF
         END-READ
     END-PERFORM.
     CLOSE REGISTRAR-EXTRACT-FILE.

 1450-TALLY-EXTRACT-ROW.
     ADD 1 TO WS-EXTRACT-TERM-ROWS.
     EVALUATE REG-POSTING-STATUS
         WHEN 'U'
             ADD 1 TO WS-EXTRACT-UNCONFIRMED
         WHEN 'C'
             ADD 1 TO WS-EXTRACT-CONFIRMED
         WHEN 'R'
             ADD 1 TO WS-EXTRACT-REJECTED
         WHEN 'H'
             ADD 1 TO WS-EXTRACT-HELD
     END-EVALUATE.
     IF REG-RECORD-FLAG NOT = 'G'
        MOVE REG-STUDENT-ID TO ES-STUDENT-ID
        MOVE REG-FINAL-GRADE TO ES-FINAL-GRADE
        MOVE REG-RECORD-FLAG TO ES-RECORD-FLAG
        RELEASE EXTRACT-SORT-RECORD
     END-IF.

 1500-SUMMARISE-EXTRACT-ROWS.
     MOVE 'N' TO WS-SORT-EOF-SW.
     MOVE LOW-VALUES TO WS-PREV-STUDENT-ID.
     PERFORM UNTIL WS-SORT-EOF
         RETURN EXTRACT-SORT-FILE
             AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END
                 PERFORM 1510-SUMMARISE-ONE-ROW
         END-RETURN
     END-PERFORM.
     IF WS-PREV-STUDENT-ID NOT = LOW-VALUES
        PERFORM 1550-END-OF-STUDENT
     END-IF.

 1510-SUMMARISE-ONE-ROW.
     IF ES-STUDENT-ID NOT = WS-PREV-STUDENT-ID
        IF WS-PREV-STUDENT-ID NOT = LOW-VALUES
           PERFORM 1550-END-OF-STUDENT
        END-IF
        MOVE ES-STUDENT-ID TO WS-PREV-STUDENT-ID
        MOVE 0 TO WS-STUDENT-ORIGINALS
     END-IF.
     MOVE ES-FINAL-GRADE TO WS-STUDENT-LATEST-GRADE.
     IF ES-RECORD-FLAG = SPACE AND ES-FINAL-GRADE NOT = 'I'
        ADD 1 TO WS-STUDENT-ORIGINALS
     END-IF.

 1550-END-OF-STUDENT.
     ADD 1 TO WS-EXTRACT-STUDENTS.
     MOVE WS-STUDENT-LATEST-GRADE TO WS-LOOKUP-GRADE.
     PERFORM 1350-FIND-GRADE-SLOT.
     ADD 1 TO WS-GT-EXPECTED(WS-GRADE-SUB).
     IF WS-STUDENT-ORIGINALS > 1
        ADD 1 TO WS-DUPLICATE-POSTINGS
     END-IF.

 1600-RELEASE-RESIT-ROWS.
     OPEN INPUT RESIT-ELIGIBILITY-FILE.
     IF WS-RESIT-FILE-STATUS NOT = "00"
        DISPLAY "PROG20 WARNING: RESIT-ELIGIBILITY-FILE NOT AVAILABLE, "
            "STATUS=" WS-RESIT-FILE-STATUS
     ELSE
        PERFORM UNTIL WS-RESIT-EOF
            READ RESIT-ELIGIBILITY-FILE
                AT END
                    MOVE 'Y' TO WS-RESIT-EOF-SW
                NOT AT END
                    IF RE-TERM-CODE = WS-RECON-TERM-CODE
                       ADD 1 TO WS-RESIT-TERM-ROWS
                       MOVE RESIT-ELIGIBILITY-RECORD TO RSS-RECORD-KEY
                       RELEASE RESIT-SORT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESIT-ELIGIBILITY-FILE
     END-IF.

 1700-COUNT-RESIT-DUPLICATES.
     MOVE 'N' TO WS-SORT-EOF-SW.
     MOVE LOW-VALUES TO WS-PREV-RESIT-KEY.
     PERFORM UNTIL WS-SORT-EOF
         RETURN RESIT-SORT-FILE
             AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END
                 IF RSS-RECORD-KEY = WS-PREV-RESIT-KEY
                    ADD 1 TO WS-RESIT-DUPLICATES
                 END-IF
                 MOVE RSS-RECORD-KEY TO WS-PREV-RESIT-KEY
         END-RETURN
     END-PERFORM.

 2000-WRITE-SIGN-OFF-SHEET.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-RECON-TERM-CODE TO WS-TH-TERM-CODE.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TH-RUN-DATE.
     MOVE WS-PROG1-RUN-DATE TO WS-TH-PROG1-DATE.
     WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE RECON-REPORT-LINE FROM WS-TERM-HEADER.
     WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE RECON-REPORT-LINE FROM WS-COLUMN-HEADER.
     WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER-2.

     MOVE "STUDENT.DAT DETAIL RECORDS" TO WS-FIGURE-NAME.
     MOVE WS-TRAILER-RECORD-COUNT TO WS-FIGURE-EXPECTED.
     MOVE WS-DETAIL-RECORD-COUNT TO WS-FIGURE-ACTUAL.
     PERFORM 2050-SET-STUDENT-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "STUDENT.DAT MARKS HASH TOTAL" TO WS-FIGURE-NAME.
     MOVE WS-TRAILER-HASH-TOTAL TO WS-FIGURE-EXPECTED.
     MOVE WS-DETAIL-HASH-TOTAL TO WS-FIGURE-ACTUAL.
     PERFORM 2050-SET-STUDENT-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "PROG0 RUN COMPLETE AND IN BALANCE" TO WS-FIGURE-NAME.
     MOVE 1 TO WS-FIGURE-EXPECTED.
     MOVE 0 TO WS-FIGURE-ACTUAL.
     IF WS-PROG0-CLEAN
        MOVE 1 TO WS-FIGURE-ACTUAL
     END-IF.
     MOVE 'C' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "PROG0 CLEAN RECORD COUNT (RUNCTL)" TO WS-FIGURE-NAME.
     MOVE WS-TRAILER-RECORD-COUNT TO WS-FIGURE-EXPECTED.
     MOVE WS-PROG0-RECORD-COUNT TO WS-FIGURE-ACTUAL.
     PERFORM 2050-SET-STUDENT-FIGURE-TYPE.
     IF NOT WS-PROG0-FOUND
        MOVE 'N' TO WS-FIGURE-TYPE
     END-IF.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "PROG1 RUN COMPLETE AND IN BALANCE" TO WS-FIGURE-NAME.
     MOVE 1 TO WS-FIGURE-EXPECTED.
     MOVE 0 TO WS-FIGURE-ACTUAL.
     IF WS-PROG1-CLEAN
        MOVE 1 TO WS-FIGURE-ACTUAL
     END-IF.
     MOVE 'C' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "PROG1 RECORDS READ (RUNCTL)" TO WS-FIGURE-NAME.
     MOVE WS-DETAIL-RECORD-COUNT TO WS-FIGURE-EXPECTED.
     MOVE WS-PROG1-RECORD-COUNT TO WS-FIGURE-ACTUAL.
     PERFORM 2050-SET-STUDENT-FIGURE-TYPE.
     IF NOT WS-PROG1-FOUND
        MOVE 'N' TO WS-FIGURE-TYPE
     END-IF.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "AUDIT GRADE/REJECTED LINES ON RUN DATE" TO WS-FIGURE-NAME.
     MOVE WS-PROG1-RECORD-COUNT TO WS-FIGURE-EXPECTED.
     MOVE WS-AUDIT-GRADING-LINES TO WS-FIGURE-ACTUAL.
     MOVE 'C' TO WS-FIGURE-TYPE.
     IF NOT WS-PROG1-FOUND
        MOVE 'N' TO WS-FIGURE-TYPE
     END-IF.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "HISTORY ROWS FOR TERM" TO WS-FIGURE-NAME.
     MOVE WS-EXTRACT-STUDENTS TO WS-FIGURE-EXPECTED.
     MOVE WS-HISTORY-TERM-ROWS TO WS-FIGURE-ACTUAL.
     MOVE 'C' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > 8
         PERFORM 2100-WRITE-GRADE-FIGURE
     END-PERFORM.

     MOVE "STUDENTS GRADED MORE THAN ONCE (EXTRACT)" TO WS-FIGURE-NAME.
     MOVE 0 TO WS-FIGURE-EXPECTED.
     MOVE WS-DUPLICATE-POSTINGS TO WS-FIGURE-ACTUAL.
     MOVE 'C' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "EXTRACT ROWS - POSTING STATUS U" TO WS-FIGURE-NAME.
     MOVE WS-EXTRACT-UNCONFIRMED TO WS-FIGURE-EXPECTED.
     MOVE WS-EXTRACT-UNCONFIRMED TO WS-FIGURE-ACTUAL.
     MOVE 'I' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "EXTRACT ROWS - POSTING STATUS C" TO WS-FIGURE-NAME.
     MOVE WS-EXTRACT-CONFIRMED TO WS-FIGURE-EXPECTED.
     MOVE WS-EXTRACT-CONFIRMED TO WS-FIGURE-ACTUAL.
     MOVE 'I' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "EXTRACT ROWS - POSTING STATUS R" TO WS-FIGURE-NAME.
     MOVE WS-EXTRACT-REJECTED TO WS-FIGURE-EXPECTED.
     MOVE WS-EXTRACT-REJECTED TO WS-FIGURE-ACTUAL.
     MOVE 'I' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "EXTRACT ROWS - POSTING STATUS H" TO WS-FIGURE-NAME.
     MOVE WS-EXTRACT-HELD TO WS-FIGURE-EXPECTED.
     MOVE WS-EXTRACT-HELD TO WS-FIGURE-ACTUAL.
     MOVE 'I' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "EXTRACT ROWS FOR TERM (ALL STATUSES)" TO WS-FIGURE-NAME.
     COMPUTE WS-FIGURE-EXPECTED =
         WS-EXTRACT-UNCONFIRMED + WS-EXTRACT-CONFIRMED
         + WS-EXTRACT-REJECTED + WS-EXTRACT-HELD.
     MOVE WS-EXTRACT-TERM-ROWS TO WS-FIGURE-ACTUAL.
     MOVE 'C' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "RESITEL ROWS FOR TERM" TO WS-FIGURE-NAME.
     MOVE WS-RESIT-TERM-ROWS TO WS-FIGURE-EXPECTED.
     MOVE WS-RESIT-TERM-ROWS TO WS-FIGURE-ACTUAL.
     MOVE 'I' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     MOVE "RESITEL ROWS POSTED TWICE" TO WS-FIGURE-NAME.
     MOVE 0 TO WS-FIGURE-EXPECTED.
     MOVE WS-RESIT-DUPLICATES TO WS-FIGURE-ACTUAL.
     MOVE 'C' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     PERFORM VARYING WS-STAMP-SUB FROM 1 BY 1 UNTIL WS-STAMP-SUB > 5
         PERFORM 2200-WRITE-STAMP-FIGURES
     END-PERFORM.

     MOVE "PROG5 POSTED VS EXTRACT 'S' ROWS (ALL)" TO WS-FIGURE-NAME.
     MOVE 0 TO WS-FIGURE-EXPECTED.
     IF WS-ST-FOUND(WS-RESIT-STAMP-SUB)
        AND WS-ST-END-STAMP(WS-RESIT-STAMP-SUB) > WS-PROG1-END-STAMP
        MOVE WS-ST-RECORD-COUNT(WS-RESIT-STAMP-SUB)
            TO WS-FIGURE-EXPECTED
     END-IF.
     MOVE WS-EXTRACT-RESIT-ROWS TO WS-FIGURE-ACTUAL.
     MOVE 'I' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

     PERFORM 2500-WRITE-TRAILER.

 2050-SET-STUDENT-FIGURE-TYPE.
     IF WS-STUDENT-DATA-OK
        MOVE 'C' TO WS-FIGURE-TYPE
     ELSE
        MOVE 'N' TO WS-FIGURE-TYPE
     END-IF.

 2100-WRITE-GRADE-FIGURE.
     MOVE SPACES TO WS-FIGURE-NAME.
     IF GT-IDX > 7
        MOVE "HISTORY ROWS - OTHER GRADES" TO WS-FIGURE-NAME
     ELSE
        STRING "HISTORY ROWS - GRADE " WS-GRADE-LETTERS(GT-IDX:1)
               DELIMITED BY SIZE INTO WS-FIGURE-NAME
     END-IF.
     MOVE WS-GT-EXPECTED(GT-IDX) TO WS-FIGURE-EXPECTED.
     MOVE WS-GT-ACTUAL(GT-IDX) TO WS-FIGURE-ACTUAL.
     MOVE 'C' TO WS-FIGURE-TYPE.
     PERFORM 2900-WRITE-FIGURE.

 2200-WRITE-STAMP-FIGURES.
     MOVE SPACES TO WS-FIGURE-NAME.
     IF NOT WS-ST-FOUND(WS-STAMP-SUB)
        STRING WS-STAMP-PROGRAM-ID(WS-STAMP-SUB)
               " NOT RUN - NO RUNCTL ROW"
               DELIMITED BY SIZE INTO WS-FIGURE-NAME
        MOVE 0 TO WS-FIGURE-EXPECTED WS-FIGURE-ACTUAL
        MOVE 'I' TO WS-FIGURE-TYPE
        PERFORM 2900-WRITE-FIGURE
     ELSE
        STRING WS-STAMP-PROGRAM-ID(WS-STAMP-SUB)
               " RUN COMPLETE AND IN BALANCE"
               DELIMITED BY SIZE INTO WS-FIGURE-NAME
        MOVE 1 TO WS-FIGURE-EXPECTED
        MOVE 0 TO WS-FIGURE-ACTUAL
        IF WS-ST-STATUS(WS-STAMP-SUB) = 'C'
           AND WS-ST-BALANCE-SW(WS-STAMP-SUB) = 'Y'
           MOVE 1 TO WS-FIGURE-ACTUAL
        END-IF
        MOVE 'C' TO WS-FIGURE-TYPE
        PERFORM 2900-WRITE-FIGURE
        MOVE SPACES TO WS-FIGURE-NAME
        STRING WS-STAMP-PROGRAM-ID(WS-STAMP-SUB)
               " RECORD COUNT (RUNCTL) STATUS "
               WS-ST-STATUS(WS-STAMP-SUB) "/"
               WS-ST-BALANCE-SW(WS-STAMP-SUB)
               DELIMITED BY SIZE INTO WS-FIGURE-NAME
        MOVE WS-ST-RECORD-COUNT(WS-STAMP-SUB) TO WS-FIGURE-EXPECTED
        MOVE WS-ST-RECORD-COUNT(WS-STAMP-SUB) TO WS-FIGURE-ACTUAL
        MOVE 'I' TO WS-FIGURE-TYPE
        PERFORM 2900-WRITE-FIGURE
     END-IF.

 2500-WRITE-TRAILER.
     MOVE WS-COUNT-FIGURES TO WS-FIGURES-DISP.
     MOVE WS-COUNT-OUT-OF-BALANCE TO WS-OUT-OF-BALANCE-DISP.
     WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     IF WS-COUNT-OUT-OF-BALANCE = 0
        STRING "CONTROL FIGURES:" WS-FIGURES-DISP
               "  OUT OF BALANCE:" WS-OUT-OF-BALANCE-DISP
               "  RESULT: TERM IN BALANCE"
               DELIMITED BY SIZE INTO WS-TRAILER-LINE
     ELSE
        STRING "CONTROL FIGURES:" WS-FIGURES-DISP
               "  OUT OF BALANCE:" WS-OUT-OF-BALANCE-DISP
               "  RESULT: TERM OUT OF BALANCE - DO NOT CLOSE"
               DELIMITED BY SIZE INTO WS-TRAILER-LINE
     END-IF.
     WRITE RECON-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     WRITE RECON-REPORT-LINE FROM WS-TRAILER-LINE.
     WRITE RECON-REPORT-LINE FROM WS-SIGN-OFF-LINE.

 2900-WRITE-FIGURE.
     ADD 1 TO WS-FIGURE-NUMBER.
     ADD 1 TO WS-COUNT-FIGURES.
     MOVE WS-FIGURE-NUMBER TO WS-FD-NUMBER.
     MOVE WS-FIGURE-NAME TO WS-FD-NAME.
     MOVE WS-FIGURE-EXPECTED TO WS-FD-EXPECTED.
     MOVE WS-FIGURE-ACTUAL TO WS-FD-ACTUAL.
     COMPUTE WS-FD-VARIANCE = WS-FIGURE-ACTUAL - WS-FIGURE-EXPECTED.
     EVALUATE TRUE
         WHEN WS-FIGURE-NO-DATA
             MOVE "NO DATA" TO WS-FD-RESULT
             ADD 1 TO WS-COUNT-OUT-OF-BALANCE
         WHEN WS-FIGURE-INFO
             MOVE "INFO" TO WS-FD-RESULT
         WHEN WS-FIGURE-ACTUAL = WS-FIGURE-EXPECTED
             MOVE "OK" TO WS-FD-RESULT
         WHEN OTHER
             MOVE "VARIANCE" TO WS-FD-RESULT
             ADD 1 TO WS-COUNT-OUT-OF-BALANCE
     END-EVALUATE.
     WRITE RECON-REPORT-LINE FROM WS-FIGURE-DETAIL.

 3100-STAMP-RUN-START.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE 'N' TO WS-RC-FOUND-SW.
     MOVE WS-RECON-TERM-CODE TO RC-TERM-CODE.
     MOVE WS-RECON-PROGRAM-ID TO RC-PROGRAM-ID.
     READ RUN-CONTROL-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-RC-FOUND-SW
     END-READ.
     MOVE WS-RECON-TERM-CODE TO RC-TERM-CODE.
     MOVE WS-RECON-PROGRAM-ID TO RC-PROGRAM-ID.
     MOVE 'S' TO RC-STATUS.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO RC-START-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO RC-START-TIME.
     MOVE 0 TO RC-END-DATE RC-END-TIME RC-RECORD-COUNT.
     MOVE SPACE TO RC-BALANCE-SW.
     IF WS-RC-FOUND
        REWRITE RUN-CONTROL-RECORD
     ELSE
        WRITE RUN-CONTROL-RECORD
     END-IF.
     MOVE 'Y' TO WS-RUN-STAMPED-SW.

 3200-STAMP-RUN-END.
     IF WS-RUN-STAMPED
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
        MOVE WS-RECON-TERM-CODE TO RC-TERM-CODE
        MOVE WS-RECON-PROGRAM-ID TO RC-PROGRAM-ID
        READ RUN-CONTROL-FILE
            INVALID KEY
                CONTINUE
        END-READ
        MOVE 'C' TO RC-STATUS
        MOVE WS-CURRENT-DATE-TIME(1:8) TO RC-END-DATE
        MOVE WS-CURRENT-DATE-TIME(9:6) TO RC-END-TIME
        MOVE WS-COUNT-OUT-OF-BALANCE TO RC-RECORD-COUNT
        IF WS-COUNT-OUT-OF-BALANCE = 0
           MOVE 'Y' TO RC-BALANCE-SW
        ELSE
           MOVE 'N' TO RC-BALANCE-SW
        END-IF
        REWRITE RUN-CONTROL-RECORD
     END-IF.
