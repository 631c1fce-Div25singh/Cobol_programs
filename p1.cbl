     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HL-HOLD-KEY
         FILE STATUS IS WS-HOLD-FILE-STATUS.
     SELECT RESIT-ELIGIBILITY-FILE ASSIGN TO "RESITEL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RESIT-FILE-STATUS.
     SELECT AMEND-AUTH-FILE ASSIGN TO "AMDAUTH.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUTH-FILE-STATUS.
     SELECT SUBJECT-CATALOG-FILE ASSIGN TO "SUBJCAT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SC-CATALOG-KEY
         FILE STATUS IS WS-CATALOG-FILE-STATUS.
     SELECT MODERATION-CONTROL-FILE ASSIGN TO "MODERATE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MODERATION-FILE-STATUS.
     SELECT MODERATION-REPORT-FILE ASSIGN TO "MODRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MODRPT-FILE-STATUS.
     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BEFORIMG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BEFORE-IMAGE-STATUS.
     SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ATTENDANCE-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  STUDENT-MARKS-FILE.
        10 SM-BATCH-RECORD-COUNT PIC 9(6).
        10 SM-BATCH-HASH-TOTAL  PIC 9(9).
        10 FILLER               PIC X(3).
     05 SM-DEFER-SLOT           PIC X.
        88 SM-NO-DEFERRAL           VALUE SPACE.
        88 SM-VALID-DEFER-SLOT      VALUE 'A' THRU 'E'.
 FD  WEIGHT-CONTROL-FILE.
 01  WEIGHT-CONTROL-RECORD.
     05 WT-TERM-CODE            PIC X(6).
     05 SD-ENROLL-STATUS        PIC X.
        88 SD-ACTIVELY-ENROLLED     VALUE 'A'.
        88 SD-WITHDRAWN             VALUE 'W'.
        88 SD-MERGED-RETIRED        VALUE 'M'.
 FD  GRADE-HISTORY-FILE.
 01  GRADE-HISTORY-RECORD.
     05 GH-HISTORY-KEY.
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
 FD  CHECKPOINT-FILE.
 01  CHECKPOINT-RECORD.
     05 CKPT-LAST-STUDENT-ID    PIC X(9).
     05 CKPT-BATCH-READ-COUNT   PIC 9(6).
     05 CKPT-BATCH-HASH-TOTAL   PIC 9(9).
     05 CKPT-SUBJECT-STATS      PIC X(225).
     05 CKPT-COUNT-MODERATED    PIC 9(5).
     05 CKPT-COUNT-MOD-CHANGED  PIC 9(5).
     05 CKPT-COUNT-DEBARRED     PIC 9(5).
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 FD  REGISTRAR-EXTRACT-FILE.
     05 REG-RECORD-FLAG          PIC X.
     05 REG-STUDENT-NAME         PIC X(25).
     05 REG-POSTING-STATUS       PIC X.
 FD  HOLD-FILE.
 01  HOLD-RECORD.
     05 HL-HOLD-KEY.
        10 HL-STUDENT-ID        PIC X(9).
        10 HL-HOLD-TYPE         PIC X(3).
        10 HL-PLACING-OFFICE    PIC X(8).
     05 HL-DATE-PLACED          PIC 9(8).
     05 HL-DATE-RELEASED        PIC 9(8).
        88 HL-HOLD-ACTIVE           VALUE 0.
 FD  RESIT-ELIGIBILITY-FILE.
 01  RESIT-ELIGIBILITY-RECORD.
     05 RE-STUDENT-ID            PIC X(9).
        88 TC-TERM-OPEN             VALUE 'O'.
        88 TC-TERM-CLOSING          VALUE 'C'.
        88 TC-TERM-CLOSED           VALUE 'X'.
     05 TC-INCOMPLETE-DEADLINE  PIC 9(8).
     05 TC-MIN-ATTENDANCE       PIC 999.
 FD  AMEND-AUTH-FILE.
 01  AMEND-AUTH-RECORD.
     05 AA-STUDENT-ID           PIC X(9).
     05 AA-TERM-CODE            PIC X(6).
 FD  SUBJECT-CATALOG-FILE.
 01  SUBJECT-CATALOG-RECORD.
     05 SC-CATALOG-KEY.
        10 SC-TERM-CODE         PIC X(6).
        10 SC-SUBJECT-SLOT      PIC X.
     05 SC-SUBJECT-CODE         PIC X(8).
     05 SC-SUBJECT-TITLE        PIC X(30).
     05 SC-CREDIT-VALUE         PIC 99.
     05 SC-PASS-MARK            PIC 999.
 FD  RUN-CONTROL-FILE.
 01  RUN-CONTROL-RECORD.
     05 RC-CONTROL-KEY.
     05 RC-END-TIME             PIC 9(6).
     05 RC-RECORD-COUNT         PIC 9(6).
     05 RC-BALANCE-SW           PIC X.
 FD  MODERATION-CONTROL-FILE.
 01  MODERATION-CONTROL-RECORD.
     05 MD-TERM-CODE            PIC X(6).
     05 MD-SUBJECT-SLOT         PIC X.
        88 MD-VALID-SLOT            VALUE 'A' THRU 'E'.
     05 MD-METHOD               PIC X.
        88 MD-ADD-ON                VALUE 'A'.
        88 MD-SCALE                 VALUE 'S'.
     05 MD-FACTOR               PIC X(7).
     05 MD-FACTOR-N REDEFINES MD-FACTOR
                                PIC S9(3)V999 SIGN LEADING SEPARATE.
     05 MD-REASON-CODE          PIC X(4).
 FD  ATTENDANCE-FILE.
 01  ATTENDANCE-RECORD.
     05 AT-STUDENT-ID           PIC X(9).
     05 AT-TERM-CODE            PIC X(6).
     05 AT-SUBJECT-SLOT         PIC X.
        88 AT-VALID-SLOT            VALUE 'A' THRU 'E'.
     05 AT-PERCENT              PIC X(3).
     05 AT-PERCENT-N REDEFINES AT-PERCENT
                                PIC 999.
 FD  MODERATION-REPORT-FILE.
 01  MODERATION-REPORT-LINE     PIC X(100).
 FD  BEFORE-IMAGE-FILE.
 01  BEFORE-IMAGE-RECORD.
     05 BI-PROGRAM-ID           PIC X(5).
     05 BI-RUN-TERM-CODE        PIC X(6).
     05 BI-RUN-DATE             PIC 9(8).
     05 BI-RUN-TIME             PIC 9(6).
     05 BI-FILE-ID              PIC X.
        88 BI-MASTER-IMAGE          VALUE 'M'.
        88 BI-HISTORY-IMAGE         VALUE 'H'.
        88 BI-EXTRACT-ROW           VALUE 'E'.
        88 BI-RESIT-ROW             VALUE 'R'.
     05 BI-ACTION               PIC X.
        88 BI-RECORD-ADDED          VALUE 'A'.
        88 BI-RECORD-CHANGED        VALUE 'C'.
     05 BI-RECORD-KEY           PIC X(15).
     05 BI-RECORD-IMAGE         PIC X(80).
 FD  GRADE-REPORT-FILE.
 01  REPORT-LINE                PIC X(100).
 FD  EXCEPTIONS-FILE.
     01 WS-EXCEPT-FILE-STATUS   PIC XX.
     01 WS-WEIGHT-FILE-STATUS   PIC XX.
     01 WS-MASTER-FILE-STATUS   PIC XX.
     01 WS-BEFORE-IMAGE-STATUS  PIC XX.
     01 WS-BI-RUN-DATE          PIC 9(8) VALUE 0.
     01 WS-BI-RUN-TIME          PIC 9(6) VALUE 0.
     01 WS-MASTER-RECORD-EXISTS-SW PIC X VALUE 'N'.
        88 WS-MASTER-RECORD-EXISTS    VALUE 'Y'.
     01 WS-DEMO-FILE-STATUS     PIC XX.
        88 WS-SKIPPING                    VALUE 'Y'.
     01 WS-AUDIT-FILE-STATUS       PIC XX.
     01 WS-EXTRACT-FILE-STATUS     PIC XX.
     01 WS-HOLD-FILE-STATUS        PIC XX.
     01 WS-HOLD-OPEN-SW            PIC X VALUE 'N'.
        88 WS-HOLD-OPEN                  VALUE 'Y'.
     01 WS-HOLD-EOF-SW             PIC X VALUE 'N'.
        88 WS-HOLD-EOF                   VALUE 'Y'.
     01 WS-HOLD-ACTIVE-SW          PIC X VALUE 'N'.
        88 WS-HOLD-ACTIVE                VALUE 'Y'.
     01 WS-HOLD-LOOKUP-ID          PIC X(9).
     01 WS-RESIT-FILE-STATUS       PIC XX.
     01 WS-STATS-FILE-STATUS       PIC XX.
     01 WS-CURRENT-DATE-TIME       PIC X(21).
     01 WS-TERM-FOUND-SW           PIC X VALUE 'N'.
        88 WS-TERM-FOUND                 VALUE 'Y'.
     01 WS-TERM-STATUS             PIC X VALUE SPACE.
     01 WS-TERM-MIN-ATTENDANCE     PIC 999 VALUE 0.
     01 WS-LOOKUP-TERM             PIC X(6) VALUE SPACES.
     01 WS-TERM-TABLE.
        05 WS-TERM-ENTRY OCCURS 50 TIMES INDEXED BY TC-IDX.
           10 WS-TC-TERM-CODE      PIC X(6).
           10 WS-TC-STATUS         PIC X.
           10 WS-TC-MIN-ATTENDANCE PIC 999.
     01 WS-TERM-COUNT              PIC 9(3) VALUE 0.
     01 WS-TERM-TABLE-MAX          PIC 9(3) VALUE 50.
     01 WS-AUTH-FILE-STATUS        PIC XX.
           10 WS-AU-AUTH-TERM-CODE PIC X(6).
     01 WS-AUTH-COUNT              PIC 9(3) VALUE 0.
     01 WS-AUTH-TABLE-MAX          PIC 9(3) VALUE 100.
     01 WS-CATALOG-FILE-STATUS     PIC XX.
     01 WS-CATALOG-OPEN-SW         PIC X VALUE 'N'.
        88 WS-CATALOG-OPEN               VALUE 'Y'.
     01 WS-CATALOG-TERM-CODE       PIC X(6) VALUE LOW-VALUES.
     01 WS-CATALOG-LOOKUP-TERM     PIC X(6) VALUE SPACES.
     01 WS-CURRENT-SUBJECTS.
        05 WS-CURRENT-SUBJECT OCCURS 5 TIMES INDEXED BY CS-IDX.
           10 WS-CS-SUBJECT-CODE   PIC X(8).
           10 WS-CS-TITLE          PIC X(30).
           10 WS-CS-CREDITS        PIC 99.
           10 WS-CS-PASS-MARK      PIC 999.
     01 WS-MODERATION-FILE-STATUS  PIC XX.
     01 WS-MODERATION-EOF-SW       PIC X VALUE 'N'.
        88 WS-MODERATION-EOF             VALUE 'Y'.
     01 WS-MODRPT-FILE-STATUS      PIC XX.
     01 WS-MODERATED-SW            PIC X VALUE 'N'.
        88 WS-MODERATED                  VALUE 'Y'.
     01 WS-MOD-FOUND-SW            PIC X VALUE 'N'.
        88 WS-MOD-FOUND                  VALUE 'Y'.
     01 WS-MODERATION-TABLE.
        05 WS-MODERATION-ENTRY OCCURS 250 TIMES INDEXED BY MD-IDX.
           10 WS-MD-TERM-CODE      PIC X(6).
           10 WS-MD-SLOT           PIC X.
           10 WS-MD-METHOD         PIC X.
           10 WS-MD-FACTOR         PIC S9(3)V999.
           10 WS-MD-REASON-CODE    PIC X(4).
     01 WS-MODERATION-COUNT        PIC 9(3) VALUE 0.
     01 WS-MODERATION-TABLE-MAX    PIC 9(3) VALUE 250.
     01 WS-MOD-SLOT                PIC X.
     01 WS-MOD-MARK                PIC 999.
     01 WS-MOD-WORK                PIC S9(5)V999.
     01 WS-MODERATED-MARKS.
        05 WS-MM-MARK-A            PIC 999.
        05 WS-MM-MARK-B            PIC 999.
        05 WS-MM-MARK-C            PIC 999.
        05 WS-MM-MARK-D            PIC 999.
        05 WS-MM-MARK-E            PIC 999.
     01 WS-UNMOD-AVERAGE           PIC 999.
     01 WS-UNMOD-GRADE             PIC X.
     01 WS-UNMOD-FAIL-FLAGS.
        05 WS-UF-A                 PIC X.
        05 WS-UF-B                 PIC X.
        05 WS-UF-C                 PIC X.
        05 WS-UF-D                 PIC X.
        05 WS-UF-E                 PIC X.
     01 WS-COUNT-MODERATED         PIC 9(5) VALUE 0.
     01 WS-ATTENDANCE-FILE-STATUS  PIC XX.
     01 WS-ATTENDANCE-EOF-SW       PIC X VALUE 'N'.
        88 WS-ATTENDANCE-EOF             VALUE 'Y'.
     01 WS-DEBAR-TABLE.
        05 WS-DEBAR-ENTRY OCCURS 2000 TIMES INDEXED BY DT-IDX.
           10 WS-DT-STUDENT-ID     PIC X(9).
           10 WS-DT-TERM-CODE      PIC X(6).
           10 WS-DT-SLOT-SUB       PIC 9.
           10 WS-DT-PERCENT        PIC 999.
           10 WS-DT-MINIMUM        PIC 999.
     01 WS-DEBAR-COUNT             PIC 9(4) VALUE 0.
     01 WS-DEBAR-TABLE-MAX         PIC 9(4) VALUE 2000.
     01 WS-DEBAR-SUB               PIC 9.
     01 WS-STUDENT-ATTENDANCE.
        05 WS-SA-ENTRY OCCURS 5 TIMES.
           10 WS-SA-PERCENT        PIC 999.
           10 WS-SA-MINIMUM        PIC 999.
     01 WS-COUNT-DEBARRED          PIC 9(5) VALUE 0.
     01 WS-COUNT-DEBARRED-DISP     PIC ZZZZ9.
     01 WS-DEBARRED-LINE.
        05 FILLER                  PIC X(12) VALUE SPACES.
        05 FILLER                  PIC X(17) VALUE "DEBARRED SUBJECT ".
        05 WS-DBR-SLOT             PIC X.
        05 FILLER                  PIC X(2) VALUE SPACES.
        05 WS-DBR-SUBJECT-CODE     PIC X(8).
        05 FILLER                  PIC X(14) VALUE "  ATTENDANCE: ".
        05 WS-DBR-PERCENT          PIC ZZ9.
        05 FILLER                  PIC X(12) VALUE "%  MINIMUM: ".
        05 WS-DBR-MINIMUM          PIC ZZ9.
        05 FILLER                  PIC X VALUE "%".
        05 FILLER                  PIC X(27) VALUE SPACES.
     01 WS-COUNT-MOD-CHANGED       PIC 9(5) VALUE 0.
     01 WS-RUNCTL-FILE-STATUS      PIC XX.
     01 WS-RC-FOUND-SW             PIC X VALUE 'N'.
        88 WS-RC-FOUND                   VALUE 'Y'.
     01 WS-STATS-SECTION-HEADER PIC X(100) VALUE
        "SUBJECT STATISTICS".
     01 WS-STATS-COLUMN-HEADER  PIC X(100) VALUE
        "SUBJECT      TITLE                      MEAN   HIGH  LOW   FAILS   0-39  40-49  50-59  60-74  75-100".
     01 WS-STATS-LINE.
        05 WS-ST-SUBJECT        PIC X.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-ST-SUBJECT-CODE   PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-ST-TITLE          PIC X(22).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-ST-MEAN           PIC ZZ9.99.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-ST-HIGH           PIC ZZ9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-ST-BAND-5         PIC ZZZZ9.

     01 WS-MODRPT-HEADER-1      PIC X(100) VALUE
        "MODERATION IMPACT REPORT - GRADING RUN".
     01 WS-MODRPT-RULE-HEADER   PIC X(100) VALUE
        "TERM    SUBJ  METHOD   FACTOR   REASON".
     01 WS-MODRPT-RULE-LINE.
        05 WS-MR-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-MR-SLOT           PIC X.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-MR-METHOD         PIC X(6).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-MR-FACTOR         PIC -ZZ9.999.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-MR-REASON-CODE    PIC X(4).
     01 WS-MODRPT-COLUMN-HEADER PIC X(100) VALUE
        "STUDENT ID  TERM    RAW-AVG  RAW-GRD  RAW-FAIL  MOD-AVG  MOD-GRD  MOD-FAIL  SOURCE".
     01 WS-MODRPT-DETAIL.
        05 WS-MO-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-MO-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-MO-RAW-AVERAGE    PIC ZZ9.
        05 FILLER               PIC X(6) VALUE SPACES.
        05 WS-MO-RAW-GRADE      PIC X.
        05 FILLER               PIC X(6) VALUE SPACES.
        05 WS-MO-RAW-FAIL       PIC X(5).
        05 FILLER               PIC X(7) VALUE SPACES.
        05 WS-MO-MOD-AVERAGE    PIC ZZ9.
        05 FILLER               PIC X(6) VALUE SPACES.
        05 WS-MO-MOD-GRADE      PIC X.
        05 FILLER               PIC X(6) VALUE SPACES.
        05 WS-MO-MOD-FAIL       PIC X(5).
        05 FILLER               PIC X(5) VALUE SPACES.
        05 WS-MO-SOURCE         PIC X(8).
     01 WS-COUNT-MODERATED-DISP PIC ZZZZ9.
     01 WS-COUNT-MOD-CHANGED-DISP PIC ZZZZ9.
     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-CLASS-AVERAGE-DISP   PIC ZZ9.99.
     01 WS-COUNT-A-DISP         PIC ZZZZ9.
     PERFORM 0070-READ-CHECKPOINT.
     PERFORM 0095-OPEN-OUTPUT-FILES.
     PERFORM 0050-LOAD-WEIGHT-TABLE.
     PERFORM 0057-LOAD-MODERATION-TABLE.
     PERFORM 0053-LOAD-ATTENDANCE-TABLE.
     PERFORM 0060-OPEN-MASTER-FILE.
     PERFORM 0065-OPEN-DEMOGRAPHIC-FILE.
     PERFORM 0067-OPEN-HISTORY-FILE.
     PERFORM 0068-OPEN-CATALOG-FILE.
     PERFORM 0069-OPEN-HOLD-FILE.
     PERFORM 0090-OPEN-AUDIT-LOG.
     PERFORM 0092-OPEN-BEFORE-IMAGE-FILE.
     IF NOT WS-SKIPPING
        WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
        WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
        IF WS-BATCH-IN-BALANCE
           PERFORM 2000-WRITE-TRAILER
           PERFORM 2200-WRITE-SUBJECT-STATISTICS
           PERFORM 2300-WRITE-MODERATION-TRAILER
           PERFORM 0080-CLEAR-CHECKPOINT
           MOVE 'C' TO WS-RUN-END-STATUS
           MOVE 'Y' TO WS-RUN-BALANCE-SW
     CLOSE STUDENT-MARKS-FILE GRADE-REPORT-FILE EXCEPTIONS-FILE
           STUDENT-MASTER-FILE STUDENT-DEMOGRAPHIC-FILE
           GRADE-HISTORY-FILE AUDIT-LOG-FILE REGISTRAR-EXTRACT-FILE
           RESIT-ELIGIBILITY-FILE RUN-CONTROL-FILE
           MODERATION-REPORT-FILE BEFORE-IMAGE-FILE.
     IF WS-CATALOG-OPEN
        CLOSE SUBJECT-CATALOG-FILE
     END-IF.
     IF WS-HOLD-OPEN
        CLOSE HOLD-FILE
     END-IF.
     STOP RUN.

 0045-LOAD-TERM-TABLE.
        ADD 1 TO WS-TERM-COUNT
        MOVE TC-TERM-CODE TO WS-TC-TERM-CODE(WS-TERM-COUNT)
        MOVE TC-STATUS TO WS-TC-STATUS(WS-TERM-COUNT)
        IF TC-MIN-ATTENDANCE IS NUMERIC
           MOVE TC-MIN-ATTENDANCE TO WS-TC-MIN-ATTENDANCE(WS-TERM-COUNT)
        ELSE
           MOVE 0 TO WS-TC-MIN-ATTENDANCE(WS-TERM-COUNT)
        END-IF
     END-IF.

 0048-LOAD-AUTH-TABLE.
 1150-LOOKUP-TERM-STATUS.
     MOVE 'N' TO WS-TERM-FOUND-SW.
     MOVE SPACE TO WS-TERM-STATUS.
     MOVE 0 TO WS-TERM-MIN-ATTENDANCE.
     PERFORM VARYING TC-IDX FROM 1 BY 1
             UNTIL TC-IDX > WS-TERM-COUNT OR WS-TERM-FOUND
         IF WS-TC-TERM-CODE(TC-IDX) = WS-LOOKUP-TERM
            MOVE 'Y' TO WS-TERM-FOUND-SW
            MOVE WS-TC-STATUS(TC-IDX) TO WS-TERM-STATUS
            MOVE WS-TC-MIN-ATTENDANCE(TC-IDX) TO WS-TERM-MIN-ATTENDANCE
         END-IF
     END-PERFORM.

         NOT INVALID KEY
             MOVE 'Y' TO WS-RC-FOUND-SW
     END-READ.
     IF WS-RC-FOUND AND WS-SKIPPING
        MOVE RC-START-DATE TO WS-BI-RUN-DATE
        MOVE RC-START-TIME TO WS-BI-RUN-TIME
     ELSE
        MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BI-RUN-DATE
        MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-BI-RUN-TIME
     END-IF.
     MOVE WS-RUN-TERM-CODE TO RC-TERM-CODE.
     MOVE "PROG1" TO RC-PROGRAM-ID.
     MOVE 'S' TO RC-STATUS.
     MOVE WS-BI-RUN-DATE TO RC-START-DATE.
     MOVE WS-BI-RUN-TIME TO RC-START-TIME.
     MOVE 0 TO RC-END-DATE RC-END-TIME RC-RECORD-COUNT.
     MOVE SPACE TO RC-BALANCE-SW.
     IF WS-RC-FOUND
           CLOSE REGISTRAR-EXTRACT-FILE
           OPEN EXTEND REGISTRAR-EXTRACT-FILE
        END-IF
        OPEN EXTEND MODERATION-REPORT-FILE
        IF WS-MODRPT-FILE-STATUS NOT = "00"
           OPEN OUTPUT MODERATION-REPORT-FILE
           CLOSE MODERATION-REPORT-FILE
           OPEN EXTEND MODERATION-REPORT-FILE
        END-IF
     ELSE
        OPEN OUTPUT GRADE-REPORT-FILE
        OPEN OUTPUT EXCEPTIONS-FILE
        OPEN OUTPUT REGISTRAR-EXTRACT-FILE
        OPEN OUTPUT MODERATION-REPORT-FILE
     END-IF.
     OPEN EXTEND RESIT-ELIGIBILITY-FILE.
     IF WS-RESIT-FILE-STATUS NOT = "00"
            WS-RESIT-FILE-STATUS
        STOP RUN
     END-IF.
     IF WS-MODRPT-FILE-STATUS NOT = "00"
        DISPLAY "PROG1 ERROR: UNABLE TO OPEN MODERATION-REPORT-FILE, "
            "STATUS=" WS-MODRPT-FILE-STATUS
        STOP RUN
     END-IF.

 0070-READ-CHECKPOINT.
     OPEN INPUT CHECKPOINT-FILE.
                IF CKPT-SUBJECT-STATS NOT = SPACES
                   MOVE CKPT-SUBJECT-STATS TO WS-SUBJECT-STATS
                END-IF
                IF CKPT-COUNT-MODERATED IS NUMERIC
                   MOVE CKPT-COUNT-MODERATED TO WS-COUNT-MODERATED
                END-IF
                IF CKPT-COUNT-MOD-CHANGED IS NUMERIC
                   MOVE CKPT-COUNT-MOD-CHANGED TO WS-COUNT-MOD-CHANGED
                END-IF
                IF CKPT-COUNT-DEBARRED IS NUMERIC
                   MOVE CKPT-COUNT-DEBARRED TO WS-COUNT-DEBARRED
                END-IF
        END-READ
        CLOSE CHECKPOINT-FILE
     END-IF.
     MOVE 0 TO CKPT-STUDENT-COUNT CKPT-CLASS-TOTAL CKPT-COUNT-GRADE-A
               CKPT-COUNT-GRADE-B CKPT-COUNT-GRADE-C CKPT-COUNT-GRADE-D
               CKPT-COUNT-GRADE-F CKPT-COUNT-REJECTED
               CKPT-BATCH-READ-COUNT CKPT-BATCH-HASH-TOTAL
               CKPT-COUNT-MODERATED CKPT-COUNT-MOD-CHANGED
               CKPT-COUNT-DEBARRED.
     MOVE SPACES TO CKPT-SUBJECT-STATS.
     WRITE CHECKPOINT-RECORD.
     CLOSE CHECKPOINT-FILE.
     MOVE WS-BATCH-READ-COUNT TO CKPT-BATCH-READ-COUNT.
     MOVE WS-BATCH-HASH-TOTAL TO CKPT-BATCH-HASH-TOTAL.
     MOVE WS-SUBJECT-STATS TO CKPT-SUBJECT-STATS.
     MOVE WS-COUNT-MODERATED TO CKPT-COUNT-MODERATED.
     MOVE WS-COUNT-MOD-CHANGED TO CKPT-COUNT-MOD-CHANGED.
     MOVE WS-COUNT-DEBARRED TO CKPT-COUNT-DEBARRED.
     WRITE CHECKPOINT-RECORD.
     CLOSE CHECKPOINT-FILE.

        STOP RUN
     END-IF.

 0068-OPEN-CATALOG-FILE.
     OPEN INPUT SUBJECT-CATALOG-FILE.
     IF WS-CATALOG-FILE-STATUS = "00"
        MOVE 'Y' TO WS-CATALOG-OPEN-SW
     ELSE
        DISPLAY "PROG1 WARNING: SUBJECT CATALOG NOT AVAILABLE, STATUS="
            WS-CATALOG-FILE-STATUS " - DEFAULT PASS MARK USED"
     END-IF.

 0069-OPEN-HOLD-FILE.
     OPEN INPUT HOLD-FILE.
     IF WS-HOLD-FILE-STATUS = "00"
        MOVE 'Y' TO WS-HOLD-OPEN-SW
     END-IF.

 0090-OPEN-AUDIT-LOG.
     OPEN EXTEND AUDIT-LOG-FILE.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        STOP RUN
     END-IF.

 0092-OPEN-BEFORE-IMAGE-FILE.
     OPEN EXTEND BEFORE-IMAGE-FILE.
     IF WS-BEFORE-IMAGE-STATUS NOT = "00"
        OPEN OUTPUT BEFORE-IMAGE-FILE
        CLOSE BEFORE-IMAGE-FILE
        OPEN EXTEND BEFORE-IMAGE-FILE
     END-IF.
     IF WS-BEFORE-IMAGE-STATUS NOT = "00"
        DISPLAY "PROG1 ERROR: UNABLE TO OPEN BEFORE-IMAGE-FILE, STATUS="
            WS-BEFORE-IMAGE-STATUS
        STOP RUN
     END-IF.

 0050-LOAD-WEIGHT-TABLE.
     OPEN INPUT WEIGHT-CONTROL-FILE.
     IF WS-WEIGHT-FILE-STATUS = "00"
        END-IF
     END-IF.

 0057-LOAD-MODERATION-TABLE.
     OPEN INPUT MODERATION-CONTROL-FILE.
     IF WS-MODERATION-FILE-STATUS = "00"
        PERFORM UNTIL WS-MODERATION-EOF
            READ MODERATION-CONTROL-FILE
                AT END
                    MOVE 'Y' TO WS-MODERATION-EOF-SW
                NOT AT END
                    PERFORM 0058-VALIDATE-AND-LOAD-MODERATION-ROW
            END-READ
        END-PERFORM
        CLOSE MODERATION-CONTROL-FILE
     END-IF.
     IF NOT WS-SKIPPING
        WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-HEADER-1
        WRITE MODERATION-REPORT-LINE FROM WS-REPORT-HEADER-2
        WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-RULE-HEADER
        PERFORM VARYING MD-IDX FROM 1 BY 1
                UNTIL MD-IDX > WS-MODERATION-COUNT
            PERFORM 0059-WRITE-MODERATION-RULE
        END-PERFORM
        WRITE MODERATION-REPORT-LINE FROM WS-REPORT-HEADER-2
        WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-COLUMN-HEADER
     END-IF.

 0058-VALIDATE-AND-LOAD-MODERATION-ROW.
     MOVE 'N' TO WS-MOD-FOUND-SW.
     PERFORM VARYING MD-IDX FROM 1 BY 1
             UNTIL MD-IDX > WS-MODERATION-COUNT OR WS-MOD-FOUND
         IF WS-MD-TERM-CODE(MD-IDX) = MD-TERM-CODE
            AND WS-MD-SLOT(MD-IDX) = MD-SUBJECT-SLOT
            MOVE 'Y' TO WS-MOD-FOUND-SW
         END-IF
     END-PERFORM.
     MOVE MD-TERM-CODE TO WS-EX-STUDENT-ID.
     MOVE "MODERATION" TO WS-EX-FIELD.
     MOVE MD-SUBJECT-SLOT TO WS-EX-VALUE.
     EVALUATE TRUE
         WHEN NOT MD-VALID-SLOT
             MOVE "MODERATION SUBJECT INVALID" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN NOT MD-ADD-ON AND NOT MD-SCALE
             MOVE "MODERATION METHOD INVALID" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN MD-FACTOR-N IS NOT NUMERIC
             MOVE "MODERATION FACTOR NOT NUMERIC" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN MD-SCALE AND MD-FACTOR-N NOT > 0
             MOVE "SCALE FACTOR MUST BE POSITIVE" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN WS-MOD-FOUND
             MOVE "DUPLICATE MODERATION - SKIPPED" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN WS-MODERATION-COUNT >= WS-MODERATION-TABLE-MAX
             MOVE "MODERATION TABLE FULL - SKIPPED" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN OTHER
             ADD 1 TO WS-MODERATION-COUNT
             MOVE MD-TERM-CODE TO WS-MD-TERM-CODE(WS-MODERATION-COUNT)
             MOVE MD-SUBJECT-SLOT TO WS-MD-SLOT(WS-MODERATION-COUNT)
             MOVE MD-METHOD TO WS-MD-METHOD(WS-MODERATION-COUNT)
             MOVE MD-FACTOR-N TO WS-MD-FACTOR(WS-MODERATION-COUNT)
             MOVE MD-REASON-CODE
                 TO WS-MD-REASON-CODE(WS-MODERATION-COUNT)
     END-EVALUATE.

 0053-LOAD-ATTENDANCE-TABLE.
     OPEN INPUT ATTENDANCE-FILE.
     IF WS-ATTENDANCE-FILE-STATUS = "00"
        PERFORM UNTIL WS-ATTENDANCE-EOF
            READ ATTENDANCE-FILE
                AT END
                    MOVE 'Y' TO WS-ATTENDANCE-EOF-SW
                NOT AT END
                    PERFORM 0054-VALIDATE-AND-LOAD-ATTENDANCE-ROW
            END-READ
        END-PERFORM
        CLOSE ATTENDANCE-FILE
     ELSE
        DISPLAY "PROG1 WARNING: ATTENDANCE FILE NOT AVAILABLE, STATUS="
            WS-ATTENDANCE-FILE-STATUS " - NO SUBJECTS DEBARRED"
     END-IF.

 0054-VALIDATE-AND-LOAD-ATTENDANCE-ROW.
     MOVE AT-TERM-CODE TO WS-LOOKUP-TERM.
     PERFORM 1150-LOOKUP-TERM-STATUS.
     MOVE AT-STUDENT-ID TO WS-EX-STUDENT-ID.
     MOVE "ATTENDANCE" TO WS-EX-FIELD.
     MOVE AT-SUBJECT-SLOT TO WS-EX-VALUE.
     EVALUATE TRUE
         WHEN NOT AT-VALID-SLOT
             MOVE "ATTENDANCE SUBJECT INVALID" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN AT-PERCENT-N IS NOT NUMERIC OR AT-PERCENT-N > 100
             MOVE AT-PERCENT TO WS-EX-VALUE
             MOVE "ATTENDANCE PERCENT INVALID" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN NOT WS-TERM-FOUND
             MOVE "ATTENDANCE TERM NOT ON TERMCTL" TO WS-EX-REASON
             WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
         WHEN AT-PERCENT-N NOT < WS-TERM-MIN-ATTENDANCE
             CONTINUE
         WHEN WS-DEBAR-COUNT >= WS-DEBAR-TABLE-MAX
             DISPLAY "PROG1 ERROR: DEBARMENT TABLE FULL AT "
                 WS-DEBAR-TABLE-MAX " ENTRIES - RUN ABANDONED"
             STOP RUN
         WHEN OTHER
             ADD 1 TO WS-DEBAR-COUNT
             MOVE AT-STUDENT-ID TO WS-DT-STUDENT-ID(WS-DEBAR-COUNT)
             MOVE AT-TERM-CODE TO WS-DT-TERM-CODE(WS-DEBAR-COUNT)
             EVALUATE AT-SUBJECT-SLOT
                 WHEN "A" MOVE 1 TO WS-DT-SLOT-SUB(WS-DEBAR-COUNT)
                 WHEN "B" MOVE 2 TO WS-DT-SLOT-SUB(WS-DEBAR-COUNT)
                 WHEN "C" MOVE 3 TO WS-DT-SLOT-SUB(WS-DEBAR-COUNT)
                 WHEN "D" MOVE 4 TO WS-DT-SLOT-SUB(WS-DEBAR-COUNT)
                 WHEN "E" MOVE 5 TO WS-DT-SLOT-SUB(WS-DEBAR-COUNT)
             END-EVALUATE
             MOVE AT-PERCENT-N TO WS-DT-PERCENT(WS-DEBAR-COUNT)
             MOVE WS-TERM-MIN-ATTENDANCE
                 TO WS-DT-MINIMUM(WS-DEBAR-COUNT)
     END-EVALUATE.

 0059-WRITE-MODERATION-RULE.
     MOVE WS-MD-TERM-CODE(MD-IDX) TO WS-MR-TERM-CODE.
     MOVE WS-MD-SLOT(MD-IDX) TO WS-MR-SLOT.
     IF WS-MD-METHOD(MD-IDX) = 'A'
        MOVE "ADD-ON" TO WS-MR-METHOD
     ELSE
        MOVE "SCALE" TO WS-MR-METHOD
     END-IF.
     MOVE WS-MD-FACTOR(MD-IDX) TO WS-MR-FACTOR.
     MOVE WS-MD-REASON-CODE(MD-IDX) TO WS-MR-REASON-CODE.
     WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-RULE-LINE.

 1000-GRADE-STUDENT.
     PERFORM 1010-VALIDATE-MARKS.
     PERFORM 1030-VALIDATE-STUDENT-ID.
     IF WS-RECORD-VALID
        PERFORM 1037-VALIDATE-TERM-STATUS
     END-IF.
     IF WS-RECORD-VALID AND NOT SM-NO-DEFERRAL
        PERFORM 1045-CHECK-DEFERRAL-ALLOWED
     END-IF.
     IF WS-RECORD-VALID
        IF NOT SM-NO-DEFERRAL
           PERFORM 1900-POST-INCOMPLETE-GRADE
        ELSE
           MOVE SM-MARK-A TO A
           MOVE SM-MARK-B TO B
           MOVE SM-MARK-C TO C
           MOVE SM-MARK-D TO D
           MOVE SM-MARK-E TO E
           PERFORM 1050-LOOKUP-WEIGHTS
           MOVE SM-TERM-CODE TO WS-CATALOG-LOOKUP-TERM
           PERFORM 1055-LOOKUP-SUBJECT-CATALOG
           PERFORM 1057-APPLY-MODERATION
           PERFORM 1060-CHECK-SUBJECT-PASS-FAIL
           COMPUTE A ROUNDED =
               (A * WS-CURRENT-WEIGHT-A) + (B * WS-CURRENT-WEIGHT-B) +
               (C * WS-CURRENT-WEIGHT-C) + (D * WS-CURRENT-WEIGHT-D) +
               (E * WS-CURRENT-WEIGHT-E)
               ON SIZE ERROR
                  MOVE 'N' TO WS-VALID-SW
                  PERFORM 1070-WRITE-WEIGHT-SIZE-EXCEPTION
           END-COMPUTE
           IF WS-RECORD-VALID
              EVALUATE TRUE
                 WHEN A>=75
                    MOVE "A" TO WS-GRADE
                 WHEN A>=60
                    MOVE "B" TO WS-GRADE
                 WHEN A>=50
                    MOVE "C" TO WS-GRADE
                 WHEN A>=40
                    MOVE "D" TO WS-GRADE
                 WHEN OTHER
                    MOVE "F" TO WS-GRADE
              END-EVALUATE
              IF WS-MODERATED
                 PERFORM 1065-CHECK-MODERATION-IMPACT
              END-IF
              PERFORM 1100-WRITE-DETAIL-LINE
              PERFORM 1110-WRITE-DEBARRED-SUBJECTS
              PERFORM 1200-ACCUMULATE-TOTALS
              PERFORM 1400-UPDATE-MASTER-FILE
              PERFORM 1800-WRITE-REGISTRAR-EXTRACT
              IF WS-SUBJECT-FAIL-FLAGS NOT = SPACES
                 PERFORM 1850-WRITE-RESIT-ELIGIBILITY
              END-IF
           ELSE
              PERFORM 1300-WRITE-REJECTED-LINE
           END-IF
        END-IF
     ELSE
        PERFORM 1300-WRITE-REJECTED-LINE

 1060-CHECK-SUBJECT-PASS-FAIL.
     MOVE SPACE TO WS-FAIL-A WS-FAIL-B WS-FAIL-C WS-FAIL-D WS-FAIL-E.
     IF A < WS-CS-PASS-MARK(1)
        MOVE "A" TO WS-FAIL-A
     END-IF.
     IF B < WS-CS-PASS-MARK(2)
        MOVE "B" TO WS-FAIL-B
     END-IF.
     IF C < WS-CS-PASS-MARK(3)
        MOVE "C" TO WS-FAIL-C
     END-IF.
     IF D < WS-CS-PASS-MARK(4)
        MOVE "D" TO WS-FAIL-D
     END-IF.
     IF E < WS-CS-PASS-MARK(5)
        MOVE "E" TO WS-FAIL-E
     END-IF.
     PERFORM 1062-APPLY-DEBARMENT.

 1062-APPLY-DEBARMENT.
     INITIALIZE WS-STUDENT-ATTENDANCE.
     PERFORM VARYING DT-IDX FROM 1 BY 1
             UNTIL DT-IDX > WS-DEBAR-COUNT
         IF WS-DT-STUDENT-ID(DT-IDX) = SM-STUDENT-ID
            AND WS-DT-TERM-CODE(DT-IDX) = SM-TERM-CODE
            MOVE WS-DT-SLOT-SUB(DT-IDX) TO WS-DEBAR-SUB
            MOVE "X" TO WS-SUBJECT-FAIL-FLAGS(WS-DEBAR-SUB:1)
            MOVE WS-DT-PERCENT(DT-IDX) TO WS-SA-PERCENT(WS-DEBAR-SUB)
            MOVE WS-DT-MINIMUM(DT-IDX) TO WS-SA-MINIMUM(WS-DEBAR-SUB)
         END-IF
     END-PERFORM.

 1057-APPLY-MODERATION.
     MOVE 'N' TO WS-MODERATED-SW.
     MOVE "A" TO WS-MOD-SLOT.
     MOVE A TO WS-MOD-MARK.
     PERFORM 1058-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO A.
     MOVE "B" TO WS-MOD-SLOT.
     MOVE B TO WS-MOD-MARK.
     PERFORM 1058-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO B.
     MOVE "C" TO WS-MOD-SLOT.
     MOVE C TO WS-MOD-MARK.
     PERFORM 1058-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO C.
     MOVE "D" TO WS-MOD-SLOT.
     MOVE D TO WS-MOD-MARK.
     PERFORM 1058-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO D.
     MOVE "E" TO WS-MOD-SLOT.
     MOVE E TO WS-MOD-MARK.
     PERFORM 1058-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO E.
     MOVE A TO WS-MM-MARK-A.
     MOVE B TO WS-MM-MARK-B.
     MOVE C TO WS-MM-MARK-C.
     MOVE D TO WS-MM-MARK-D.
     MOVE E TO WS-MM-MARK-E.

 1058-MODERATE-ONE-MARK.
     MOVE 'N' TO WS-MOD-FOUND-SW.
     PERFORM VARYING MD-IDX FROM 1 BY 1
             UNTIL MD-IDX > WS-MODERATION-COUNT OR WS-MOD-FOUND
         IF WS-MD-TERM-CODE(MD-IDX) = SM-TERM-CODE
            AND WS-MD-SLOT(MD-IDX) = WS-MOD-SLOT
            MOVE 'Y' TO WS-MOD-FOUND-SW
            MOVE 'Y' TO WS-MODERATED-SW
            IF WS-MD-METHOD(MD-IDX) = 'A'
               COMPUTE WS-MOD-WORK ROUNDED =
                   WS-MOD-MARK + WS-MD-FACTOR(MD-IDX)
            ELSE
               COMPUTE WS-MOD-WORK ROUNDED =
                   WS-MOD-MARK * WS-MD-FACTOR(MD-IDX)
            END-IF
            EVALUATE TRUE
                WHEN WS-MOD-WORK < 0
                    MOVE 0 TO WS-MOD-MARK
                WHEN WS-MOD-WORK > 100
                    MOVE 100 TO WS-MOD-MARK
                WHEN OTHER
                    COMPUTE WS-MOD-MARK ROUNDED = WS-MOD-WORK
            END-EVALUATE
         END-IF
     END-PERFORM.

 1065-CHECK-MODERATION-IMPACT.
     ADD 1 TO WS-COUNT-MODERATED.
     MOVE SPACES TO WS-UNMOD-FAIL-FLAGS.
     IF SM-MARK-A < WS-CS-PASS-MARK(1)
        MOVE "A" TO WS-UF-A
     END-IF.
     IF SM-MARK-B < WS-CS-PASS-MARK(2)
        MOVE "B" TO WS-UF-B
     END-IF.
     IF SM-MARK-C < WS-CS-PASS-MARK(3)
        MOVE "C" TO WS-UF-C
     END-IF.
     IF SM-MARK-D < WS-CS-PASS-MARK(4)
        MOVE "D" TO WS-UF-D
     END-IF.
     IF SM-MARK-E < WS-CS-PASS-MARK(5)
        MOVE "E" TO WS-UF-E
     END-IF.
     PERFORM VARYING WS-DEBAR-SUB FROM 1 BY 1 UNTIL WS-DEBAR-SUB > 5
         IF WS-SUBJECT-FAIL-FLAGS(WS-DEBAR-SUB:1) = "X"
            MOVE "X" TO WS-UNMOD-FAIL-FLAGS(WS-DEBAR-SUB:1)
         END-IF
     END-PERFORM.
     COMPUTE WS-UNMOD-AVERAGE ROUNDED =
         (SM-MARK-A * WS-CURRENT-WEIGHT-A) +
         (SM-MARK-B * WS-CURRENT-WEIGHT-B) +
         (SM-MARK-C * WS-CURRENT-WEIGHT-C) +
         (SM-MARK-D * WS-CURRENT-WEIGHT-D) +
         (SM-MARK-E * WS-CURRENT-WEIGHT-E).
     EVALUATE TRUE
        WHEN WS-UNMOD-AVERAGE >= 75
           MOVE "A" TO WS-UNMOD-GRADE
        WHEN WS-UNMOD-AVERAGE >= 60
           MOVE "B" TO WS-UNMOD-GRADE
        WHEN WS-UNMOD-AVERAGE >= 50
           MOVE "C" TO WS-UNMOD-GRADE
        WHEN WS-UNMOD-AVERAGE >= 40
           MOVE "D" TO WS-UNMOD-GRADE
        WHEN OTHER
           MOVE "F" TO WS-UNMOD-GRADE
     END-EVALUATE.
     IF WS-UNMOD-GRADE NOT = WS-GRADE
        OR WS-UNMOD-FAIL-FLAGS NOT = WS-SUBJECT-FAIL-FLAGS
        ADD 1 TO WS-COUNT-MOD-CHANGED
        MOVE SM-STUDENT-ID TO WS-MO-STUDENT-ID
        MOVE SM-TERM-CODE TO WS-MO-TERM-CODE
        MOVE WS-UNMOD-AVERAGE TO WS-MO-RAW-AVERAGE
        MOVE WS-UNMOD-GRADE TO WS-MO-RAW-GRADE
        MOVE WS-UNMOD-FAIL-FLAGS TO WS-MO-RAW-FAIL
        MOVE A TO WS-MO-MOD-AVERAGE
        MOVE WS-GRADE TO WS-MO-MOD-GRADE
        MOVE WS-SUBJECT-FAIL-FLAGS TO WS-MO-MOD-FAIL
        IF WS-AMENDMENT
           MOVE "AMENDED" TO WS-MO-SOURCE
        ELSE
           MOVE "GRADING" TO WS-MO-SOURCE
        END-IF
        WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-DETAIL
     END-IF.

 1055-LOOKUP-SUBJECT-CATALOG.
     IF WS-CATALOG-LOOKUP-TERM NOT = WS-CATALOG-TERM-CODE
        MOVE WS-CATALOG-LOOKUP-TERM TO WS-CATALOG-TERM-CODE
        PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > 5
            PERFORM 1056-READ-CATALOG-ENTRY
        END-PERFORM
     END-IF.

 1056-READ-CATALOG-ENTRY.
     MOVE SPACES TO WS-CS-SUBJECT-CODE(CS-IDX).
     MOVE "NOT ON SUBJECT CATALOG" TO WS-CS-TITLE(CS-IDX).
     MOVE 0 TO WS-CS-CREDITS(CS-IDX).
     MOVE WS-SUBJECT-PASS-THRESHOLD TO WS-CS-PASS-MARK(CS-IDX).
     IF WS-CATALOG-OPEN
        MOVE WS-CATALOG-TERM-CODE TO SC-TERM-CODE
        MOVE WS-SUBJECT-LETTERS(CS-IDX:1) TO SC-SUBJECT-SLOT
        READ SUBJECT-CATALOG-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SC-SUBJECT-CODE TO WS-CS-SUBJECT-CODE(CS-IDX)
                MOVE SC-SUBJECT-TITLE TO WS-CS-TITLE(CS-IDX)
                MOVE SC-CREDIT-VALUE TO WS-CS-CREDITS(CS-IDX)
                MOVE SC-PASS-MARK TO WS-CS-PASS-MARK(CS-IDX)
        END-READ
     END-IF.

 1700-WRITE-AUDIT-LOG.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

 1010-VALIDATE-MARKS.
     MOVE 'Y' TO WS-VALID-SW.
     IF NOT SM-NO-DEFERRAL AND NOT SM-VALID-DEFER-SLOT
        MOVE 'N' TO WS-VALID-SW
        MOVE "DEFER-SLOT" TO WS-EX-FIELD
        MOVE SM-DEFER-SLOT TO WS-EX-VALUE
        PERFORM 1020-WRITE-EXCEPTION
     END-IF.
     IF SM-DEFER-SLOT NOT = "A"
        AND (SM-MARK-A IS NOT NUMERIC OR SM-MARK-A > 100)
        MOVE 'N' TO WS-VALID-SW
        MOVE "MARK-A" TO WS-EX-FIELD
        MOVE SM-MARK-A TO WS-EX-VALUE
        PERFORM 1020-WRITE-EXCEPTION
     END-IF.
     IF SM-DEFER-SLOT NOT = "B"
        AND (SM-MARK-B IS NOT NUMERIC OR SM-MARK-B > 100)
        MOVE 'N' TO WS-VALID-SW
        MOVE "MARK-B" TO WS-EX-FIELD
        MOVE SM-MARK-B TO WS-EX-VALUE
        PERFORM 1020-WRITE-EXCEPTION
     END-IF.
     IF SM-DEFER-SLOT NOT = "C"
        AND (SM-MARK-C IS NOT NUMERIC OR SM-MARK-C > 100)
        MOVE 'N' TO WS-VALID-SW
        MOVE "MARK-C" TO WS-EX-FIELD
        MOVE SM-MARK-C TO WS-EX-VALUE
        PERFORM 1020-WRITE-EXCEPTION
     END-IF.
     IF SM-DEFER-SLOT NOT = "D"
        AND (SM-MARK-D IS NOT NUMERIC OR SM-MARK-D > 100)
        MOVE 'N' TO WS-VALID-SW
        MOVE "MARK-D" TO WS-EX-FIELD
        MOVE SM-MARK-D TO WS-EX-VALUE
        PERFORM 1020-WRITE-EXCEPTION
     END-IF.
     IF SM-DEFER-SLOT NOT = "E"
        AND (SM-MARK-E IS NOT NUMERIC OR SM-MARK-E > 100)
        MOVE 'N' TO WS-VALID-SW
        MOVE "MARK-E" TO WS-EX-FIELD
        MOVE SM-MARK-E TO WS-EX-VALUE
             PERFORM 1040-WRITE-STUDENT-EXCEPTION
         NOT INVALID KEY
             MOVE SD-STUDENT-NAME TO WS-STUDENT-NAME
             EVALUATE TRUE
                 WHEN SD-MERGED-RETIRED
                     MOVE 'N' TO WS-VALID-SW
                     MOVE "STUDENT ID RETIRED BY MERGE" TO WS-EX-REASON
                     PERFORM 1040-WRITE-STUDENT-EXCEPTION
                 WHEN NOT SD-ACTIVELY-ENROLLED
                     MOVE 'N' TO WS-VALID-SW
                     MOVE "STUDENT NOT ACTIVELY ENROLLED" TO WS-EX-REASON
                     PERFORM 1040-WRITE-STUDENT-EXCEPTION
             END-EVALUATE
     END-READ.

 1035-CHECK-PROGRAM-COMPLETED.
     MOVE SPACES TO WS-EX-VALUE.
     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

 1045-CHECK-DEFERRAL-ALLOWED.
     IF WS-AMENDMENT
        MOVE 'N' TO WS-VALID-SW
        MOVE "TERM ALREADY GRADED - NO DEFERRAL" TO WS-EX-REASON
        PERFORM 1040-WRITE-STUDENT-EXCEPTION
     END-IF.

 1020-WRITE-EXCEPTION.
     MOVE SM-STUDENT-ID TO WS-EX-STUDENT-ID.
     MOVE "NON-NUMERIC OR OUT OF RANGE" TO WS-EX-REASON.
 1100-WRITE-DETAIL-LINE.
     MOVE SM-STUDENT-ID TO WS-DL-STUDENT-ID.
     MOVE WS-STUDENT-NAME TO WS-DL-STUDENT-NAME.
     MOVE WS-MM-MARK-A TO WS-DL-MARK-A.
     MOVE WS-MM-MARK-B TO WS-DL-MARK-B.
     MOVE WS-MM-MARK-C TO WS-DL-MARK-C.
     MOVE WS-MM-MARK-D TO WS-DL-MARK-D.
     MOVE WS-MM-MARK-E TO WS-DL-MARK-E.
     MOVE A TO WS-DL-AVERAGE.
     MOVE WS-GRADE TO WS-DL-GRADE.
     MOVE WS-SUBJECT-FAIL-FLAGS TO WS-DL-SUBJ-FLAGS.
     EVALUATE TRUE
         WHEN WS-AMENDMENT
             MOVE "AMD" TO WS-DL-AMEND-FLAG
         WHEN NOT SM-NO-DEFERRAL
             MOVE "INC" TO WS-DL-AMEND-FLAG
         WHEN WS-MODERATED
             MOVE "MOD" TO WS-DL-AMEND-FLAG
         WHEN OTHER
             MOVE SPACES TO WS-DL-AMEND-FLAG
     END-EVALUATE.
     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

 1110-WRITE-DEBARRED-SUBJECTS.
     PERFORM VARYING WS-DEBAR-SUB FROM 1 BY 1 UNTIL WS-DEBAR-SUB > 5
         IF WS-SUBJECT-FAIL-FLAGS(WS-DEBAR-SUB:1) = "X"
            PERFORM 1115-WRITE-ONE-DEBARRED-SUBJECT
         END-IF
     END-PERFORM.

 1115-WRITE-ONE-DEBARRED-SUBJECT.
     ADD 1 TO WS-COUNT-DEBARRED.
     MOVE WS-SUBJECT-LETTERS(WS-DEBAR-SUB:1) TO WS-DBR-SLOT.
     MOVE WS-CS-SUBJECT-CODE(WS-DEBAR-SUB) TO WS-DBR-SUBJECT-CODE.
     MOVE WS-SA-PERCENT(WS-DEBAR-SUB) TO WS-DBR-PERCENT.
     MOVE WS-SA-MINIMUM(WS-DEBAR-SUB) TO WS-DBR-MINIMUM.
     WRITE REPORT-LINE FROM WS-DEBARRED-LINE.
     MOVE SM-STUDENT-ID TO WS-EX-STUDENT-ID.
     MOVE SPACES TO WS-EX-FIELD.
     STRING "ATTEND-" WS-SUBJECT-LETTERS(WS-DEBAR-SUB:1)
            DELIMITED BY SIZE INTO WS-EX-FIELD.
     MOVE WS-SA-PERCENT(WS-DEBAR-SUB) TO WS-EX-VALUE.
     MOVE "SUBJECT DEBARRED - ATTENDANCE" TO WS-EX-REASON.
     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

 1350-CHECK-PRIOR-POSTING.
     MOVE 'N' TO WS-AMENDMENT-SW.
     MOVE 0 TO WS-PRIOR-TERM-AVERAGE.
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             IF GH-TERM-GRADE = 'W' OR GH-TERM-GRADE = 'I'
                CONTINUE
             ELSE
                MOVE 'Y' TO WS-AMENDMENT-SW
         NOT INVALID KEY
             MOVE 'Y' TO WS-MASTER-RECORD-EXISTS-SW
     END-READ.
     MOVE 'M' TO BI-FILE-ID.
     MOVE SM-STUDENT-ID TO BI-RECORD-KEY.
     IF WS-MASTER-RECORD-EXISTS
        MOVE 'C' TO BI-ACTION
        MOVE STUDENT-MASTER-RECORD TO BI-RECORD-IMAGE
     ELSE
        MOVE 'A' TO BI-ACTION
        MOVE SPACES TO BI-RECORD-IMAGE
     END-IF.
     PERFORM 1460-WRITE-BEFORE-IMAGE.
     IF NOT WS-MASTER-RECORD-EXISTS
        INITIALIZE STUDENT-MASTER-RECORD
        MOVE SM-STUDENT-ID TO SMR-STUDENT-ID
 1450-WRITE-GRADE-HISTORY.
     MOVE SM-STUDENT-ID TO GH-STUDENT-ID.
     MOVE SM-TERM-CODE TO GH-TERM-CODE.
     MOVE 'H' TO BI-FILE-ID.
     MOVE GH-HISTORY-KEY TO BI-RECORD-KEY.
     READ GRADE-HISTORY-FILE
         INVALID KEY
             MOVE 'A' TO BI-ACTION
             MOVE SPACES TO BI-RECORD-IMAGE
         NOT INVALID KEY
             MOVE 'C' TO BI-ACTION
             MOVE GRADE-HISTORY-RECORD TO BI-RECORD-IMAGE
     END-READ.
     PERFORM 1460-WRITE-BEFORE-IMAGE.
     MOVE SM-STUDENT-ID TO GH-STUDENT-ID.
     MOVE SM-TERM-CODE TO GH-TERM-CODE.
     MOVE WS-MM-MARK-A TO GH-MARK-A.
     MOVE WS-MM-MARK-B TO GH-MARK-B.
     MOVE WS-MM-MARK-C TO GH-MARK-C.
     MOVE WS-MM-MARK-D TO GH-MARK-D.
     MOVE WS-MM-MARK-E TO GH-MARK-E.
     MOVE SM-MARK-A TO GH-RAW-MARK-A.
     MOVE SM-MARK-B TO GH-RAW-MARK-B.
     MOVE SM-MARK-C TO GH-RAW-MARK-C.
     MOVE SM-MARK-D TO GH-RAW-MARK-D.
     MOVE SM-MARK-E TO GH-RAW-MARK-E.
     MOVE A TO GH-TERM-AVERAGE.
     MOVE WS-GRADE TO GH-TERM-GRADE.
     MOVE WS-SUBJECT-FAIL-FLAGS TO GH-FAIL-FLAGS.
     MOVE SM-DEFER-SLOT TO GH-DEFER-SLOT.
     WRITE GRADE-HISTORY-RECORD
         INVALID KEY
             REWRITE GRADE-HISTORY-RECORD
     END-WRITE.

 1460-WRITE-BEFORE-IMAGE.
     MOVE "PROG1" TO BI-PROGRAM-ID.
     MOVE WS-RUN-TERM-CODE TO BI-RUN-TERM-CODE.
     MOVE WS-BI-RUN-DATE TO BI-RUN-DATE.
     MOVE WS-BI-RUN-TIME TO BI-RUN-TIME.
     WRITE BEFORE-IMAGE-RECORD.

 1800-WRITE-REGISTRAR-EXTRACT.
     MOVE SM-STUDENT-ID TO REG-STUDENT-ID.
     MOVE SM-TERM-CODE TO REG-TERM-CODE.
        MOVE SPACE TO REG-RECORD-FLAG
     END-IF.
     MOVE WS-STUDENT-NAME TO REG-STUDENT-NAME.
     MOVE REG-STUDENT-ID TO WS-HOLD-LOOKUP-ID.
     PERFORM 1810-CHECK-ACTIVE-HOLD.
     IF WS-HOLD-ACTIVE
        MOVE 'H' TO REG-POSTING-STATUS
     ELSE
        MOVE 'U' TO REG-POSTING-STATUS
     END-IF.
     WRITE REGISTRAR-EXTRACT-RECORD.
     MOVE 'E' TO BI-FILE-ID.
     MOVE 'A' TO BI-ACTION.
     MOVE REGISTRAR-EXTRACT-RECORD(1:15) TO BI-RECORD-KEY.
     MOVE REGISTRAR-EXTRACT-RECORD TO BI-RECORD-IMAGE.
     PERFORM 1460-WRITE-BEFORE-IMAGE.

 1810-CHECK-ACTIVE-HOLD.
     MOVE 'N' TO WS-HOLD-ACTIVE-SW.
     IF WS-HOLD-OPEN
        MOVE 'N' TO WS-HOLD-EOF-SW
        MOVE WS-HOLD-LOOKUP-ID TO HL-STUDENT-ID
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
                    IF HL-STUDENT-ID NOT = WS-HOLD-LOOKUP-ID
                       MOVE 'Y' TO WS-HOLD-EOF-SW
                    ELSE
                       IF HL-HOLD-ACTIVE
                          MOVE 'Y' TO WS-HOLD-ACTIVE-SW
                       END-IF
                    END-IF
            END-READ
        END-PERFORM
     END-IF.

 1850-WRITE-RESIT-ELIGIBILITY.
     MOVE SM-STUDENT-ID TO RE-STUDENT-ID.
     MOVE SM-TERM-CODE TO RE-TERM-CODE.
     MOVE WS-SUBJECT-FAIL-FLAGS TO RE-FAIL-FLAGS.
     MOVE WS-MM-MARK-A TO RE-MARK-A.
     MOVE WS-MM-MARK-B TO RE-MARK-B.
     MOVE WS-MM-MARK-C TO RE-MARK-C.
     MOVE WS-MM-MARK-D TO RE-MARK-D.
     MOVE WS-MM-MARK-E TO RE-MARK-E.
     MOVE A TO RE-TERM-AVERAGE.
     MOVE WS-GRADE TO RE-TERM-GRADE.
     WRITE RESIT-ELIGIBILITY-RECORD.
     MOVE 'R' TO BI-FILE-ID.
     MOVE 'A' TO BI-ACTION.
     MOVE RESIT-ELIGIBILITY-RECORD(1:15) TO BI-RECORD-KEY.
     MOVE RESIT-ELIGIBILITY-RECORD TO BI-RECORD-IMAGE.
     PERFORM 1460-WRITE-BEFORE-IMAGE.

 1200-ACCUMULATE-TOTALS.
     ADD 1 TO WS-STUDENT-COUNT.

 1250-ACCUMULATE-SUBJECT-STATS.
     MOVE 1 TO WS-STAT-SUB.
     MOVE WS-MM-MARK-A TO WS-STAT-MARK.
     PERFORM 1260-POST-SUBJECT-STAT.
     MOVE 2 TO WS-STAT-SUB.
     MOVE WS-MM-MARK-B TO WS-STAT-MARK.
     PERFORM 1260-POST-SUBJECT-STAT.
     MOVE 3 TO WS-STAT-SUB.
     MOVE WS-MM-MARK-C TO WS-STAT-MARK.
     PERFORM 1260-POST-SUBJECT-STAT.
     MOVE 4 TO WS-STAT-SUB.
     MOVE WS-MM-MARK-D TO WS-STAT-MARK.
     PERFORM 1260-POST-SUBJECT-STAT.
     MOVE 5 TO WS-STAT-SUB.
     MOVE WS-MM-MARK-E TO WS-STAT-MARK.
     PERFORM 1260-POST-SUBJECT-STAT.

 1260-POST-SUBJECT-STAT.
     IF WS-STAT-MARK < WS-SJ-LOW-MARK(WS-STAT-SUB)
        MOVE WS-STAT-MARK TO WS-SJ-LOW-MARK(WS-STAT-SUB)
     END-IF.
     IF WS-STAT-MARK < WS-CS-PASS-MARK(WS-STAT-SUB)
        OR WS-SUBJECT-FAIL-FLAGS(WS-STAT-SUB:1) = "X"
        ADD 1 TO WS-SJ-FAIL-COUNT(WS-STAT-SUB)
     END-IF.
     EVALUATE TRUE
             ADD 1 TO WS-SJ-BAND-COUNT(WS-STAT-SUB 5)
     END-EVALUATE.

 1900-POST-INCOMPLETE-GRADE.
     EVALUATE SM-DEFER-SLOT
         WHEN "A" MOVE 0 TO SM-MARK-A
         WHEN "B" MOVE 0 TO SM-MARK-B
         WHEN "C" MOVE 0 TO SM-MARK-C
         WHEN "D" MOVE 0 TO SM-MARK-D
         WHEN "E" MOVE 0 TO SM-MARK-E
     END-EVALUATE.
     MOVE 'N' TO WS-MODERATED-SW.
     MOVE SM-MARK-A TO WS-MM-MARK-A.
     MOVE SM-MARK-B TO WS-MM-MARK-B.
     MOVE SM-MARK-C TO WS-MM-MARK-C.
     MOVE SM-MARK-D TO WS-MM-MARK-D.
     MOVE SM-MARK-E TO WS-MM-MARK-E.
     MOVE 0 TO A.
     MOVE "I" TO WS-GRADE.
     MOVE SPACES TO WS-SUBJECT-FAIL-FLAGS.
     MOVE SM-TERM-CODE TO WS-CATALOG-LOOKUP-TERM.
     PERFORM 1055-LOOKUP-SUBJECT-CATALOG.
     PERFORM 1062-APPLY-DEBARMENT.
     PERFORM 1100-WRITE-DETAIL-LINE.
     PERFORM 1110-WRITE-DEBARRED-SUBJECTS.
     PERFORM 1450-WRITE-GRADE-HISTORY.
     PERFORM 1800-WRITE-REGISTRAR-EXTRACT.

 2000-WRITE-TRAILER.
     IF WS-STUDENT-COUNT > 0
        COMPUTE WS-CLASS-AVERAGE ROUNDED =
            "  REJECTED:" WS-COUNT-REJECTED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE WS-COUNT-DEBARRED TO WS-COUNT-DEBARRED-DISP.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "SUBJECTS DEBARRED FOR ATTENDANCE: " WS-COUNT-DEBARRED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE REPORT-LINE FROM WS-TRAILER-LINE.

 2200-WRITE-SUBJECT-STATISTICS.
     OPEN OUTPUT SUBJECT-STATS-FILE.
     END-IF.
     WRITE REPORT-LINE FROM WS-STATS-SECTION-HEADER.
     WRITE REPORT-LINE FROM WS-STATS-COLUMN-HEADER.
     MOVE WS-BATCH-TERM-CODE TO WS-CATALOG-LOOKUP-TERM.
     PERFORM 1055-LOOKUP-SUBJECT-CATALOG.
     PERFORM VARYING SJ-IDX FROM 1 BY 1 UNTIL SJ-IDX > 5
         PERFORM 2250-WRITE-ONE-SUBJECT-STAT
     END-PERFORM.
        MOVE 0 TO WS-SJ-LOW-MARK(SJ-IDX)
     END-IF.
     MOVE WS-SUBJECT-LETTERS(SJ-IDX:1) TO WS-ST-SUBJECT.
     MOVE WS-CS-SUBJECT-CODE(SJ-IDX) TO WS-ST-SUBJECT-CODE.
     MOVE WS-CS-TITLE(SJ-IDX) TO WS-ST-TITLE.
     MOVE WS-SUBJECT-MEAN TO WS-ST-MEAN.
     MOVE WS-SJ-HIGH-MARK(SJ-IDX) TO WS-ST-HIGH.
     MOVE WS-SJ-LOW-MARK(SJ-IDX) TO WS-ST-LOW.
     MOVE WS-SJ-BAND-COUNT(SJ-IDX 5) TO SS-BAND-COUNT(5).
     WRITE SUBJECT-STATS-RECORD.

 2300-WRITE-MODERATION-TRAILER.
     MOVE WS-COUNT-MODERATED TO WS-COUNT-MODERATED-DISP.
     MOVE WS-COUNT-MOD-CHANGED TO WS-COUNT-MOD-CHANGED-DISP.
     WRITE MODERATION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "STUDENTS MODERATED: " WS-COUNT-MODERATED-DISP
            "   GRADE BAND OR FAIL FLAG CHANGED: "
            WS-COUNT-MOD-CHANGED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE MODERATION-REPORT-LINE FROM WS-TRAILER-LINE.

 2100-BALANCE-BATCH-CONTROLS.
     MOVE 'Y' TO WS-BATCH-BALANCE-SW.
     IF NOT WS-BATCH-HEADER-SEEN
