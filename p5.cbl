     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HL-HOLD-KEY
         FILE STATUS IS WS-HOLD-FILE-STATUS.
     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RC-CONTROL-KEY
         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
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
     SELECT ATTENDANCE-WAIVER-FILE ASSIGN TO "ATTWAIVR.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WAIVER-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  RESIT-MARKS-FILE.
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
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 FD  CHECKPOINT-FILE.
     05 CKPT-BATCH-READ-COUNT   PIC 9(6).
     05 CKPT-BATCH-HASH-TOTAL   PIC 9(9).
     05 CKPT-SUBJECT-STATS      PIC X(225).
     05 CKPT-COUNT-MODERATED    PIC 9(5).
     05 CKPT-COUNT-MOD-CHANGED  PIC 9(5).
     05 CKPT-COUNT-DEBARRED     PIC 9(5).
 FD  TERM-CONTROL-FILE.
 01  TERM-CONTROL-RECORD.
     05 TC-TERM-CODE            PIC X(6).
        88 TC-TERM-OPEN             VALUE 'O'.
        88 TC-TERM-CLOSING          VALUE 'C'.
        88 TC-TERM-CLOSED           VALUE 'X'.
     05 TC-INCOMPLETE-DEADLINE  PIC 9(8).
     05 TC-MIN-ATTENDANCE       PIC 999.
 FD  RUN-CONTROL-FILE.
 01  RUN-CONTROL-RECORD.
     05 RC-CONTROL-KEY.
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
 FD  SUBJECT-CATALOG-FILE.
 01  SUBJECT-CATALOG-RECORD.
     05 SC-CATALOG-KEY.
        10 SC-TERM-CODE         PIC X(6).
        10 SC-SUBJECT-SLOT      PIC X.
     05 SC-SUBJECT-CODE         PIC X(8).
     05 SC-SUBJECT-TITLE        PIC X(30).
     05 SC-CREDIT-VALUE         PIC 99.
     05 SC-PASS-MARK            PIC 999.
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
 FD  ATTENDANCE-WAIVER-FILE.
 01  ATTENDANCE-WAIVER-RECORD.
     05 AW-STUDENT-ID           PIC X(9).
     05 AW-TERM-CODE            PIC X(6).
     05 AW-SUBJECT-SLOT         PIC X.
     05 AW-APPROVED-BY          PIC X(8).
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
 WORKING-STORAGE SECTION.
     01 WS-RESIT-MARKS-STATUS   PIC XX.
     01 WS-ELIGIBILITY-STATUS   PIC XX.
     01 WS-EXCEPT-FILE-STATUS   PIC XX.
     01 WS-WEIGHT-FILE-STATUS   PIC XX.
     01 WS-MASTER-FILE-STATUS   PIC XX.
     01 WS-BEFORE-IMAGE-STATUS  PIC XX.
     01 WS-BI-RUN-DATE          PIC 9(8) VALUE 0.
     01 WS-BI-RUN-TIME          PIC 9(6) VALUE 0.
     01 WS-DEMO-FILE-STATUS     PIC XX.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
     01 WS-AUDIT-FILE-STATUS    PIC XX.
     01 WS-EXTRACT-FILE-STATUS  PIC XX.
     01 WS-HOLD-FILE-STATUS     PIC XX.
     01 WS-HOLD-OPEN-SW         PIC X VALUE 'N'.
        88 WS-HOLD-OPEN               VALUE 'Y'.
     01 WS-HOLD-EOF-SW          PIC X VALUE 'N'.
        88 WS-HOLD-EOF                VALUE 'Y'.
     01 WS-HOLD-ACTIVE-SW       PIC X VALUE 'N'.
        88 WS-HOLD-ACTIVE             VALUE 'Y'.
     01 WS-HOLD-LOOKUP-ID       PIC X(9).
     01 WS-RESIT-EOF-SW         PIC X VALUE 'N'.
        88 WS-RESIT-EOF               VALUE 'Y'.
     01 WS-ELIGIBILITY-EOF-SW   PIC X VALUE 'N'.
     01 WS-RUN-RECORD-COUNT     PIC 9(6) VALUE 0.
     01 WS-RUN-BALANCE-SW       PIC X.
     01 WS-POSTED-COUNT         PIC 9(6) VALUE 0.
     01 WS-CATALOG-FILE-STATUS  PIC XX.
     01 WS-CATALOG-OPEN-SW      PIC X VALUE 'N'.
        88 WS-CATALOG-OPEN            VALUE 'Y'.
     01 WS-CATALOG-TERM-CODE    PIC X(6) VALUE LOW-VALUES.
     01 WS-SUBJECT-LETTERS      PIC X(5) VALUE "ABCDE".
     01 WS-CURRENT-SUBJECTS.
        05 WS-CURRENT-SUBJECT OCCURS 5 TIMES INDEXED BY CS-IDX.
           10 WS-CS-SUBJECT-CODE PIC X(8).
           10 WS-CS-TITLE       PIC X(30).
           10 WS-CS-CREDITS     PIC 99.
           10 WS-CS-PASS-MARK   PIC 999.

     01 WS-ELIGIBILITY-TABLE.
        05 WS-ELIG-ENTRY OCCURS 500 TIMES INDEXED BY EL-IDX.
     01 WS-ELIGIBILITY-MAX      PIC 9(3) VALUE 500.
     01 WS-ELIG-FOUND-SW        PIC X VALUE 'N'.
        88 WS-ELIG-FOUND              VALUE 'Y'.
     01 WS-WAIVER-FILE-STATUS   PIC XX.
     01 WS-WAIVER-EOF-SW        PIC X VALUE 'N'.
        88 WS-WAIVER-EOF              VALUE 'Y'.
     01 WS-WAIVER-TABLE.
        05 WS-WAIVER-ENTRY OCCURS 500 TIMES INDEXED BY AW-IDX.
           10 WS-AW-STUDENT-ID  PIC X(9).
           10 WS-AW-TERM-CODE   PIC X(6).
           10 WS-AW-SLOT        PIC X.
     01 WS-WAIVER-COUNT         PIC 9(3) VALUE 0.
     01 WS-WAIVER-MAX           PIC 9(3) VALUE 500.
     01 WS-WAIVER-SLOT          PIC X.
     01 WS-WAIVER-FOUND-SW      PIC X VALUE 'N'.
        88 WS-WAIVER-FOUND            VALUE 'Y'.
     01 WS-DEBAR-SUB            PIC 9.
     01 WS-ELIG-SUB             PIC 9(3) VALUE 0.

     01 WS-WEIGHT-TABLE.
     01 D PIC 999.
     01 E PIC 999.
     01 WS-SUBSTITUTED-MARK-A   PIC 999.
     01 WS-RESIT-RAW-MARKS.
        05 WS-RR-MARK-A         PIC X(3).
        05 WS-RR-MARK-B         PIC X(3).
        05 WS-RR-MARK-C         PIC X(3).
        05 WS-RR-MARK-D         PIC X(3).
        05 WS-RR-MARK-E         PIC X(3).
     01 WS-RESIT-RAW-MARK-TABLE REDEFINES WS-RESIT-RAW-MARKS.
        05 WS-RR-MARK           PIC X(3) OCCURS 5 TIMES.
     01 WS-UNMODERATED-MARKS.
        05 WS-UM-MARK-A         PIC 999.
        05 WS-UM-MARK-B         PIC 999.
        05 WS-UM-MARK-C         PIC 999.
        05 WS-UM-MARK-D         PIC 999.
        05 WS-UM-MARK-E         PIC 999.
     01 WS-MODERATION-FILE-STATUS PIC XX.
     01 WS-MODERATION-EOF-SW    PIC X VALUE 'N'.
        88 WS-MODERATION-EOF          VALUE 'Y'.
     01 WS-MODRPT-FILE-STATUS   PIC XX.
     01 WS-MODERATED-SW         PIC X VALUE 'N'.
        88 WS-MODERATED               VALUE 'Y'.
     01 WS-MOD-FOUND-SW         PIC X VALUE 'N'.
        88 WS-MOD-FOUND               VALUE 'Y'.
     01 WS-MODERATION-TABLE.
        05 WS-MODERATION-ENTRY OCCURS 250 TIMES INDEXED BY MD-IDX.
           10 WS-MD-TERM-CODE   PIC X(6).
           10 WS-MD-SLOT        PIC X.
           10 WS-MD-METHOD      PIC X.
           10 WS-MD-FACTOR      PIC S9(3)V999.
     01 WS-MODERATION-COUNT     PIC 9(3) VALUE 0.
     01 WS-MODERATION-TABLE-MAX PIC 9(3) VALUE 250.
     01 WS-MOD-SLOT             PIC X.
     01 WS-MOD-MARK             PIC 999.
     01 WS-MOD-WORK             PIC S9(5)V999.
     01 WS-UNMOD-AVERAGE        PIC 999.
     01 WS-UNMOD-GRADE          PIC X.
     01 WS-UNMOD-FAIL-FLAGS.
        05 WS-UF-A              PIC X.
        05 WS-UF-B              PIC X.
        05 WS-UF-C              PIC X.
        05 WS-UF-D              PIC X.
        05 WS-UF-E              PIC X.
     01 WS-COUNT-MODERATED      PIC 9(5) VALUE 0.
     01 WS-COUNT-MOD-CHANGED    PIC 9(5) VALUE 0.
     01 WS-GRADE                PIC X.
     01 WS-SUBJECT-FAIL-FLAGS.
        05 WS-FAIL-A            PIC X VALUE SPACE.
     01 WS-REPORT-HEADER-1      PIC X(100) VALUE
        "STUDENT ID   STUDENT NAME               MK-A MK-B MK-C MK-D MK-E  AVERAGE  GRD  SUBJ-FAIL  FLAG".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-MODRPT-HEADER-1      PIC X(100) VALUE
        "MODERATION IMPACT REPORT - RESIT RUN".
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

     01 WS-DETAIL-LINE.
        05 WS-DL-STUDENT-ID     PIC X(9).
     PERFORM 3100-STAMP-RUN-START.
     PERFORM 0043-LOAD-TERM-TABLE.
     PERFORM 0040-LOAD-ELIGIBILITY-TABLE.
     PERFORM 0046-LOAD-WAIVER-TABLE.
     PERFORM 0050-LOAD-WEIGHT-TABLE.
     PERFORM 0057-LOAD-MODERATION-TABLE.
     OPEN OUTPUT RESIT-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG5 ERROR: UNABLE TO OPEN RESIT-REPORT-FILE, STATUS="
            WS-HISTORY-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN INPUT SUBJECT-CATALOG-FILE.
     IF WS-CATALOG-FILE-STATUS = "00"
        MOVE 'Y' TO WS-CATALOG-OPEN-SW
     ELSE
        DISPLAY "PROG5 WARNING: SUBJECT CATALOG NOT AVAILABLE, STATUS="
            WS-CATALOG-FILE-STATUS " - DEFAULT PASS MARK USED"
     END-IF.
     PERFORM 0069-OPEN-HOLD-FILE.
     PERFORM 0090-OPEN-AUDIT-LOG.
     PERFORM 0095-OPEN-EXTRACT-FILE.
     PERFORM 0097-OPEN-MODERATION-REPORT.
     PERFORM 0092-OPEN-BEFORE-IMAGE-FILE.
     WRITE RESIT-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE RESIT-REPORT-LINE FROM WS-REPORT-HEADER-2.
     PERFORM UNTIL WS-RESIT-EOF
     MOVE 'Y' TO WS-RUN-BALANCE-SW.
     MOVE WS-POSTED-COUNT TO WS-RUN-RECORD-COUNT.
     PERFORM 3200-STAMP-RUN-END.
     PERFORM 2300-WRITE-MODERATION-TRAILER.
     CLOSE RESIT-MARKS-FILE RESIT-REPORT-FILE RESIT-EXCEPTIONS-FILE
           STUDENT-MASTER-FILE STUDENT-DEMOGRAPHIC-FILE
           GRADE-HISTORY-FILE AUDIT-LOG-FILE REGISTRAR-EXTRACT-FILE
           RUN-CONTROL-FILE MODERATION-REPORT-FILE BEFORE-IMAGE-FILE.
     IF WS-CATALOG-OPEN
        CLOSE SUBJECT-CATALOG-FILE
     END-IF.
     IF WS-HOLD-OPEN
        CLOSE HOLD-FILE
     END-IF.
     STOP RUN.

 0085-OPEN-RUN-CONTROL.
     MOVE WS-RUN-TERM-CODE TO RC-TERM-CODE.
     MOVE "PROG5" TO RC-PROGRAM-ID.
     MOVE 'S' TO RC-STATUS.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BI-RUN-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-BI-RUN-TIME.
     MOVE WS-BI-RUN-DATE TO RC-START-DATE.
     MOVE WS-BI-RUN-TIME TO RC-START-TIME.
     MOVE 0 TO RC-END-DATE RC-END-TIME RC-RECORD-COUNT.
     MOVE SPACE TO RC-BALANCE-SW.
     IF WS-RC-FOUND
        MOVE 'N' TO WS-EL-USED-SW(WS-ELIG-SUB)
     END-IF.

 0046-LOAD-WAIVER-TABLE.
     OPEN INPUT ATTENDANCE-WAIVER-FILE.
     IF WS-WAIVER-FILE-STATUS = "00"
        PERFORM UNTIL WS-WAIVER-EOF
            READ ATTENDANCE-WAIVER-FILE
                AT END
                    MOVE 'Y' TO WS-WAIVER-EOF-SW
                NOT AT END
                    PERFORM 0047-LOAD-WAIVER-ROW
            END-READ
        END-PERFORM
        CLOSE ATTENDANCE-WAIVER-FILE
     END-IF.

 0047-LOAD-WAIVER-ROW.
     IF WS-WAIVER-COUNT >= WS-WAIVER-MAX
        DISPLAY "PROG5 ERROR: ATTENDANCE WAIVER TABLE FULL AT "
            WS-WAIVER-MAX " RECORDS - RUN ABANDONED, "
            "NO RESITS PROCESSED"
        STOP RUN
     ELSE
        ADD 1 TO WS-WAIVER-COUNT
        MOVE AW-STUDENT-ID TO WS-AW-STUDENT-ID(WS-WAIVER-COUNT)
        MOVE AW-TERM-CODE TO WS-AW-TERM-CODE(WS-WAIVER-COUNT)
        MOVE AW-SUBJECT-SLOT TO WS-AW-SLOT(WS-WAIVER-COUNT)
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

 0058-VALIDATE-AND-LOAD-MODERATION-ROW.
     MOVE 'N' TO WS-MOD-FOUND-SW.
     PERFORM VARYING MD-IDX FROM 1 BY 1
             UNTIL MD-IDX > WS-MODERATION-COUNT OR WS-MOD-FOUND
         IF WS-MD-TERM-CODE(MD-IDX) = MD-TERM-CODE
            AND WS-MD-SLOT(MD-IDX) = MD-SUBJECT-SLOT
            MOVE 'Y' TO WS-MOD-FOUND-SW
         END-IF
     END-PERFORM.
     EVALUATE TRUE
         WHEN NOT MD-VALID-SLOT
           OR (NOT MD-ADD-ON AND NOT MD-SCALE)
           OR MD-FACTOR-N IS NOT NUMERIC
             DISPLAY "PROG5 WARNING: MODERATION ROW FOR TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT
                 " IS INVALID - IGNORED"
         WHEN MD-SCALE AND MD-FACTOR-N NOT > 0
             DISPLAY "PROG5 WARNING: MODERATION ROW FOR TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT
                 " SCALE FACTOR NOT POSITIVE - IGNORED"
         WHEN WS-MOD-FOUND
             DISPLAY "PROG5 WARNING: DUPLICATE MODERATION ROW FOR TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT " SKIPPED"
         WHEN WS-MODERATION-COUNT >= WS-MODERATION-TABLE-MAX
             DISPLAY "PROG5 WARNING: MODERATION TABLE FULL - TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT " SKIPPED"
         WHEN OTHER
             ADD 1 TO WS-MODERATION-COUNT
             MOVE MD-TERM-CODE TO WS-MD-TERM-CODE(WS-MODERATION-COUNT)
             MOVE MD-SUBJECT-SLOT TO WS-MD-SLOT(WS-MODERATION-COUNT)
             MOVE MD-METHOD TO WS-MD-METHOD(WS-MODERATION-COUNT)
             MOVE MD-FACTOR-N TO WS-MD-FACTOR(WS-MODERATION-COUNT)
     END-EVALUATE.

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
        DISPLAY "PROG5 ERROR: UNABLE TO OPEN BEFORE-IMAGE-FILE, STATUS="
            WS-BEFORE-IMAGE-STATUS
        STOP RUN
     END-IF.

 0095-OPEN-EXTRACT-FILE.
     OPEN EXTEND REGISTRAR-EXTRACT-FILE.
     IF WS-EXTRACT-FILE-STATUS NOT = "00"
        STOP RUN
     END-IF.

 0097-OPEN-MODERATION-REPORT.
     OPEN EXTEND MODERATION-REPORT-FILE.
     IF WS-MODRPT-FILE-STATUS NOT = "00"
        OPEN OUTPUT MODERATION-REPORT-FILE
        CLOSE MODERATION-REPORT-FILE
        OPEN EXTEND MODERATION-REPORT-FILE
     END-IF.
     IF WS-MODRPT-FILE-STATUS NOT = "00"
        DISPLAY "PROG5 ERROR: UNABLE TO OPEN MODERATION-REPORT-FILE, "
            "STATUS=" WS-MODRPT-FILE-STATUS
        STOP RUN
     END-IF.
     WRITE MODERATION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-HEADER-1.
     WRITE MODERATION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-COLUMN-HEADER.

 1000-PROCESS-RESIT.
     MOVE 'Y' TO WS-VALID-SW.
     PERFORM 1110-VALIDATE-RESIT-TERM.
     END-IF.
     IF WS-RECORD-VALID
        PERFORM 1050-LOOKUP-WEIGHTS
        PERFORM 1055-LOOKUP-SUBJECT-CATALOG
        PERFORM 1060-CHECK-SUBJECT-PASS-FAIL
        MOVE A TO WS-SUBSTITUTED-MARK-A
        COMPUTE A ROUNDED =
     IF WS-RECORD-VALID
        MOVE 'Y' TO WS-EL-USED-SW(WS-ELIG-SUB)
        ADD 1 TO WS-POSTED-COUNT
        IF WS-MODERATED
           PERFORM 1065-CHECK-MODERATION-IMPACT
        END-IF
        PERFORM 1300-READ-DEMOGRAPHIC
        PERFORM 1600-WRITE-DETAIL-LINE
        PERFORM 1800-WRITE-REGISTRAR-EXTRACT
     MOVE WS-EL-MARK-C(WS-ELIG-SUB) TO C.
     MOVE WS-EL-MARK-D(WS-ELIG-SUB) TO D.
     MOVE WS-EL-MARK-E(WS-ELIG-SUB) TO E.
     MOVE A TO WS-UM-MARK-A.
     MOVE B TO WS-UM-MARK-B.
     MOVE C TO WS-UM-MARK-C.
     MOVE D TO WS-UM-MARK-D.
     MOVE E TO WS-UM-MARK-E.
     MOVE SPACES TO WS-RESIT-RAW-MARKS.
     MOVE 'N' TO WS-MODERATED-SW.
     PERFORM 1205-CHECK-DEBARRED-RESITS.
     IF WS-RECORD-VALID AND RS-MARK-A NOT = SPACES
        PERFORM 1210-SUBSTITUTE-MARK-A
     END-IF.
     IF WS-RECORD-VALID AND RS-MARK-B NOT = SPACES
        PERFORM 1250-SUBSTITUTE-MARK-E
     END-IF.

 1205-CHECK-DEBARRED-RESITS.
     IF RS-MARK-A NOT = SPACES
        AND WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(1:1) = "X"
        MOVE "A" TO WS-WAIVER-SLOT
        MOVE RS-MARK-A TO WS-EX-VALUE
        PERFORM 1270-CHECK-ATTENDANCE-WAIVER
     END-IF.
     IF RS-MARK-B NOT = SPACES
        AND WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(2:1) = "X"
        MOVE "B" TO WS-WAIVER-SLOT
        MOVE RS-MARK-B TO WS-EX-VALUE
        PERFORM 1270-CHECK-ATTENDANCE-WAIVER
     END-IF.
     IF RS-MARK-C NOT = SPACES
        AND WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(3:1) = "X"
        MOVE "C" TO WS-WAIVER-SLOT
        MOVE RS-MARK-C TO WS-EX-VALUE
        PERFORM 1270-CHECK-ATTENDANCE-WAIVER
     END-IF.
     IF RS-MARK-D NOT = SPACES
        AND WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(4:1) = "X"
        MOVE "D" TO WS-WAIVER-SLOT
        MOVE RS-MARK-D TO WS-EX-VALUE
        PERFORM 1270-CHECK-ATTENDANCE-WAIVER
     END-IF.
     IF RS-MARK-E NOT = SPACES
        AND WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(5:1) = "X"
        MOVE "E" TO WS-WAIVER-SLOT
        MOVE RS-MARK-E TO WS-EX-VALUE
        PERFORM 1270-CHECK-ATTENDANCE-WAIVER
     END-IF.

 1270-CHECK-ATTENDANCE-WAIVER.
     MOVE 'N' TO WS-WAIVER-FOUND-SW.
     PERFORM VARYING AW-IDX FROM 1 BY 1
             UNTIL AW-IDX > WS-WAIVER-COUNT OR WS-WAIVER-FOUND
         IF WS-AW-STUDENT-ID(AW-IDX) = RS-STUDENT-ID
            AND WS-AW-TERM-CODE(AW-IDX) = RS-TERM-CODE
            AND WS-AW-SLOT(AW-IDX) = WS-WAIVER-SLOT
            MOVE 'Y' TO WS-WAIVER-FOUND-SW
         END-IF
     END-PERFORM.
     IF NOT WS-WAIVER-FOUND
        MOVE 'N' TO WS-VALID-SW
        MOVE SPACES TO WS-EX-FIELD
        STRING "MARK-" WS-WAIVER-SLOT DELIMITED BY SIZE INTO WS-EX-FIELD
        MOVE "DEBARRED - NO WAIVER ON FILE" TO WS-EX-REASON
        PERFORM 1020-WRITE-EXCEPTION
     END-IF.

 1210-SUBSTITUTE-MARK-A.
     IF WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(1:1) NOT = "A" AND NOT = "X"
        MOVE "MARK-A" TO WS-EX-FIELD
        MOVE RS-MARK-A TO WS-EX-VALUE
        MOVE "SUBJECT NOT FAILED - IGNORED" TO WS-EX-REASON
           MOVE "NON-NUMERIC OR OUT OF RANGE" TO WS-EX-REASON
           PERFORM 1020-WRITE-EXCEPTION
        ELSE
           MOVE RS-MARK-A TO WS-RR-MARK-A
           MOVE RS-MARK-A-N TO WS-UM-MARK-A
           IF WS-UM-MARK-A > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO WS-UM-MARK-A
           END-IF
           MOVE "A" TO WS-MOD-SLOT
           MOVE RS-MARK-A-N TO WS-MOD-MARK
           PERFORM 1258-MODERATE-ONE-MARK
           MOVE WS-MOD-MARK TO A
           IF A > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO A
           END-IF
     END-IF.

 1220-SUBSTITUTE-MARK-B.
     IF WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(2:1) NOT = "B" AND NOT = "X"
        MOVE "MARK-B" TO WS-EX-FIELD
        MOVE RS-MARK-B TO WS-EX-VALUE
        MOVE "SUBJECT NOT FAILED - IGNORED" TO WS-EX-REASON
           MOVE "NON-NUMERIC OR OUT OF RANGE" TO WS-EX-REASON
           PERFORM 1020-WRITE-EXCEPTION
        ELSE
           MOVE RS-MARK-B TO WS-RR-MARK-B
           MOVE RS-MARK-B-N TO WS-UM-MARK-B
           IF WS-UM-MARK-B > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO WS-UM-MARK-B
           END-IF
           MOVE "B" TO WS-MOD-SLOT
           MOVE RS-MARK-B-N TO WS-MOD-MARK
           PERFORM 1258-MODERATE-ONE-MARK
           MOVE WS-MOD-MARK TO B
           IF B > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO B
           END-IF
     END-IF.

 1230-SUBSTITUTE-MARK-C.
     IF WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(3:1) NOT = "C" AND NOT = "X"
        MOVE "MARK-C" TO WS-EX-FIELD
        MOVE RS-MARK-C TO WS-EX-VALUE
        MOVE "SUBJECT NOT FAILED - IGNORED" TO WS-EX-REASON
           MOVE "NON-NUMERIC OR OUT OF RANGE" TO WS-EX-REASON
           PERFORM 1020-WRITE-EXCEPTION
        ELSE
           MOVE RS-MARK-C TO WS-RR-MARK-C
           MOVE RS-MARK-C-N TO WS-UM-MARK-C
           IF WS-UM-MARK-C > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO WS-UM-MARK-C
           END-IF
           MOVE "C" TO WS-MOD-SLOT
           MOVE RS-MARK-C-N TO WS-MOD-MARK
           PERFORM 1258-MODERATE-ONE-MARK
           MOVE WS-MOD-MARK TO C
           IF C > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO C
           END-IF
     END-IF.

 1240-SUBSTITUTE-MARK-D.
     IF WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(4:1) NOT = "D" AND NOT = "X"
        MOVE "MARK-D" TO WS-EX-FIELD
        MOVE RS-MARK-D TO WS-EX-VALUE
        MOVE "SUBJECT NOT FAILED - IGNORED" TO WS-EX-REASON
           MOVE "NON-NUMERIC OR OUT OF RANGE" TO WS-EX-REASON
           PERFORM 1020-WRITE-EXCEPTION
        ELSE
           MOVE RS-MARK-D TO WS-RR-MARK-D
           MOVE RS-MARK-D-N TO WS-UM-MARK-D
           IF WS-UM-MARK-D > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO WS-UM-MARK-D
           END-IF
           MOVE "D" TO WS-MOD-SLOT
           MOVE RS-MARK-D-N TO WS-MOD-MARK
           PERFORM 1258-MODERATE-ONE-MARK
           MOVE WS-MOD-MARK TO D
           IF D > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO D
           END-IF
     END-IF.

 1250-SUBSTITUTE-MARK-E.
     IF WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(5:1) NOT = "E" AND NOT = "X"
        MOVE "MARK-E" TO WS-EX-FIELD
        MOVE RS-MARK-E TO WS-EX-VALUE
        MOVE "SUBJECT NOT FAILED - IGNORED" TO WS-EX-REASON
           MOVE "NON-NUMERIC OR OUT OF RANGE" TO WS-EX-REASON
           PERFORM 1020-WRITE-EXCEPTION
        ELSE
           MOVE RS-MARK-E TO WS-RR-MARK-E
           MOVE RS-MARK-E-N TO WS-UM-MARK-E
           IF WS-UM-MARK-E > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO WS-UM-MARK-E
           END-IF
           MOVE "E" TO WS-MOD-SLOT
           MOVE RS-MARK-E-N TO WS-MOD-MARK
           PERFORM 1258-MODERATE-ONE-MARK
           MOVE WS-MOD-MARK TO E
           IF E > WS-RESIT-MARK-CAP
              MOVE WS-RESIT-MARK-CAP TO E
           END-IF
        END-IF
     END-IF.

 1258-MODERATE-ONE-MARK.
     MOVE 'N' TO WS-MOD-FOUND-SW.
     PERFORM VARYING MD-IDX FROM 1 BY 1
             UNTIL MD-IDX > WS-MODERATION-COUNT OR WS-MOD-FOUND
         IF WS-MD-TERM-CODE(MD-IDX) = RS-TERM-CODE
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
     IF WS-UM-MARK-A < WS-CS-PASS-MARK(1)
        MOVE "A" TO WS-UF-A
     END-IF.
     IF WS-UM-MARK-B < WS-CS-PASS-MARK(2)
        MOVE "B" TO WS-UF-B
     END-IF.
     IF WS-UM-MARK-C < WS-CS-PASS-MARK(3)
        MOVE "C" TO WS-UF-C
     END-IF.
     IF WS-UM-MARK-D < WS-CS-PASS-MARK(4)
        MOVE "D" TO WS-UF-D
     END-IF.
     IF WS-UM-MARK-E < WS-CS-PASS-MARK(5)
        MOVE "E" TO WS-UF-E
     END-IF.
     PERFORM VARYING WS-DEBAR-SUB FROM 1 BY 1 UNTIL WS-DEBAR-SUB > 5
         IF WS-SUBJECT-FAIL-FLAGS(WS-DEBAR-SUB:1) = "X"
            MOVE "X" TO WS-UNMOD-FAIL-FLAGS(WS-DEBAR-SUB:1)
         END-IF
     END-PERFORM.
     COMPUTE WS-UNMOD-AVERAGE ROUNDED =
         (WS-UM-MARK-A * WS-CURRENT-WEIGHT-A) +
         (WS-UM-MARK-B * WS-CURRENT-WEIGHT-B) +
         (WS-UM-MARK-C * WS-CURRENT-WEIGHT-C) +
         (WS-UM-MARK-D * WS-CURRENT-WEIGHT-D) +
         (WS-UM-MARK-E * WS-CURRENT-WEIGHT-E).
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
        MOVE RS-STUDENT-ID TO WS-MO-STUDENT-ID
        MOVE RS-TERM-CODE TO WS-MO-TERM-CODE
        MOVE WS-UNMOD-AVERAGE TO WS-MO-RAW-AVERAGE
        MOVE WS-UNMOD-GRADE TO WS-MO-RAW-GRADE
        MOVE WS-UNMOD-FAIL-FLAGS TO WS-MO-RAW-FAIL
        MOVE A TO WS-MO-MOD-AVERAGE
        MOVE WS-GRADE TO WS-MO-MOD-GRADE
        MOVE WS-SUBJECT-FAIL-FLAGS TO WS-MO-MOD-FAIL
        MOVE "RESIT" TO WS-MO-SOURCE
        WRITE MODERATION-REPORT-LINE FROM WS-MODRPT-DETAIL
     END-IF.

 2300-WRITE-MODERATION-TRAILER.
     MOVE WS-COUNT-MODERATED TO WS-COUNT-MODERATED-DISP.
     MOVE WS-COUNT-MOD-CHANGED TO WS-COUNT-MOD-CHANGED-DISP.
     WRITE MODERATION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "RESITS MODERATED: " WS-COUNT-MODERATED-DISP
            "   GRADE BAND OR FAIL FLAG CHANGED: "
            WS-COUNT-MOD-CHANGED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE MODERATION-REPORT-LINE FROM WS-TRAILER-LINE.

 1050-LOOKUP-WEIGHTS.
     MOVE 0.200 TO WS-CURRENT-WEIGHT-A WS-CURRENT-WEIGHT-B
                   WS-CURRENT-WEIGHT-C WS-CURRENT-WEIGHT-D

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
     PERFORM VARYING WS-DEBAR-SUB FROM 1 BY 1 UNTIL WS-DEBAR-SUB > 5
         IF WS-EL-FAIL-FLAGS(WS-ELIG-SUB)(WS-DEBAR-SUB:1) = "X"
            AND WS-RR-MARK(WS-DEBAR-SUB) = SPACES
            MOVE "X" TO WS-SUBJECT-FAIL-FLAGS(WS-DEBAR-SUB:1)
         END-IF
     END-PERFORM.

 1055-LOOKUP-SUBJECT-CATALOG.
     IF RS-TERM-CODE NOT = WS-CATALOG-TERM-CODE
        MOVE RS-TERM-CODE TO WS-CATALOG-TERM-CODE
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

 1300-READ-DEMOGRAPHIC.
     MOVE SPACES TO WS-STUDENT-NAME.
        END-READ
     END-IF.
     IF WS-RECORD-VALID
        MOVE 'M' TO BI-FILE-ID
        MOVE 'C' TO BI-ACTION
        MOVE RS-STUDENT-ID TO BI-RECORD-KEY
        MOVE STUDENT-MASTER-RECORD TO BI-RECORD-IMAGE
        PERFORM 1460-WRITE-BEFORE-IMAGE
        MOVE 'H' TO BI-FILE-ID
        MOVE 'C' TO BI-ACTION
        MOVE GH-HISTORY-KEY TO BI-RECORD-KEY
        MOVE GRADE-HISTORY-RECORD TO BI-RECORD-IMAGE
        PERFORM 1460-WRITE-BEFORE-IMAGE
        SUBTRACT GH-TERM-AVERAGE FROM SMR-CUM-AVERAGE-TOTAL
        ADD A TO SMR-CUM-AVERAGE-TOTAL
        IF SMR-TERMS-COMPLETED > 0
        MOVE A TO GH-TERM-AVERAGE
        MOVE WS-GRADE TO GH-TERM-GRADE
        MOVE WS-SUBJECT-FAIL-FLAGS TO GH-FAIL-FLAGS
        IF WS-RR-MARK-A NOT = SPACES
           MOVE RS-MARK-A-N TO GH-RAW-MARK-A
        END-IF
        IF WS-RR-MARK-B NOT = SPACES
           MOVE RS-MARK-B-N TO GH-RAW-MARK-B
        END-IF
        IF WS-RR-MARK-C NOT = SPACES
           MOVE RS-MARK-C-N TO GH-RAW-MARK-C
        END-IF
        IF WS-RR-MARK-D NOT = SPACES
           MOVE RS-MARK-D-N TO GH-RAW-MARK-D
        END-IF
        IF WS-RR-MARK-E NOT = SPACES
           MOVE RS-MARK-E-N TO GH-RAW-MARK-E
        END-IF
        REWRITE GRADE-HISTORY-RECORD
     END-IF.

 1460-WRITE-BEFORE-IMAGE.
     MOVE "PROG5" TO BI-PROGRAM-ID.
     MOVE WS-RUN-TERM-CODE TO BI-RUN-TERM-CODE.
     MOVE WS-BI-RUN-DATE TO BI-RUN-DATE.
     MOVE WS-BI-RUN-TIME TO BI-RUN-TIME.
     WRITE BEFORE-IMAGE-RECORD.

 1600-WRITE-DETAIL-LINE.
     MOVE RS-STUDENT-ID TO WS-DL-STUDENT-ID.
     MOVE WS-STUDENT-NAME TO WS-DL-STUDENT-NAME.
     MOVE WS-GRADE TO REG-FINAL-GRADE.
     MOVE 'S' TO REG-RECORD-FLAG.
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
