 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG18.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT COMPLETION-REQUEST-FILE ASSIGN TO "COMPLETE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REQUEST-FILE-STATUS.
     SELECT COMPLETION-REPORT-FILE ASSIGN TO "CMPLRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT WEIGHT-CONTROL-FILE ASSIGN TO "WEIGHTS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WEIGHT-FILE-STATUS.
     SELECT STUDENT-MASTER-FILE ASSIGN TO "MASTER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SMR-STUDENT-ID
         FILE STATUS IS WS-MASTER-FILE-STATUS.
     SELECT STUDENT-DEMOGRAPHIC-FILE ASSIGN TO "STUDEMO.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SD-STUDENT-ID
         FILE STATUS IS WS-DEMO-FILE-STATUS.
     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTORY.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS GH-HISTORY-KEY
         FILE STATUS IS WS-HISTORY-FILE-STATUS.
     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-FILE-STATUS.
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
     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
     SELECT SUBJECT-CATALOG-FILE ASSIGN TO "SUBJCAT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SC-CATALOG-KEY
         FILE STATUS IS WS-CATALOG-FILE-STATUS.
     SELECT MODERATION-CONTROL-FILE ASSIGN TO "MODERATE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MODERATION-FILE-STATUS.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RC-CONTROL-KEY
         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  COMPLETION-REQUEST-FILE.
 01  COMPLETION-REQUEST-RECORD.
     05 CP-STUDENT-ID           PIC X(9).
     05 CP-TERM-CODE            PIC X(6).
     05 CP-SUBJECT-SLOT         PIC X.
     05 CP-MARK                 PIC X(3).
     05 CP-MARK-N REDEFINES CP-MARK PIC 999.
 FD  COMPLETION-REPORT-FILE.
 01  COMPLETION-REPORT-LINE     PIC X(100).
 FD  WEIGHT-CONTROL-FILE.
 01  WEIGHT-CONTROL-RECORD.
     05 WT-TERM-CODE            PIC X(6).
     05 WT-WEIGHT-A             PIC 9V999.
     05 WT-WEIGHT-B             PIC 9V999.
     05 WT-WEIGHT-C             PIC 9V999.
     05 WT-WEIGHT-D             PIC 9V999.
     05 WT-WEIGHT-E             PIC 9V999.
 FD  STUDENT-MASTER-FILE.
 01  STUDENT-MASTER-RECORD.
     05 SMR-STUDENT-ID          PIC X(9).
     05 SMR-TERMS-COMPLETED     PIC 9(3).
     05 SMR-CUM-AVERAGE-TOTAL   PIC 9(6)V99.
     05 SMR-CUM-GPA             PIC 9(3)V99.
     05 SMR-LAST-TERM-CODE      PIC X(6).
     05 SMR-LAST-TERM-AVERAGE   PIC 9(3)V99.
     05 SMR-LAST-TERM-GRADE     PIC X.
     05 SMR-STANDING-CODE       PIC X(2).
 FD  STUDENT-DEMOGRAPHIC-FILE.
 01  STUDENT-DEMOGRAPHIC-RECORD.
     05 SD-STUDENT-ID           PIC X(9).
     05 SD-STUDENT-NAME         PIC X(25).
     05 SD-PROGRAM-OF-STUDY     PIC X(20).
     05 SD-ENROLL-STATUS        PIC X.
        88 SD-ACTIVELY-ENROLLED     VALUE 'A'.
        88 SD-WITHDRAWN             VALUE 'W'.
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
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 FD  REGISTRAR-EXTRACT-FILE.
 01  REGISTRAR-EXTRACT-RECORD.
     05 REG-STUDENT-ID           PIC X(9).
     05 REG-TERM-CODE            PIC X(6).
     05 REG-FINAL-GRADE          PIC X.
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
     05 RE-TERM-CODE             PIC X(6).
     05 RE-FAIL-FLAGS            PIC X(5).
     05 RE-MARK-A                PIC 999.
     05 RE-MARK-B                PIC 999.
     05 RE-MARK-C                PIC 999.
     05 RE-MARK-D                PIC 999.
     05 RE-MARK-E                PIC 999.
     05 RE-TERM-AVERAGE          PIC 9(3)V99.
     05 RE-TERM-GRADE            PIC X.
 FD  TERM-CONTROL-FILE.
 01  TERM-CONTROL-RECORD.
     05 TC-TERM-CODE            PIC X(6).
     05 TC-STATUS               PIC X.
        88 TC-TERM-OPEN             VALUE 'O'.
        88 TC-TERM-CLOSING          VALUE 'C'.
        88 TC-TERM-CLOSED           VALUE 'X'.
     05 TC-INCOMPLETE-DEADLINE  PIC 9(8).
     05 TC-MIN-ATTENDANCE       PIC 999.
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
     01 WS-REQUEST-FILE-STATUS  PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-WEIGHT-FILE-STATUS   PIC XX.
     01 WS-MASTER-FILE-STATUS   PIC XX.
     01 WS-MASTER-RECORD-EXISTS-SW PIC X VALUE 'N'.
        88 WS-MASTER-RECORD-EXISTS    VALUE 'Y'.
     01 WS-DEMO-FILE-STATUS     PIC XX.
     01 WS-STUDENT-NAME         PIC X(25) VALUE SPACES.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
     01 WS-HISTORY-EOF-SW       PIC X VALUE 'N'.
        88 WS-HISTORY-EOF             VALUE 'Y'.
     01 WS-AUDIT-FILE-STATUS    PIC XX.
     01 WS-EXTRACT-FILE-STATUS  PIC XX.
     01 WS-HOLD-FILE-STATUS     PIC XX.
     01 WS-HOLD-OPEN-SW         PIC X VALUE 'N'.
        88 WS-HOLD-OPEN               VALUE 'Y'.
     01 WS-RUNCTL-FILE-STATUS   PIC XX.
     01 WS-RUNCTL-OPEN-SW       PIC X VALUE 'N'.
        88 WS-RUNCTL-OPEN             VALUE 'Y'.
     01 WS-HOLD-EOF-SW          PIC X VALUE 'N'.
        88 WS-HOLD-EOF                VALUE 'Y'.
     01 WS-HOLD-ACTIVE-SW       PIC X VALUE 'N'.
        88 WS-HOLD-ACTIVE             VALUE 'Y'.
     01 WS-HOLD-LOOKUP-ID       PIC X(9).
     01 WS-RESIT-FILE-STATUS    PIC XX.
     01 WS-REQUEST-EOF-SW       PIC X VALUE 'N'.
        88 WS-REQUEST-EOF             VALUE 'Y'.
     01 WS-VALID-SW             PIC X VALUE 'Y'.
        88 WS-RECORD-VALID            VALUE 'Y'.
     01 WS-LAPSE-SW             PIC X VALUE 'N'.
        88 WS-LAPSING                 VALUE 'Y'.
     01 WS-MODERATION-FILE-STATUS PIC XX.
     01 WS-MODERATION-EOF-SW    PIC X VALUE 'N'.
        88 WS-MODERATION-EOF          VALUE 'Y'.
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
     01 WS-CURRENT-DATE-TIME    PIC X(21).
     01 WS-TODAY-DATE           PIC 9(8).
     01 WS-AVERAGE-DISPLAY      PIC ZZ9.99.
     01 WS-REJECT-REASON        PIC X(40).
     01 WS-TERMCTL-FILE-STATUS  PIC XX.
     01 WS-TERMCTL-EOF-SW       PIC X VALUE 'N'.
        88 WS-TERMCTL-EOF             VALUE 'Y'.
     01 WS-TERM-FOUND-SW        PIC X VALUE 'N'.
        88 WS-TERM-FOUND              VALUE 'Y'.
     01 WS-TERM-DEADLINE        PIC 9(8) VALUE 0.
     01 WS-TERM-TABLE.
        05 WS-TERM-ENTRY OCCURS 50 TIMES INDEXED BY TC-IDX.
           10 WS-TC-TERM-CODE      PIC X(6).
           10 WS-TC-STATUS         PIC X.
           10 WS-TC-INCOMPLETE-DEADLINE PIC 9(8).
     01 WS-TERM-COUNT           PIC 9(3) VALUE 0.
     01 WS-TERM-TABLE-MAX       PIC 9(3) VALUE 50.
     01 WS-CATALOG-FILE-STATUS  PIC XX.
     01 WS-CATALOG-OPEN-SW      PIC X VALUE 'N'.
        88 WS-CATALOG-OPEN            VALUE 'Y'.
     01 WS-CATALOG-TERM-CODE    PIC X(6) VALUE LOW-VALUES.
     01 WS-CURRENT-SUBJECTS.
        05 WS-CURRENT-SUBJECT OCCURS 5 TIMES INDEXED BY CS-IDX.
           10 WS-CS-PASS-MARK      PIC 999.
     01 WS-SUBJECT-LETTERS      PIC X(5) VALUE "ABCDE".
     01 WS-SUBJECT-PASS-THRESHOLD PIC 99 VALUE 40.
     01 WS-WEIGHT-EOF-SW        PIC X VALUE 'N'.
        88 WS-WEIGHT-EOF              VALUE 'Y'.

     01 WS-WEIGHT-TABLE.
        05 WS-WEIGHT-ENTRY OCCURS 50 TIMES INDEXED BY WT-IDX.
           10 WS-WT-TERM-CODE   PIC X(6).
           10 WS-WT-A           PIC 9V999.
           10 WS-WT-B           PIC 9V999.
           10 WS-WT-C           PIC 9V999.
           10 WS-WT-D           PIC 9V999.
           10 WS-WT-E           PIC 9V999.
     01 WS-WEIGHT-COUNT         PIC 9(3) VALUE 0.
     01 WS-WEIGHT-TABLE-MAX     PIC 9(3) VALUE 50.
     01 WS-WT-ROW-SUM           PIC 99V999.
     01 WS-WEIGHT-FOUND-SW      PIC X VALUE 'N'.
        88 WS-WEIGHT-FOUND            VALUE 'Y'.

     01 WS-CURRENT-WEIGHTS.
        05 WS-CURRENT-WEIGHT-A  PIC 9V999 VALUE 0.200.
        05 WS-CURRENT-WEIGHT-B  PIC 9V999 VALUE 0.200.
        05 WS-CURRENT-WEIGHT-C  PIC 9V999 VALUE 0.200.
        05 WS-CURRENT-WEIGHT-D  PIC 9V999 VALUE 0.200.
        05 WS-CURRENT-WEIGHT-E  PIC 9V999 VALUE 0.200.
     01 A PIC 999.
     01 B PIC 999.
     01 C PIC 999.
     01 D PIC 999.
     01 E PIC 999.
     01 WS-GRADE                PIC X.
     01 WS-SUBJECT-FAIL-FLAGS.
        05 WS-FAIL-A            PIC X VALUE SPACE.
        05 WS-FAIL-B            PIC X VALUE SPACE.
        05 WS-FAIL-C            PIC X VALUE SPACE.
        05 WS-FAIL-D            PIC X VALUE SPACE.
        05 WS-FAIL-E            PIC X VALUE SPACE.
     01 WS-DEBAR-SUB            PIC 9 VALUE 0.

     01 WS-COUNT-READ           PIC 9(5) VALUE 0.
     01 WS-COUNT-COMPLETED      PIC 9(5) VALUE 0.
     01 WS-COUNT-REJECTED       PIC 9(5) VALUE 0.
     01 WS-COUNT-LAPSED         PIC 9(5) VALUE 0.

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
        "INCOMPLETE GRADE COMPLETION AND LAPSE REPORT".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-COLUMN-HEADER        PIC X(100) VALUE
        "STUDENT ID  TERM    SLOT  MARK  AVERAGE  GRD  SUBJ-FAIL  DISPOSITION".

     01 WS-DETAIL-LINE.
        05 WS-DL-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DL-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DL-SLOT           PIC X.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-DL-MARK           PIC X(3).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DL-AVERAGE        PIC X(6).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DL-GRADE          PIC X.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-DL-SUBJ-FLAGS     PIC X(5).
        05 FILLER               PIC X(6) VALUE SPACES.
        05 WS-DL-MESSAGE        PIC X(40).

     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-COUNT-READ-DISP      PIC ZZZZ9.
     01 WS-COUNT-COMPLETED-DISP PIC ZZZZ9.
     01 WS-COUNT-REJECTED-DISP  PIC ZZZZ9.
     01 WS-COUNT-LAPSED-DISP    PIC ZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     OPEN INPUT COMPLETION-REQUEST-FILE.
     IF WS-REQUEST-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN COMPLETION-REQUEST-FILE, "
            "STATUS=" WS-REQUEST-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN OUTPUT COMPLETION-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN COMPLETION-REPORT-FILE, "
            "STATUS=" WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
     PERFORM 0045-LOAD-TERM-TABLE.
     PERFORM 0050-LOAD-WEIGHT-TABLE.
     PERFORM 0057-LOAD-MODERATION-TABLE.
     PERFORM 0060-OPEN-MASTER-FILE.
     PERFORM 0065-OPEN-DEMOGRAPHIC-FILE.
     PERFORM 0067-OPEN-HISTORY-FILE.
     PERFORM 0068-OPEN-CATALOG-FILE.
     PERFORM 0069-OPEN-HOLD-FILE.
     PERFORM 0085-OPEN-RUN-CONTROL.
     PERFORM 0090-OPEN-AUDIT-LOG.
     PERFORM 0095-OPEN-OUTPUT-FILES.
     WRITE COMPLETION-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE COMPLETION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE COMPLETION-REPORT-LINE FROM WS-COLUMN-HEADER.
     PERFORM UNTIL WS-REQUEST-EOF
         READ COMPLETION-REQUEST-FILE
             AT END
                 MOVE 'Y' TO WS-REQUEST-EOF-SW
             NOT AT END
                 ADD 1 TO WS-COUNT-READ
                 PERFORM 1000-PROCESS-COMPLETION
         END-READ
     END-PERFORM.
     PERFORM 2000-LAPSE-EXPIRED-INCOMPLETES.
     PERFORM 3000-WRITE-TRAILER.
     CLOSE COMPLETION-REQUEST-FILE COMPLETION-REPORT-FILE
           STUDENT-MASTER-FILE STUDENT-DEMOGRAPHIC-FILE
           GRADE-HISTORY-FILE AUDIT-LOG-FILE REGISTRAR-EXTRACT-FILE
           RESIT-ELIGIBILITY-FILE.
     IF WS-CATALOG-OPEN
        CLOSE SUBJECT-CATALOG-FILE
     END-IF.
     IF WS-HOLD-OPEN
        CLOSE HOLD-FILE
     END-IF.
     IF WS-RUNCTL-OPEN
        CLOSE RUN-CONTROL-FILE
     END-IF.
     STOP RUN.

 0045-LOAD-TERM-TABLE.
     OPEN INPUT TERM-CONTROL-FILE.
     IF WS-TERMCTL-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN TERM-CONTROL-FILE, "
            "STATUS=" WS-TERMCTL-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM UNTIL WS-TERMCTL-EOF
         READ TERM-CONTROL-FILE
             AT END
                 MOVE 'Y' TO WS-TERMCTL-EOF-SW
             NOT AT END
                 PERFORM 0046-LOAD-TERM-ROW
         END-READ
     END-PERFORM.
     CLOSE TERM-CONTROL-FILE.

 0046-LOAD-TERM-ROW.
     IF WS-TERM-COUNT >= WS-TERM-TABLE-MAX
        DISPLAY "PROG18 WARNING: TERM TABLE FULL - TERM "
            TC-TERM-CODE " SKIPPED"
     ELSE
        ADD 1 TO WS-TERM-COUNT
        MOVE TC-TERM-CODE TO WS-TC-TERM-CODE(WS-TERM-COUNT)
        MOVE TC-STATUS TO WS-TC-STATUS(WS-TERM-COUNT)
        IF TC-INCOMPLETE-DEADLINE IS NUMERIC
           MOVE TC-INCOMPLETE-DEADLINE
               TO WS-TC-INCOMPLETE-DEADLINE(WS-TERM-COUNT)
        ELSE
           MOVE 0 TO WS-TC-INCOMPLETE-DEADLINE(WS-TERM-COUNT)
        END-IF
     END-IF.

 0050-LOAD-WEIGHT-TABLE.
     OPEN INPUT WEIGHT-CONTROL-FILE.
     IF WS-WEIGHT-FILE-STATUS = "00"
        PERFORM UNTIL WS-WEIGHT-EOF
            READ WEIGHT-CONTROL-FILE
                AT END
                    MOVE 'Y' TO WS-WEIGHT-EOF-SW
                NOT AT END
                    PERFORM 0052-VALIDATE-AND-LOAD-WEIGHT-ROW
            END-READ
        END-PERFORM
        CLOSE WEIGHT-CONTROL-FILE
     END-IF.

 0052-VALIDATE-AND-LOAD-WEIGHT-ROW.
     COMPUTE WS-WT-ROW-SUM =
         WT-WEIGHT-A + WT-WEIGHT-B + WT-WEIGHT-C + WT-WEIGHT-D + WT-WEIGHT-E.
     IF WS-WT-ROW-SUM NOT = 1.000
        DISPLAY "PROG18 WARNING: WEIGHTS FOR TERM " WT-TERM-CODE
            " DO NOT SUM TO 1.000 - ROW SKIPPED"
     ELSE
        IF WS-WEIGHT-COUNT >= WS-WEIGHT-TABLE-MAX
           DISPLAY "PROG18 WARNING: WEIGHT TABLE FULL - TERM "
               WT-TERM-CODE " SKIPPED"
        ELSE
           ADD 1 TO WS-WEIGHT-COUNT
           MOVE WT-TERM-CODE TO WS-WT-TERM-CODE(WS-WEIGHT-COUNT)
           MOVE WT-WEIGHT-A TO WS-WT-A(WS-WEIGHT-COUNT)
           MOVE WT-WEIGHT-B TO WS-WT-B(WS-WEIGHT-COUNT)
           MOVE WT-WEIGHT-C TO WS-WT-C(WS-WEIGHT-COUNT)
           MOVE WT-WEIGHT-D TO WS-WT-D(WS-WEIGHT-COUNT)
           MOVE WT-WEIGHT-E TO WS-WT-E(WS-WEIGHT-COUNT)
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
             DISPLAY "PROG18 WARNING: MODERATION ROW FOR TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT
                 " IS INVALID - IGNORED"
         WHEN MD-SCALE AND MD-FACTOR-N NOT > 0
             DISPLAY "PROG18 WARNING: MODERATION ROW FOR TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT
                 " SCALE FACTOR NOT POSITIVE - IGNORED"
         WHEN WS-MOD-FOUND
             DISPLAY "PROG18 WARNING: DUPLICATE MODERATION ROW FOR TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT " SKIPPED"
         WHEN WS-MODERATION-COUNT >= WS-MODERATION-TABLE-MAX
             DISPLAY "PROG18 WARNING: MODERATION TABLE FULL - TERM "
                 MD-TERM-CODE " SUBJECT " MD-SUBJECT-SLOT " SKIPPED"
         WHEN OTHER
             ADD 1 TO WS-MODERATION-COUNT
             MOVE MD-TERM-CODE TO WS-MD-TERM-CODE(WS-MODERATION-COUNT)
             MOVE MD-SUBJECT-SLOT TO WS-MD-SLOT(WS-MODERATION-COUNT)
             MOVE MD-METHOD TO WS-MD-METHOD(WS-MODERATION-COUNT)
             MOVE MD-FACTOR-N TO WS-MD-FACTOR(WS-MODERATION-COUNT)
     END-EVALUATE.

 0060-OPEN-MASTER-FILE.
     OPEN I-O STUDENT-MASTER-FILE.
     IF WS-MASTER-FILE-STATUS NOT = "00"
        OPEN OUTPUT STUDENT-MASTER-FILE
        CLOSE STUDENT-MASTER-FILE
        OPEN I-O STUDENT-MASTER-FILE
     END-IF.
     IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN STUDENT-MASTER-FILE, "
            "STATUS=" WS-MASTER-FILE-STATUS
        STOP RUN
     END-IF.

 0065-OPEN-DEMOGRAPHIC-FILE.
     OPEN INPUT STUDENT-DEMOGRAPHIC-FILE.
     IF WS-DEMO-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN STUDENT-DEMOGRAPHIC-FILE, "
            "STATUS=" WS-DEMO-FILE-STATUS
        STOP RUN
     END-IF.

 0067-OPEN-HISTORY-FILE.
     OPEN I-O GRADE-HISTORY-FILE.
     IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN GRADE-HISTORY-FILE, "
            "STATUS=" WS-HISTORY-FILE-STATUS
        STOP RUN
     END-IF.

 0068-OPEN-CATALOG-FILE.
     OPEN INPUT SUBJECT-CATALOG-FILE.
     IF WS-CATALOG-FILE-STATUS = "00"
        MOVE 'Y' TO WS-CATALOG-OPEN-SW
     ELSE
        DISPLAY "PROG18 WARNING: SUBJECT CATALOG NOT AVAILABLE, STATUS="
            WS-CATALOG-FILE-STATUS " - DEFAULT PASS MARK USED"
     END-IF.

 0069-OPEN-HOLD-FILE.
     OPEN INPUT HOLD-FILE.
     IF WS-HOLD-FILE-STATUS = "00"
        MOVE 'Y' TO WS-HOLD-OPEN-SW
     END-IF.

 0085-OPEN-RUN-CONTROL.
     OPEN I-O RUN-CONTROL-FILE.
     IF WS-RUNCTL-FILE-STATUS = "00"
        MOVE 'Y' TO WS-RUNCTL-OPEN-SW
     END-IF.

 0090-OPEN-AUDIT-LOG.
     OPEN EXTEND AUDIT-LOG-FILE.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
     END-IF.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN AUDIT-LOG-FILE, STATUS="
            WS-AUDIT-FILE-STATUS
        STOP RUN
     END-IF.

 0095-OPEN-OUTPUT-FILES.
     OPEN EXTEND REGISTRAR-EXTRACT-FILE.
     IF WS-EXTRACT-FILE-STATUS NOT = "00"
        OPEN OUTPUT REGISTRAR-EXTRACT-FILE
        CLOSE REGISTRAR-EXTRACT-FILE
        OPEN EXTEND REGISTRAR-EXTRACT-FILE
     END-IF.
     IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN REGISTRAR-EXTRACT-FILE, "
            "STATUS=" WS-EXTRACT-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN EXTEND RESIT-ELIGIBILITY-FILE.
     IF WS-RESIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT RESIT-ELIGIBILITY-FILE
        CLOSE RESIT-ELIGIBILITY-FILE
        OPEN EXTEND RESIT-ELIGIBILITY-FILE
     END-IF.
     IF WS-RESIT-FILE-STATUS NOT = "00"
        DISPLAY "PROG18 ERROR: UNABLE TO OPEN RESIT-ELIGIBILITY-FILE, "
            "STATUS=" WS-RESIT-FILE-STATUS
        STOP RUN
     END-IF.

 1000-PROCESS-COMPLETION.
     MOVE 'Y' TO WS-VALID-SW.
     MOVE 'N' TO WS-LAPSE-SW.
     MOVE SPACES TO WS-REJECT-REASON.
     MOVE CP-STUDENT-ID TO GH-STUDENT-ID.
     MOVE CP-TERM-CODE TO GH-TERM-CODE.
     READ GRADE-HISTORY-FILE
         INVALID KEY
             MOVE 'N' TO WS-VALID-SW
             MOVE "NO GRADE HISTORY FOR STUDENT/TERM"
                 TO WS-REJECT-REASON
     END-READ.
     IF WS-RECORD-VALID AND GH-TERM-GRADE NOT = 'I'
        MOVE 'N' TO WS-VALID-SW
        MOVE "TERM GRADE IS NOT INCOMPLETE" TO WS-REJECT-REASON
     END-IF.
     IF WS-RECORD-VALID AND CP-SUBJECT-SLOT NOT = GH-DEFER-SLOT
        MOVE 'N' TO WS-VALID-SW
        MOVE "SUBJECT IS NOT THE DEFERRED SUBJECT" TO WS-REJECT-REASON
     END-IF.
     IF WS-RECORD-VALID
        IF CP-MARK IS NOT NUMERIC OR CP-MARK-N > 100
           MOVE 'N' TO WS-VALID-SW
           MOVE "COMPLETION MARK INVALID" TO WS-REJECT-REASON
        END-IF
     END-IF.
     IF WS-RECORD-VALID
        PERFORM 1150-LOOKUP-TERM-DEADLINE
        IF WS-TERM-DEADLINE > 0 AND WS-TODAY-DATE > WS-TERM-DEADLINE
           MOVE 'N' TO WS-VALID-SW
           MOVE "COMPLETION DEADLINE HAS PASSED"
               TO WS-REJECT-REASON
        END-IF
     END-IF.
     IF WS-RECORD-VALID
        EVALUATE GH-DEFER-SLOT
            WHEN "A" MOVE CP-MARK-N TO GH-RAW-MARK-A
            WHEN "B" MOVE CP-MARK-N TO GH-RAW-MARK-B
            WHEN "C" MOVE CP-MARK-N TO GH-RAW-MARK-C
            WHEN "D" MOVE CP-MARK-N TO GH-RAW-MARK-D
            WHEN "E" MOVE CP-MARK-N TO GH-RAW-MARK-E
        END-EVALUATE
        PERFORM 1200-REGRADE-TERM
     END-IF.
     IF WS-RECORD-VALID
        PERFORM 1400-POST-REGRADED-TERM
        ADD 1 TO WS-COUNT-COMPLETED
        MOVE "INCOMPLETE RESOLVED" TO WS-DL-MESSAGE
     ELSE
        ADD 1 TO WS-COUNT-REJECTED
        MOVE WS-REJECT-REASON TO WS-DL-MESSAGE
     END-IF.
     MOVE CP-STUDENT-ID TO WS-DL-STUDENT-ID.
     MOVE CP-TERM-CODE TO WS-DL-TERM-CODE.
     MOVE CP-SUBJECT-SLOT TO WS-DL-SLOT.
     MOVE CP-MARK TO WS-DL-MARK.
     PERFORM 1600-WRITE-DETAIL-LINE.
     PERFORM 1700-WRITE-AUDIT-LOG.

 1150-LOOKUP-TERM-DEADLINE.
     MOVE 'N' TO WS-TERM-FOUND-SW.
     MOVE 0 TO WS-TERM-DEADLINE.
     PERFORM VARYING TC-IDX FROM 1 BY 1
             UNTIL TC-IDX > WS-TERM-COUNT OR WS-TERM-FOUND
         IF WS-TC-TERM-CODE(TC-IDX) = GH-TERM-CODE
            MOVE 'Y' TO WS-TERM-FOUND-SW
            MOVE WS-TC-INCOMPLETE-DEADLINE(TC-IDX) TO WS-TERM-DEADLINE
         END-IF
     END-PERFORM.

 1200-REGRADE-TERM.
     MOVE GH-RAW-MARK-A TO A.
     MOVE GH-RAW-MARK-B TO B.
     MOVE GH-RAW-MARK-C TO C.
     MOVE GH-RAW-MARK-D TO D.
     MOVE GH-RAW-MARK-E TO E.
     PERFORM 1250-LOOKUP-WEIGHTS.
     PERFORM 1055-LOOKUP-SUBJECT-CATALOG.
     PERFORM 1210-APPLY-MODERATION.
     MOVE A TO GH-MARK-A.
     MOVE B TO GH-MARK-B.
     MOVE C TO GH-MARK-C.
     MOVE D TO GH-MARK-D.
     MOVE E TO GH-MARK-E.
     PERFORM 1060-CHECK-SUBJECT-PASS-FAIL.
     COMPUTE A ROUNDED =
         (A * WS-CURRENT-WEIGHT-A) + (B * WS-CURRENT-WEIGHT-B) +
         (C * WS-CURRENT-WEIGHT-C) + (D * WS-CURRENT-WEIGHT-D) +
         (E * WS-CURRENT-WEIGHT-E)
         ON SIZE ERROR
            MOVE 'N' TO WS-VALID-SW
            MOVE "WEIGHTED AVG OVERFLOWED" TO WS-REJECT-REASON
     END-COMPUTE.
     IF WS-RECORD-VALID
        EVALUATE TRUE
           WHEN WS-LAPSING
              MOVE "F" TO WS-GRADE
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
     END-IF.

 1210-APPLY-MODERATION.
     MOVE "A" TO WS-MOD-SLOT.
     MOVE A TO WS-MOD-MARK.
     PERFORM 1220-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO A.
     MOVE "B" TO WS-MOD-SLOT.
     MOVE B TO WS-MOD-MARK.
     PERFORM 1220-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO B.
     MOVE "C" TO WS-MOD-SLOT.
     MOVE C TO WS-MOD-MARK.
     PERFORM 1220-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO C.
     MOVE "D" TO WS-MOD-SLOT.
     MOVE D TO WS-MOD-MARK.
     PERFORM 1220-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO D.
     MOVE "E" TO WS-MOD-SLOT.
     MOVE E TO WS-MOD-MARK.
     PERFORM 1220-MODERATE-ONE-MARK.
     MOVE WS-MOD-MARK TO E.

 1220-MODERATE-ONE-MARK.
     MOVE 'N' TO WS-MOD-FOUND-SW.
     IF WS-LAPSING AND WS-MOD-SLOT = GH-DEFER-SLOT
        MOVE 'Y' TO WS-MOD-FOUND-SW
     END-IF.
     PERFORM VARYING MD-IDX FROM 1 BY 1
             UNTIL MD-IDX > WS-MODERATION-COUNT OR WS-MOD-FOUND
         IF WS-MD-TERM-CODE(MD-IDX) = GH-TERM-CODE
            AND WS-MD-SLOT(MD-IDX) = WS-MOD-SLOT
            MOVE 'Y' TO WS-MOD-FOUND-SW
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

 1250-LOOKUP-WEIGHTS.
     MOVE 0.200 TO WS-CURRENT-WEIGHT-A WS-CURRENT-WEIGHT-B
                   WS-CURRENT-WEIGHT-C WS-CURRENT-WEIGHT-D
                   WS-CURRENT-WEIGHT-E.
     MOVE 'N' TO WS-WEIGHT-FOUND-SW.
     PERFORM VARYING WT-IDX FROM 1 BY 1
             UNTIL WT-IDX > WS-WEIGHT-COUNT OR WS-WEIGHT-FOUND
         IF WS-WT-TERM-CODE(WT-IDX) = GH-TERM-CODE
            MOVE 'Y' TO WS-WEIGHT-FOUND-SW
            MOVE WS-WT-A(WT-IDX) TO WS-CURRENT-WEIGHT-A
            MOVE WS-WT-B(WT-IDX) TO WS-CURRENT-WEIGHT-B
            MOVE WS-WT-C(WT-IDX) TO WS-CURRENT-WEIGHT-C
            MOVE WS-WT-D(WT-IDX) TO WS-CURRENT-WEIGHT-D
            MOVE WS-WT-E(WT-IDX) TO WS-CURRENT-WEIGHT-E
         END-IF
     END-PERFORM.

 1055-LOOKUP-SUBJECT-CATALOG.
     IF GH-TERM-CODE NOT = WS-CATALOG-TERM-CODE
        MOVE GH-TERM-CODE TO WS-CATALOG-TERM-CODE
        PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > 5
            PERFORM 1056-READ-CATALOG-ENTRY
        END-PERFORM
     END-IF.

 1056-READ-CATALOG-ENTRY.
     MOVE WS-SUBJECT-PASS-THRESHOLD TO WS-CS-PASS-MARK(CS-IDX).
     IF WS-CATALOG-OPEN
        MOVE WS-CATALOG-TERM-CODE TO SC-TERM-CODE
        MOVE WS-SUBJECT-LETTERS(CS-IDX:1) TO SC-SUBJECT-SLOT
        READ SUBJECT-CATALOG-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SC-PASS-MARK TO WS-CS-PASS-MARK(CS-IDX)
        END-READ
     END-IF.

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
         IF GH-FAIL-FLAGS(WS-DEBAR-SUB:1) = "X"
            MOVE "X" TO WS-SUBJECT-FAIL-FLAGS(WS-DEBAR-SUB:1)
         END-IF
     END-PERFORM.

 1400-POST-REGRADED-TERM.
     MOVE A TO GH-TERM-AVERAGE.
     MOVE WS-GRADE TO GH-TERM-GRADE.
     MOVE WS-SUBJECT-FAIL-FLAGS TO GH-FAIL-FLAGS.
     MOVE SPACE TO GH-DEFER-SLOT.
     REWRITE GRADE-HISTORY-RECORD
         INVALID KEY
             DISPLAY "PROG18 WARNING: UNABLE TO REWRITE HISTORY FOR "
                 GH-STUDENT-ID " TERM " GH-TERM-CODE
     END-REWRITE.
     PERFORM 1420-INVALIDATE-RECONCILIATION.
     PERFORM 1450-UPDATE-MASTER-FILE.
     PERFORM 1500-LOOKUP-STUDENT-NAME.
     PERFORM 1800-WRITE-REGISTRAR-EXTRACT.
     IF WS-SUBJECT-FAIL-FLAGS NOT = SPACES
        PERFORM 1850-WRITE-RESIT-ELIGIBILITY
     END-IF.

 1420-INVALIDATE-RECONCILIATION.
     IF WS-RUNCTL-OPEN
        MOVE GH-TERM-CODE TO RC-TERM-CODE
        MOVE "RECON" TO RC-PROGRAM-ID
        READ RUN-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RC-BALANCE-SW NOT = 'O'
                   MOVE 'O' TO RC-BALANCE-SW
                   REWRITE RUN-CONTROL-RECORD
                END-IF
        END-READ
     END-IF.

 1450-UPDATE-MASTER-FILE.
     MOVE GH-STUDENT-ID TO SMR-STUDENT-ID.
     READ STUDENT-MASTER-FILE
         INVALID KEY
             MOVE 'N' TO WS-MASTER-RECORD-EXISTS-SW
         NOT INVALID KEY
             MOVE 'Y' TO WS-MASTER-RECORD-EXISTS-SW
     END-READ.
     IF NOT WS-MASTER-RECORD-EXISTS
        INITIALIZE STUDENT-MASTER-RECORD
        MOVE GH-STUDENT-ID TO SMR-STUDENT-ID
     END-IF.
     ADD 1 TO SMR-TERMS-COMPLETED.
     ADD A TO SMR-CUM-AVERAGE-TOTAL.
     COMPUTE SMR-CUM-GPA ROUNDED =
         SMR-CUM-AVERAGE-TOTAL / SMR-TERMS-COMPLETED.
     IF SMR-LAST-TERM-CODE = SPACES OR
        GH-TERM-CODE NOT < SMR-LAST-TERM-CODE
        MOVE GH-TERM-CODE TO SMR-LAST-TERM-CODE
        MOVE A TO SMR-LAST-TERM-AVERAGE
        MOVE WS-GRADE TO SMR-LAST-TERM-GRADE
     END-IF.
     IF WS-MASTER-RECORD-EXISTS
        REWRITE STUDENT-MASTER-RECORD
     ELSE
        WRITE STUDENT-MASTER-RECORD
     END-IF.

 1500-LOOKUP-STUDENT-NAME.
     MOVE GH-STUDENT-ID TO SD-STUDENT-ID.
     READ STUDENT-DEMOGRAPHIC-FILE
         INVALID KEY
             MOVE SPACES TO WS-STUDENT-NAME
         NOT INVALID KEY
             MOVE SD-STUDENT-NAME TO WS-STUDENT-NAME
     END-READ.

 1600-WRITE-DETAIL-LINE.
     IF WS-RECORD-VALID
        MOVE A TO WS-AVERAGE-DISPLAY
        MOVE WS-AVERAGE-DISPLAY TO WS-DL-AVERAGE
        MOVE WS-GRADE TO WS-DL-GRADE
        MOVE WS-SUBJECT-FAIL-FLAGS TO WS-DL-SUBJ-FLAGS
     ELSE
        MOVE SPACES TO WS-DL-AVERAGE WS-DL-GRADE WS-DL-SUBJ-FLAGS
     END-IF.
     WRITE COMPLETION-REPORT-LINE FROM WS-DETAIL-LINE.

 1700-WRITE-AUDIT-LOG.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AU-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-AU-TIME.
     MOVE GH-STUDENT-ID TO WS-AU-STUDENT-ID.
     MOVE SPACES TO WS-AU-GRADE-STATUS.
     IF WS-RECORD-VALID
        MOVE GH-MARK-A TO WS-AU-MARK-A
        MOVE GH-MARK-B TO WS-AU-MARK-B
        MOVE GH-MARK-C TO WS-AU-MARK-C
        MOVE GH-MARK-D TO WS-AU-MARK-D
        MOVE GH-MARK-E TO WS-AU-MARK-E
        MOVE A TO WS-AVERAGE-DISPLAY
        MOVE WS-AVERAGE-DISPLAY TO WS-AU-AVERAGE
        IF WS-LAPSING
           MOVE "CMP-LAPSE-F" TO WS-AU-GRADE-STATUS
        ELSE
           STRING "CMP-GRADE-" WS-GRADE DELIMITED BY SIZE
               INTO WS-AU-GRADE-STATUS
        END-IF
     ELSE
        MOVE CP-STUDENT-ID TO WS-AU-STUDENT-ID
        MOVE SPACES TO WS-AU-MARK-A WS-AU-MARK-B WS-AU-MARK-C
                       WS-AU-MARK-D WS-AU-MARK-E
        MOVE "REJ" TO WS-AU-AVERAGE
        MOVE "CMP-REJECTED" TO WS-AU-GRADE-STATUS
     END-IF.
     WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL.

 1800-WRITE-REGISTRAR-EXTRACT.
     MOVE GH-STUDENT-ID TO REG-STUDENT-ID.
     MOVE GH-TERM-CODE TO REG-TERM-CODE.
     MOVE WS-GRADE TO REG-FINAL-GRADE.
     MOVE SPACE TO REG-RECORD-FLAG.
     MOVE WS-STUDENT-NAME TO REG-STUDENT-NAME.
     MOVE REG-STUDENT-ID TO WS-HOLD-LOOKUP-ID.
     PERFORM 1810-CHECK-ACTIVE-HOLD.
     IF WS-HOLD-ACTIVE
        MOVE 'H' TO REG-POSTING-STATUS
     ELSE
        MOVE 'U' TO REG-POSTING-STATUS
     END-IF.
     WRITE REGISTRAR-EXTRACT-RECORD.

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
     MOVE GH-STUDENT-ID TO RE-STUDENT-ID.
     MOVE GH-TERM-CODE TO RE-TERM-CODE.
     MOVE WS-SUBJECT-FAIL-FLAGS TO RE-FAIL-FLAGS.
     MOVE GH-MARK-A TO RE-MARK-A.
     MOVE GH-MARK-B TO RE-MARK-B.
     MOVE GH-MARK-C TO RE-MARK-C.
     MOVE GH-MARK-D TO RE-MARK-D.
     MOVE GH-MARK-E TO RE-MARK-E.
     MOVE A TO RE-TERM-AVERAGE.
     MOVE WS-GRADE TO RE-TERM-GRADE.
     WRITE RESIT-ELIGIBILITY-RECORD.

 2000-LAPSE-EXPIRED-INCOMPLETES.
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
                    PERFORM 2100-CHECK-LAPSE
                 END-IF
         END-READ
     END-PERFORM.

 2100-CHECK-LAPSE.
     PERFORM 1150-LOOKUP-TERM-DEADLINE.
     IF WS-TERM-DEADLINE > 0 AND WS-TODAY-DATE > WS-TERM-DEADLINE
        PERFORM 2200-LAPSE-INCOMPLETE
     END-IF.

 2200-LAPSE-INCOMPLETE.
     MOVE 'Y' TO WS-VALID-SW.
     MOVE 'Y' TO WS-LAPSE-SW.
     MOVE GH-DEFER-SLOT TO WS-DL-SLOT.
     EVALUATE GH-DEFER-SLOT
         WHEN "A" MOVE 0 TO GH-RAW-MARK-A
         WHEN "B" MOVE 0 TO GH-RAW-MARK-B
         WHEN "C" MOVE 0 TO GH-RAW-MARK-C
         WHEN "D" MOVE 0 TO GH-RAW-MARK-D
         WHEN "E" MOVE 0 TO GH-RAW-MARK-E
     END-EVALUATE.
     PERFORM 1200-REGRADE-TERM.
     IF WS-RECORD-VALID
        PERFORM 1400-POST-REGRADED-TERM
        ADD 1 TO WS-COUNT-LAPSED
        MOVE "DEADLINE PASSED - LAPSED TO F" TO WS-DL-MESSAGE
        MOVE GH-STUDENT-ID TO WS-DL-STUDENT-ID
        MOVE GH-TERM-CODE TO WS-DL-TERM-CODE
        MOVE "  0" TO WS-DL-MARK
        PERFORM 1600-WRITE-DETAIL-LINE
        PERFORM 1700-WRITE-AUDIT-LOG
     ELSE
        DISPLAY "PROG18 WARNING: UNABLE TO LAPSE INCOMPLETE FOR "
            GH-STUDENT-ID " TERM " GH-TERM-CODE " - " WS-REJECT-REASON
     END-IF.

 3000-WRITE-TRAILER.
     MOVE WS-COUNT-READ TO WS-COUNT-READ-DISP.
     MOVE WS-COUNT-COMPLETED TO WS-COUNT-COMPLETED-DISP.
     MOVE WS-COUNT-REJECTED TO WS-COUNT-REJECTED-DISP.
     MOVE WS-COUNT-LAPSED TO WS-COUNT-LAPSED-DISP.
     WRITE COMPLETION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "REQUESTS READ: " WS-COUNT-READ-DISP
            "   COMPLETED: " WS-COUNT-COMPLETED-DISP
            "   REJECTED: " WS-COUNT-REJECTED-DISP
            "   LAPSED TO F: " WS-COUNT-LAPSED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE COMPLETION-REPORT-LINE FROM WS-TRAILER-LINE.
