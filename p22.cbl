 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG22.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT MERGE-REQUEST-FILE ASSIGN TO "MERGEREQ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REQUEST-FILE-STATUS.
     SELECT MERGE-REPORT-FILE ASSIGN TO "MERGERPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT STUDENT-DEMOGRAPHIC-FILE ASSIGN TO "STUDEMO.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SD-STUDENT-ID
         FILE STATUS IS WS-DEMO-FILE-STATUS.
     SELECT STUDENT-MASTER-FILE ASSIGN TO "MASTER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SMR-STUDENT-ID
         FILE STATUS IS WS-MASTER-FILE-STATUS.
     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTORY.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS GH-HISTORY-KEY
         FILE STATUS IS WS-HISTORY-FILE-STATUS.
     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "HISTARCH.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS AH-ARCHIVE-KEY
         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT RESIT-ELIGIBILITY-FILE ASSIGN TO "RESITEL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RESIT-FILE-STATUS.
     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HL-HOLD-KEY
         FILE STATUS IS WS-HOLD-FILE-STATUS.
     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  MERGE-REQUEST-FILE.
 01  MERGE-REQUEST-RECORD.
     05 MR-SURVIVING-ID         PIC X(9).
     05 MR-RETIRED-ID           PIC X(9).
 FD  MERGE-REPORT-FILE.
 01  MERGE-REPORT-LINE          PIC X(100).
 FD  STUDENT-DEMOGRAPHIC-FILE.
 01  STUDENT-DEMOGRAPHIC-RECORD.
     05 SD-STUDENT-ID           PIC X(9).
     05 SD-STUDENT-NAME         PIC X(25).
     05 SD-PROGRAM-OF-STUDY     PIC X(20).
     05 SD-ENROLL-STATUS        PIC X.
        88 SD-ACTIVELY-ENROLLED     VALUE 'A'.
        88 SD-WITHDRAWN             VALUE 'W'.
        88 SD-MERGED-RETIRED        VALUE 'M'.
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
 FD  HISTORY-ARCHIVE-FILE.
 01  HISTORY-ARCHIVE-RECORD.
     05 AH-ARCHIVE-KEY.
        10 AH-STUDENT-ID        PIC X(9).
        10 AH-TERM-CODE         PIC X(6).
     05 AH-MARK-A               PIC 999.
     05 AH-MARK-B               PIC 999.
     05 AH-MARK-C               PIC 999.
     05 AH-MARK-D               PIC 999.
     05 AH-MARK-E               PIC 999.
     05 AH-TERM-AVERAGE         PIC 9(3)V99.
     05 AH-TERM-GRADE           PIC X.
     05 AH-FAIL-FLAGS           PIC X(5).
     05 AH-ARCHIVE-DATE         PIC 9(8).
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
 FD  HOLD-FILE.
 01  HOLD-RECORD.
     05 HL-HOLD-KEY.
        10 HL-STUDENT-ID        PIC X(9).
        10 HL-HOLD-TYPE         PIC X(3).
        10 HL-PLACING-OFFICE    PIC X(8).
     05 HL-DATE-PLACED          PIC 9(8).
     05 HL-DATE-RELEASED        PIC 9(8).
        88 HL-HOLD-ACTIVE           VALUE 0.
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 WORKING-STORAGE SECTION.
     01 WS-REQUEST-FILE-STATUS  PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-DEMO-FILE-STATUS     PIC XX.
     01 WS-MASTER-FILE-STATUS   PIC XX.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
     01 WS-ARCHIVE-FILE-STATUS  PIC XX.
     01 WS-EXTRACT-FILE-STATUS  PIC XX.
     01 WS-RESIT-FILE-STATUS    PIC XX.
     01 WS-AUDIT-FILE-STATUS    PIC XX.
     01 WS-HOLD-FILE-STATUS     PIC XX.
     01 WS-HOLD-OPEN-SW         PIC X VALUE 'N'.
        88 WS-HOLD-OPEN               VALUE 'Y'.
     01 WS-HOLD-EOF-SW          PIC X VALUE 'N'.
        88 WS-HOLD-EOF                VALUE 'Y'.
     01 WS-REQUEST-EOF-SW       PIC X VALUE 'N'.
        88 WS-REQUEST-EOF             VALUE 'Y'.
     01 WS-HISTORY-EOF-SW       PIC X VALUE 'N'.
        88 WS-HISTORY-EOF             VALUE 'Y'.
     01 WS-ARCHIVE-EOF-SW       PIC X VALUE 'N'.
        88 WS-ARCHIVE-EOF             VALUE 'Y'.
     01 WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88 WS-EXTRACT-EOF             VALUE 'Y'.
     01 WS-RESIT-EOF-SW         PIC X VALUE 'N'.
        88 WS-RESIT-EOF               VALUE 'Y'.
     01 WS-EXTRACT-LOADED-SW    PIC X VALUE 'N'.
        88 WS-EXTRACT-LOADED          VALUE 'Y'.
     01 WS-RESIT-LOADED-SW      PIC X VALUE 'N'.
        88 WS-RESIT-LOADED            VALUE 'Y'.
     01 WS-VALID-SW             PIC X VALUE 'Y'.
        88 WS-RECORD-VALID            VALUE 'Y'.
     01 WS-SURVIVOR-MASTER-SW   PIC X VALUE 'N'.
        88 WS-SURVIVOR-MASTER-FOUND   VALUE 'Y'.
     01 WS-RETIRED-MASTER-SW    PIC X VALUE 'N'.
        88 WS-RETIRED-MASTER-FOUND    VALUE 'Y'.
     01 WS-CURRENT-DATE-TIME    PIC X(21).
     01 WS-SURVIVOR-NAME        PIC X(25) VALUE SPACES.
     01 WS-GPA-DISPLAY          PIC ZZ9.99.
     01 WS-AUDIT-STUDENT-ID     PIC X(9).
     01 WS-AUDIT-ACTION         PIC X(12).

     01 WS-SURVIVOR-BEFORE      PIC X(39).
     01 WS-RETIRED-BEFORE       PIC X(39).

     01 WS-HIST-MOVE-TABLE.
        05 WS-HM-ENTRY OCCURS 100 TIMES.
           10 WS-HM-RECORD      PIC X(57).
     01 WS-HIST-MOVE-COUNT      PIC 9(3) VALUE 0.
     01 WS-ARCH-MOVE-TABLE.
        05 WS-AM-ENTRY OCCURS 100 TIMES.
           10 WS-AM-RECORD      PIC X(49).
     01 WS-ARCH-MOVE-COUNT      PIC 9(3) VALUE 0.
     01 WS-HOLD-MOVE-TABLE.
        05 WS-LM-ENTRY OCCURS 100 TIMES.
           10 WS-LM-RECORD      PIC X(36).
     01 WS-HOLD-MOVE-COUNT      PIC 9(3) VALUE 0.
     01 WS-MOVE-TABLE-MAX       PIC 9(3) VALUE 100.
     01 WS-MOVE-SUB             PIC 9(3) VALUE 0.

     01 WS-EXTRACT-TABLE.
        05 WS-EXTRACT-ENTRY OCCURS 5000 TIMES.
           10 WS-ET-STUDENT-ID  PIC X(9).
           10 WS-ET-TERM-DATA   PIC X(8).
           10 WS-ET-STUDENT-NAME PIC X(25).
           10 WS-ET-POSTING-STATUS PIC X.
     01 WS-EXTRACT-COUNT        PIC 9(5) VALUE 0.
     01 WS-EXTRACT-TABLE-MAX    PIC 9(5) VALUE 5000.
     01 WS-RESIT-TABLE.
        05 WS-RESIT-ENTRY OCCURS 5000 TIMES.
           10 WS-RT-STUDENT-ID  PIC X(9).
           10 WS-RT-ROW-DATA    PIC X(32).
     01 WS-RESIT-COUNT          PIC 9(5) VALUE 0.
     01 WS-RESIT-TABLE-MAX      PIC 9(5) VALUE 5000.
     01 WS-TABLE-SUB            PIC 9(5) VALUE 0.

     01 WS-REBUILD-ACCUMULATORS.
        05 WS-RB-TERM-COUNT     PIC 9(3) VALUE 0.
        05 WS-RB-CUM-TOTAL      PIC 9(6)V99 VALUE 0.
        05 WS-RB-CUM-GPA        PIC 9(3)V99 VALUE 0.
        05 WS-RB-LAST-TERM-CODE PIC X(6) VALUE SPACES.
        05 WS-RB-LAST-TERM-AVERAGE PIC 9(3)V99 VALUE 0.
        05 WS-RB-LAST-TERM-GRADE PIC X VALUE SPACE.

     01 WS-PAIR-COUNTS.
        05 WS-PAIR-HIST-MOVED   PIC 9(3) VALUE 0.
        05 WS-PAIR-ARCH-MOVED   PIC 9(3) VALUE 0.
        05 WS-PAIR-EXTRACT-MOVED PIC 9(5) VALUE 0.
        05 WS-PAIR-RESIT-MOVED  PIC 9(5) VALUE 0.
        05 WS-PAIR-HOLD-MOVED   PIC 9(3) VALUE 0.

     01 WS-MERGE-TOTALS.
        05 WS-COUNT-READ        PIC 9(5) VALUE 0.
        05 WS-COUNT-MERGED      PIC 9(5) VALUE 0.
        05 WS-COUNT-REFUSED     PIC 9(5) VALUE 0.
        05 WS-COUNT-HIST-MOVED  PIC 9(6) VALUE 0.
        05 WS-COUNT-ARCH-MOVED  PIC 9(6) VALUE 0.
        05 WS-COUNT-EXTRACT-MOVED PIC 9(6) VALUE 0.
        05 WS-COUNT-RESIT-MOVED PIC 9(6) VALUE 0.
        05 WS-COUNT-HOLD-MOVED  PIC 9(6) VALUE 0.

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
        "STUDENT ID MERGE AND RE-KEY REPORT".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".

     01 WS-PAIR-LINE.
        05 FILLER               PIC X(10) VALUE "SURVIVOR: ".
        05 WS-PL-SURVIVING-ID   PIC X(9).
        05 FILLER               PIC X(4) VALUE SPACES.
        05 FILLER               PIC X(9) VALUE "RETIRED: ".
        05 WS-PL-RETIRED-ID     PIC X(9).
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-PL-STUDENT-NAME   PIC X(25).

     01 WS-MASTER-LINE.
        05 WS-ML-LABEL          PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-ML-ROLE           PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-ML-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 FILLER               PIC X(6) VALUE "TERMS=".
        05 WS-ML-TERMS          PIC ZZ9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 FILLER               PIC X(10) VALUE "CUM-TOTAL=".
        05 WS-ML-CUM-TOTAL      PIC ZZZZZ9.99.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 FILLER               PIC X(8) VALUE "CUM-GPA=".
        05 WS-ML-CUM-GPA        PIC ZZ9.99.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 FILLER               PIC X(10) VALUE "LAST TERM=".
        05 WS-ML-LAST-TERM      PIC X(6).

     01 WS-MESSAGE-LINE.
        05 WS-MS-LABEL          PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-MS-ROLE           PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-MS-KEY            PIC X(9).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-MS-MESSAGE        PIC X(69).

     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-READ-DISP            PIC ZZZZ9.
     01 WS-MERGED-DISP          PIC ZZZZ9.
     01 WS-REFUSED-DISP         PIC ZZZZ9.
     01 WS-HIST-DISP            PIC ZZZZZ9.
     01 WS-ARCH-DISP            PIC ZZZZZ9.
     01 WS-EXTRACT-DISP         PIC ZZZZZ9.
     01 WS-RESIT-DISP           PIC ZZZZZ9.
     01 WS-HOLD-DISP            PIC ZZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     OPEN INPUT MERGE-REQUEST-FILE.
     IF WS-REQUEST-FILE-STATUS NOT = "00"
        DISPLAY "PROG22 ERROR: UNABLE TO OPEN MERGE-REQUEST-FILE, STATUS="
            WS-REQUEST-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN OUTPUT MERGE-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG22 ERROR: UNABLE TO OPEN MERGE-REPORT-FILE, STATUS="
            WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN I-O STUDENT-DEMOGRAPHIC-FILE.
     IF WS-DEMO-FILE-STATUS NOT = "00"
        DISPLAY "PROG22 ERROR: UNABLE TO OPEN STUDENT-DEMOGRAPHIC-FILE, "
            "STATUS=" WS-DEMO-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN I-O STUDENT-MASTER-FILE.
     IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "PROG22 ERROR: UNABLE TO OPEN STUDENT-MASTER-FILE, STATUS="
            WS-MASTER-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN I-O GRADE-HISTORY-FILE.
     IF WS-HISTORY-FILE-STATUS NOT = "00"
        OPEN OUTPUT GRADE-HISTORY-FILE
        CLOSE GRADE-HISTORY-FILE
        OPEN I-O GRADE-HISTORY-FILE
     END-IF.
     IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "PROG22 ERROR: UNABLE TO OPEN GRADE-HISTORY-FILE, "
            "STATUS=" WS-HISTORY-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN I-O HISTORY-ARCHIVE-FILE.
     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        OPEN OUTPUT HISTORY-ARCHIVE-FILE
        CLOSE HISTORY-ARCHIVE-FILE
        OPEN I-O HISTORY-ARCHIVE-FILE
     END-IF.
     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        DISPLAY "PROG22 ERROR: UNABLE TO OPEN HISTORY-ARCHIVE-FILE, "
            "STATUS=" WS-ARCHIVE-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN I-O HOLD-FILE.
     IF WS-HOLD-FILE-STATUS = "00"
        MOVE 'Y' TO WS-HOLD-OPEN-SW
     END-IF.
     PERFORM 0090-OPEN-AUDIT-LOG.
     PERFORM 0200-LOAD-EXTRACT-TABLE.
     PERFORM 0250-LOAD-RESIT-TABLE.
     WRITE MERGE-REPORT-LINE FROM WS-REPORT-HEADER-1.
     PERFORM UNTIL WS-REQUEST-EOF
         READ MERGE-REQUEST-FILE
             AT END
                 MOVE 'Y' TO WS-REQUEST-EOF-SW
             NOT AT END
                 PERFORM 1000-PROCESS-MERGE-REQUEST
         END-READ
     END-PERFORM.
     PERFORM 3000-REWRITE-EXTRACT-FILE.
     PERFORM 3100-REWRITE-RESIT-FILE.
     PERFORM 4000-WRITE-TRAILER.
     CLOSE MERGE-REQUEST-FILE MERGE-REPORT-FILE STUDENT-DEMOGRAPHIC-FILE
           STUDENT-MASTER-FILE GRADE-HISTORY-FILE HISTORY-ARCHIVE-FILE
           AUDIT-LOG-FILE.
     IF WS-HOLD-OPEN
        CLOSE HOLD-FILE
     END-IF.
     STOP RUN.

 0090-OPEN-AUDIT-LOG.
     OPEN EXTEND AUDIT-LOG-FILE.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
     END-IF.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "PROG22 ERROR: UNABLE TO OPEN AUDIT-LOG-FILE, STATUS="
            WS-AUDIT-FILE-STATUS
        STOP RUN
     END-IF.

 0200-LOAD-EXTRACT-TABLE.
     OPEN INPUT REGISTRAR-EXTRACT-FILE.
     IF WS-EXTRACT-FILE-STATUS = "00"
        MOVE 'Y' TO WS-EXTRACT-LOADED-SW
        PERFORM UNTIL WS-EXTRACT-EOF
            READ REGISTRAR-EXTRACT-FILE
                AT END
                    MOVE 'Y' TO WS-EXTRACT-EOF-SW
                NOT AT END
                    PERFORM 0210-LOAD-EXTRACT-ROW
            END-READ
        END-PERFORM
        CLOSE REGISTRAR-EXTRACT-FILE
     END-IF.

 0210-LOAD-EXTRACT-ROW.
     IF WS-EXTRACT-COUNT >= WS-EXTRACT-TABLE-MAX
        DISPLAY "PROG22 ERROR: EXTRACT TABLE FULL AT "
            WS-EXTRACT-TABLE-MAX " RECORDS - RUN ABANDONED, "
            "NO FILES CHANGED"
        STOP RUN
     ELSE
        ADD 1 TO WS-EXTRACT-COUNT
        MOVE REGISTRAR-EXTRACT-RECORD TO WS-EXTRACT-ENTRY(WS-EXTRACT-COUNT)
     END-IF.

 0250-LOAD-RESIT-TABLE.
     OPEN INPUT RESIT-ELIGIBILITY-FILE.
     IF WS-RESIT-FILE-STATUS = "00"
        MOVE 'Y' TO WS-RESIT-LOADED-SW
        PERFORM UNTIL WS-RESIT-EOF
            READ RESIT-ELIGIBILITY-FILE
                AT END
                    MOVE 'Y' TO WS-RESIT-EOF-SW
                NOT AT END
                    PERFORM 0260-LOAD-RESIT-ROW
            END-READ
        END-PERFORM
        CLOSE RESIT-ELIGIBILITY-FILE
     END-IF.

 0260-LOAD-RESIT-ROW.
     IF WS-RESIT-COUNT >= WS-RESIT-TABLE-MAX
        DISPLAY "PROG22 ERROR: RESIT TABLE FULL AT "
            WS-RESIT-TABLE-MAX " RECORDS - RUN ABANDONED, "
            "NO FILES CHANGED"
        STOP RUN
     ELSE
        ADD 1 TO WS-RESIT-COUNT
        MOVE RESIT-ELIGIBILITY-RECORD TO WS-RESIT-ENTRY(WS-RESIT-COUNT)
     END-IF.

 1000-PROCESS-MERGE-REQUEST.
     ADD 1 TO WS-COUNT-READ.
     MOVE 'Y' TO WS-VALID-SW.
     MOVE SPACES TO WS-SURVIVOR-NAME.
     INITIALIZE WS-PAIR-COUNTS.
     WRITE MERGE-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE MR-SURVIVING-ID TO WS-PL-SURVIVING-ID.
     MOVE MR-RETIRED-ID TO WS-PL-RETIRED-ID.
     PERFORM 1100-VALIDATE-PAIR.
     MOVE WS-SURVIVOR-NAME TO WS-PL-STUDENT-NAME.
     WRITE MERGE-REPORT-LINE FROM WS-PAIR-LINE.
     IF NOT WS-RECORD-VALID
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     END-IF.
     IF WS-RECORD-VALID
        PERFORM 1200-LOAD-RETIRED-TERMS
     END-IF.
     IF WS-RECORD-VALID
        PERFORM 1250-CHECK-TERM-CONFLICTS
     END-IF.
     IF WS-RECORD-VALID
        PERFORM 1300-REPORT-BEFORE-FIGURES
        PERFORM 1400-REKEY-HISTORY
        PERFORM 1500-REKEY-ARCHIVE
        PERFORM 1600-REKEY-EXTRACT-AND-RESIT
        PERFORM 1650-REKEY-HOLDS
        PERFORM 1700-REBUILD-SURVIVOR-MASTER
        PERFORM 1750-DELETE-RETIRED-MASTER
        PERFORM 1800-MARK-RETIRED-ID
        PERFORM 1850-REPORT-AFTER-FIGURES
        ADD 1 TO WS-COUNT-MERGED
     ELSE
        ADD 1 TO WS-COUNT-REFUSED
        MOVE "RESULT" TO WS-MS-LABEL
        MOVE SPACES TO WS-MS-ROLE WS-MS-KEY
        MOVE "MERGE REFUSED - NO FILES CHANGED" TO WS-MS-MESSAGE
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     END-IF.

 1100-VALIDATE-PAIR.
     EVALUATE TRUE
         WHEN MR-SURVIVING-ID = SPACES OR MR-RETIRED-ID = SPACES
             MOVE "SURVIVING OR RETIRED ID MISSING" TO WS-MS-MESSAGE
             PERFORM 1190-SET-REFUSAL
         WHEN MR-SURVIVING-ID = MR-RETIRED-ID
             MOVE "SURVIVING AND RETIRED ID ARE THE SAME" TO WS-MS-MESSAGE
             PERFORM 1190-SET-REFUSAL
         WHEN OTHER
             PERFORM 1110-CHECK-RETIRED-ID
             IF WS-RECORD-VALID
                PERFORM 1120-CHECK-SURVIVING-ID
             END-IF
     END-EVALUATE.

 1110-CHECK-RETIRED-ID.
     MOVE MR-RETIRED-ID TO SD-STUDENT-ID.
     READ STUDENT-DEMOGRAPHIC-FILE
         INVALID KEY
             MOVE "RETIRED ID NOT ON DEMOGRAPHIC FILE" TO WS-MS-MESSAGE
             PERFORM 1190-SET-REFUSAL
         NOT INVALID KEY
             IF SD-MERGED-RETIRED
                MOVE "RETIRED ID ALREADY RETIRED BY AN EARLIER MERGE"
                    TO WS-MS-MESSAGE
                PERFORM 1190-SET-REFUSAL
             END-IF
     END-READ.

 1120-CHECK-SURVIVING-ID.
     MOVE MR-SURVIVING-ID TO SD-STUDENT-ID.
     READ STUDENT-DEMOGRAPHIC-FILE
         INVALID KEY
             MOVE "SURVIVING ID NOT ON DEMOGRAPHIC FILE" TO WS-MS-MESSAGE
             PERFORM 1190-SET-REFUSAL
         NOT INVALID KEY
             MOVE SD-STUDENT-NAME TO WS-SURVIVOR-NAME
             IF SD-MERGED-RETIRED
                MOVE "SURVIVING ID IS ITSELF RETIRED BY A MERGE"
                    TO WS-MS-MESSAGE
                PERFORM 1190-SET-REFUSAL
             END-IF
     END-READ.

 1190-SET-REFUSAL.
     MOVE 'N' TO WS-VALID-SW.
     MOVE "REFUSED" TO WS-MS-LABEL.
     MOVE SPACES TO WS-MS-ROLE WS-MS-KEY.

 1200-LOAD-RETIRED-TERMS.
     MOVE 0 TO WS-HIST-MOVE-COUNT WS-ARCH-MOVE-COUNT.
     MOVE 'N' TO WS-HISTORY-EOF-SW.
     MOVE MR-RETIRED-ID TO GH-STUDENT-ID.
     MOVE LOW-VALUES TO GH-TERM-CODE.
     START GRADE-HISTORY-FILE KEY >= GH-HISTORY-KEY
         INVALID KEY
             MOVE 'Y' TO WS-HISTORY-EOF-SW
     END-START.
     PERFORM UNTIL WS-HISTORY-EOF OR NOT WS-RECORD-VALID
         READ GRADE-HISTORY-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-HISTORY-EOF-SW
             NOT AT END
                 IF GH-STUDENT-ID NOT = MR-RETIRED-ID
                    MOVE 'Y' TO WS-HISTORY-EOF-SW
                 ELSE
                    PERFORM 1210-LOAD-HISTORY-TERM
                 END-IF
         END-READ
     END-PERFORM.
     MOVE 'N' TO WS-ARCHIVE-EOF-SW.
     MOVE MR-RETIRED-ID TO AH-STUDENT-ID.
     MOVE LOW-VALUES TO AH-TERM-CODE.
     START HISTORY-ARCHIVE-FILE KEY >= AH-ARCHIVE-KEY
         INVALID KEY
             MOVE 'Y' TO WS-ARCHIVE-EOF-SW
     END-START.
     PERFORM UNTIL WS-ARCHIVE-EOF OR NOT WS-RECORD-VALID
         READ HISTORY-ARCHIVE-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-ARCHIVE-EOF-SW
             NOT AT END
                 IF AH-STUDENT-ID NOT = MR-RETIRED-ID
                    MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                 ELSE
                    PERFORM 1220-LOAD-ARCHIVE-TERM
                 END-IF
         END-READ
     END-PERFORM.
     MOVE 0 TO WS-HOLD-MOVE-COUNT.
     IF WS-HOLD-OPEN
        MOVE 'N' TO WS-HOLD-EOF-SW
        MOVE MR-RETIRED-ID TO HL-STUDENT-ID
        MOVE LOW-VALUES TO HL-HOLD-TYPE HL-PLACING-OFFICE
        START HOLD-FILE KEY >= HL-HOLD-KEY
            INVALID KEY
                MOVE 'Y' TO WS-HOLD-EOF-SW
        END-START
        PERFORM UNTIL WS-HOLD-EOF OR NOT WS-RECORD-VALID
            READ HOLD-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-HOLD-EOF-SW
                NOT AT END
                    IF HL-STUDENT-ID NOT = MR-RETIRED-ID
                       MOVE 'Y' TO WS-HOLD-EOF-SW
                    ELSE
                       PERFORM 1230-LOAD-HOLD-ROW
                    END-IF
            END-READ
        END-PERFORM
     END-IF.

 1210-LOAD-HISTORY-TERM.
     IF WS-HIST-MOVE-COUNT >= WS-MOVE-TABLE-MAX
        MOVE "TOO MANY HISTORY TERMS UNDER RETIRED ID" TO WS-MS-MESSAGE
        PERFORM 1190-SET-REFUSAL
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     ELSE
        ADD 1 TO WS-HIST-MOVE-COUNT
        MOVE GRADE-HISTORY-RECORD TO WS-HM-RECORD(WS-HIST-MOVE-COUNT)
     END-IF.

 1220-LOAD-ARCHIVE-TERM.
     IF WS-ARCH-MOVE-COUNT >= WS-MOVE-TABLE-MAX
        MOVE "TOO MANY ARCHIVED TERMS UNDER RETIRED ID" TO WS-MS-MESSAGE
        PERFORM 1190-SET-REFUSAL
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     ELSE
        ADD 1 TO WS-ARCH-MOVE-COUNT
        MOVE HISTORY-ARCHIVE-RECORD TO WS-AM-RECORD(WS-ARCH-MOVE-COUNT)
     END-IF.

 1230-LOAD-HOLD-ROW.
     IF WS-HOLD-MOVE-COUNT >= WS-MOVE-TABLE-MAX
        MOVE "TOO MANY HOLDS UNDER RETIRED ID" TO WS-MS-MESSAGE
        PERFORM 1190-SET-REFUSAL
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     ELSE
        ADD 1 TO WS-HOLD-MOVE-COUNT
        MOVE HOLD-RECORD TO WS-LM-RECORD(WS-HOLD-MOVE-COUNT)
     END-IF.

 1250-CHECK-TERM-CONFLICTS.
     PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
             UNTIL WS-MOVE-SUB > WS-HIST-MOVE-COUNT
         MOVE WS-HM-RECORD(WS-MOVE-SUB) TO GRADE-HISTORY-RECORD
         PERFORM 1260-CHECK-SURVIVOR-TERM
     END-PERFORM.
     PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
             UNTIL WS-MOVE-SUB > WS-ARCH-MOVE-COUNT
         MOVE WS-AM-RECORD(WS-MOVE-SUB) TO HISTORY-ARCHIVE-RECORD
         MOVE AH-TERM-CODE TO GH-TERM-CODE
         PERFORM 1260-CHECK-SURVIVOR-TERM
     END-PERFORM.

 1260-CHECK-SURVIVOR-TERM.
     MOVE GH-TERM-CODE TO WS-MS-KEY.
     MOVE MR-SURVIVING-ID TO GH-STUDENT-ID.
     MOVE MR-SURVIVING-ID TO AH-STUDENT-ID.
     MOVE GH-TERM-CODE TO AH-TERM-CODE.
     READ GRADE-HISTORY-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'N' TO WS-VALID-SW
             MOVE "CONFLICT" TO WS-MS-LABEL
             MOVE "HISTORY" TO WS-MS-ROLE
             MOVE "TERM HELD UNDER BOTH STUDENT IDS" TO WS-MS-MESSAGE
             WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     END-READ.
     READ HISTORY-ARCHIVE-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'N' TO WS-VALID-SW
             MOVE "CONFLICT" TO WS-MS-LABEL
             MOVE "HISTARCH" TO WS-MS-ROLE
             MOVE "TERM HELD UNDER BOTH STUDENT IDS" TO WS-MS-MESSAGE
             WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     END-READ.

 1300-REPORT-BEFORE-FIGURES.
     MOVE 'N' TO WS-SURVIVOR-MASTER-SW.
     MOVE SPACES TO WS-SURVIVOR-BEFORE.
     MOVE MR-SURVIVING-ID TO SMR-STUDENT-ID.
     READ STUDENT-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-SURVIVOR-MASTER-SW
             MOVE STUDENT-MASTER-RECORD TO WS-SURVIVOR-BEFORE
     END-READ.
     MOVE "BEFORE" TO WS-ML-LABEL WS-MS-LABEL.
     MOVE "SURVIVOR" TO WS-ML-ROLE WS-MS-ROLE.
     IF WS-SURVIVOR-MASTER-FOUND
        PERFORM 1310-WRITE-MASTER-LINE
     ELSE
        MOVE MR-SURVIVING-ID TO WS-MS-KEY
        MOVE "NO MASTER RECORD" TO WS-MS-MESSAGE
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     END-IF.
     MOVE 'N' TO WS-RETIRED-MASTER-SW.
     MOVE SPACES TO WS-RETIRED-BEFORE.
     MOVE MR-RETIRED-ID TO SMR-STUDENT-ID.
     READ STUDENT-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-RETIRED-MASTER-SW
             MOVE STUDENT-MASTER-RECORD TO WS-RETIRED-BEFORE
     END-READ.
     MOVE "RETIRED" TO WS-ML-ROLE WS-MS-ROLE.
     IF WS-RETIRED-MASTER-FOUND
        PERFORM 1310-WRITE-MASTER-LINE
     ELSE
        MOVE MR-RETIRED-ID TO WS-MS-KEY
        MOVE "NO MASTER RECORD" TO WS-MS-MESSAGE
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     END-IF.

 1310-WRITE-MASTER-LINE.
     MOVE SMR-STUDENT-ID TO WS-ML-STUDENT-ID.
     MOVE SMR-TERMS-COMPLETED TO WS-ML-TERMS.
     MOVE SMR-CUM-AVERAGE-TOTAL TO WS-ML-CUM-TOTAL.
     MOVE SMR-CUM-GPA TO WS-ML-CUM-GPA.
     MOVE SMR-LAST-TERM-CODE TO WS-ML-LAST-TERM.
     WRITE MERGE-REPORT-LINE FROM WS-MASTER-LINE.

 1400-REKEY-HISTORY.
     PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
             UNTIL WS-MOVE-SUB > WS-HIST-MOVE-COUNT
         MOVE WS-HM-RECORD(WS-MOVE-SUB) TO GRADE-HISTORY-RECORD
         MOVE MR-SURVIVING-ID TO GH-STUDENT-ID
         WRITE GRADE-HISTORY-RECORD
             INVALID KEY
                 DISPLAY "PROG22 WARNING: HISTORY TERM " GH-TERM-CODE
                     " NOT RE-KEYED TO " MR-SURVIVING-ID
             NOT INVALID KEY
                 MOVE WS-HM-RECORD(WS-MOVE-SUB) TO GRADE-HISTORY-RECORD
                 DELETE GRADE-HISTORY-FILE RECORD
                 ADD 1 TO WS-PAIR-HIST-MOVED
         END-WRITE
     END-PERFORM.
     ADD WS-PAIR-HIST-MOVED TO WS-COUNT-HIST-MOVED.

 1500-REKEY-ARCHIVE.
     PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
             UNTIL WS-MOVE-SUB > WS-ARCH-MOVE-COUNT
         MOVE WS-AM-RECORD(WS-MOVE-SUB) TO HISTORY-ARCHIVE-RECORD
         MOVE MR-SURVIVING-ID TO AH-STUDENT-ID
         WRITE HISTORY-ARCHIVE-RECORD
             INVALID KEY
                 DISPLAY "PROG22 WARNING: ARCHIVED TERM " AH-TERM-CODE
                     " NOT RE-KEYED TO " MR-SURVIVING-ID
             NOT INVALID KEY
                 MOVE WS-AM-RECORD(WS-MOVE-SUB) TO HISTORY-ARCHIVE-RECORD
                 DELETE HISTORY-ARCHIVE-FILE RECORD
                 ADD 1 TO WS-PAIR-ARCH-MOVED
         END-WRITE
     END-PERFORM.
     ADD WS-PAIR-ARCH-MOVED TO WS-COUNT-ARCH-MOVED.

 1600-REKEY-EXTRACT-AND-RESIT.
     PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
             UNTIL WS-TABLE-SUB > WS-EXTRACT-COUNT
         IF WS-ET-STUDENT-ID(WS-TABLE-SUB) = MR-RETIRED-ID
            MOVE MR-SURVIVING-ID TO WS-ET-STUDENT-ID(WS-TABLE-SUB)
            MOVE WS-SURVIVOR-NAME TO WS-ET-STUDENT-NAME(WS-TABLE-SUB)
            ADD 1 TO WS-PAIR-EXTRACT-MOVED
         END-IF
     END-PERFORM.
     PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
             UNTIL WS-TABLE-SUB > WS-RESIT-COUNT
         IF WS-RT-STUDENT-ID(WS-TABLE-SUB) = MR-RETIRED-ID
            MOVE MR-SURVIVING-ID TO WS-RT-STUDENT-ID(WS-TABLE-SUB)
            ADD 1 TO WS-PAIR-RESIT-MOVED
         END-IF
     END-PERFORM.
     ADD WS-PAIR-EXTRACT-MOVED TO WS-COUNT-EXTRACT-MOVED.
     ADD WS-PAIR-RESIT-MOVED TO WS-COUNT-RESIT-MOVED.

 1650-REKEY-HOLDS.
     PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
             UNTIL WS-MOVE-SUB > WS-HOLD-MOVE-COUNT
         MOVE WS-LM-RECORD(WS-MOVE-SUB) TO HOLD-RECORD
         MOVE MR-SURVIVING-ID TO HL-STUDENT-ID
         WRITE HOLD-RECORD
             INVALID KEY
                 PERFORM 1660-MERGE-DUPLICATE-HOLD
         END-WRITE
         MOVE WS-LM-RECORD(WS-MOVE-SUB) TO HOLD-RECORD
         DELETE HOLD-FILE RECORD
             INVALID KEY
                 DISPLAY "PROG22 WARNING: HOLD " HL-HOLD-TYPE " "
                     HL-PLACING-OFFICE " NOT REMOVED FROM " MR-RETIRED-ID
             NOT INVALID KEY
                 ADD 1 TO WS-PAIR-HOLD-MOVED
         END-DELETE
     END-PERFORM.
     ADD WS-PAIR-HOLD-MOVED TO WS-COUNT-HOLD-MOVED.

 1660-MERGE-DUPLICATE-HOLD.
     READ HOLD-FILE KEY IS HL-HOLD-KEY
         INVALID KEY
             DISPLAY "PROG22 WARNING: HOLD " HL-HOLD-TYPE " "
                 HL-PLACING-OFFICE " NOT RE-KEYED TO " MR-SURVIVING-ID
         NOT INVALID KEY
             IF NOT HL-HOLD-ACTIVE
                MOVE WS-LM-RECORD(WS-MOVE-SUB) TO HOLD-RECORD
                IF HL-HOLD-ACTIVE
                   MOVE MR-SURVIVING-ID TO HL-STUDENT-ID
                   REWRITE HOLD-RECORD
                END-IF
             END-IF
     END-READ.

 1700-REBUILD-SURVIVOR-MASTER.
     INITIALIZE WS-REBUILD-ACCUMULATORS.
     MOVE 'N' TO WS-HISTORY-EOF-SW.
     MOVE MR-SURVIVING-ID TO GH-STUDENT-ID.
     MOVE LOW-VALUES TO GH-TERM-CODE.
     START GRADE-HISTORY-FILE KEY >= GH-HISTORY-KEY
         INVALID KEY
             MOVE 'Y' TO WS-HISTORY-EOF-SW
     END-START.
     PERFORM UNTIL WS-HISTORY-EOF
         READ GRADE-HISTORY-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-HISTORY-EOF-SW
             NOT AT END
                 IF GH-STUDENT-ID NOT = MR-SURVIVING-ID
                    MOVE 'Y' TO WS-HISTORY-EOF-SW
                 ELSE
                    PERFORM 1710-ACCUMULATE-HISTORY-TERM
                 END-IF
         END-READ
     END-PERFORM.
     MOVE 'N' TO WS-ARCHIVE-EOF-SW.
     MOVE MR-SURVIVING-ID TO AH-STUDENT-ID.
     MOVE LOW-VALUES TO AH-TERM-CODE.
     START HISTORY-ARCHIVE-FILE KEY >= AH-ARCHIVE-KEY
         INVALID KEY
             MOVE 'Y' TO WS-ARCHIVE-EOF-SW
     END-START.
     PERFORM UNTIL WS-ARCHIVE-EOF
         READ HISTORY-ARCHIVE-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-ARCHIVE-EOF-SW
             NOT AT END
                 IF AH-STUDENT-ID NOT = MR-SURVIVING-ID
                    MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                 ELSE
                    PERFORM 1720-ACCUMULATE-ARCHIVE-TERM
                 END-IF
         END-READ
     END-PERFORM.
     IF WS-RB-TERM-COUNT > 0
        COMPUTE WS-RB-CUM-GPA ROUNDED =
            WS-RB-CUM-TOTAL / WS-RB-TERM-COUNT
     ELSE
        MOVE 0 TO WS-RB-CUM-GPA
     END-IF.
     EVALUATE TRUE
         WHEN WS-SURVIVOR-MASTER-FOUND
             MOVE WS-SURVIVOR-BEFORE TO STUDENT-MASTER-RECORD
         WHEN WS-RETIRED-MASTER-FOUND
             MOVE WS-RETIRED-BEFORE TO STUDENT-MASTER-RECORD
         WHEN OTHER
             INITIALIZE STUDENT-MASTER-RECORD
     END-EVALUATE.
     MOVE MR-SURVIVING-ID TO SMR-STUDENT-ID.
     MOVE WS-RB-TERM-COUNT TO SMR-TERMS-COMPLETED.
     MOVE WS-RB-CUM-TOTAL TO SMR-CUM-AVERAGE-TOTAL.
     MOVE WS-RB-CUM-GPA TO SMR-CUM-GPA.
     IF WS-RB-TERM-COUNT > 0
        MOVE WS-RB-LAST-TERM-CODE TO SMR-LAST-TERM-CODE
        MOVE WS-RB-LAST-TERM-AVERAGE TO SMR-LAST-TERM-AVERAGE
        MOVE WS-RB-LAST-TERM-GRADE TO SMR-LAST-TERM-GRADE
     END-IF.
     IF WS-SURVIVOR-MASTER-FOUND
        REWRITE STUDENT-MASTER-RECORD
     ELSE
        IF WS-RETIRED-MASTER-FOUND OR WS-RB-TERM-COUNT > 0
           WRITE STUDENT-MASTER-RECORD
        END-IF
     END-IF.
     MOVE MR-SURVIVING-ID TO WS-AUDIT-STUDENT-ID.
     MOVE "MRG-SURVIVOR" TO WS-AUDIT-ACTION.
     PERFORM 1900-WRITE-AUDIT-LOG.

 1710-ACCUMULATE-HISTORY-TERM.
     IF GH-TERM-GRADE = 'W' OR GH-TERM-GRADE = 'I'
        CONTINUE
     ELSE
        ADD 1 TO WS-RB-TERM-COUNT
        ADD GH-TERM-AVERAGE TO WS-RB-CUM-TOTAL
        IF GH-TERM-CODE > WS-RB-LAST-TERM-CODE
           MOVE GH-TERM-CODE TO WS-RB-LAST-TERM-CODE
           MOVE GH-TERM-AVERAGE TO WS-RB-LAST-TERM-AVERAGE
           MOVE GH-TERM-GRADE TO WS-RB-LAST-TERM-GRADE
        END-IF
     END-IF.

 1720-ACCUMULATE-ARCHIVE-TERM.
     IF AH-TERM-GRADE = 'W' OR AH-TERM-GRADE = 'I'
        CONTINUE
     ELSE
        ADD 1 TO WS-RB-TERM-COUNT
        ADD AH-TERM-AVERAGE TO WS-RB-CUM-TOTAL
        IF AH-TERM-CODE > WS-RB-LAST-TERM-CODE
           MOVE AH-TERM-CODE TO WS-RB-LAST-TERM-CODE
           MOVE AH-TERM-AVERAGE TO WS-RB-LAST-TERM-AVERAGE
           MOVE AH-TERM-GRADE TO WS-RB-LAST-TERM-GRADE
        END-IF
     END-IF.

 1750-DELETE-RETIRED-MASTER.
     IF WS-RETIRED-MASTER-FOUND
        MOVE MR-RETIRED-ID TO SMR-STUDENT-ID
        DELETE STUDENT-MASTER-FILE RECORD
            INVALID KEY
                DISPLAY "PROG22 WARNING: MASTER RECORD " MR-RETIRED-ID
                    " NOT DELETED"
        END-DELETE
     END-IF.

 1800-MARK-RETIRED-ID.
     MOVE MR-RETIRED-ID TO SD-STUDENT-ID.
     READ STUDENT-DEMOGRAPHIC-FILE
         INVALID KEY
             DISPLAY "PROG22 WARNING: DEMOGRAPHIC RECORD " MR-RETIRED-ID
                 " NOT MARKED RETIRED"
         NOT INVALID KEY
             MOVE 'M' TO SD-ENROLL-STATUS
             REWRITE STUDENT-DEMOGRAPHIC-RECORD
     END-READ.
     MOVE MR-RETIRED-ID TO WS-AUDIT-STUDENT-ID.
     MOVE "MRG-RETIRED" TO WS-AUDIT-ACTION.
     PERFORM 1900-WRITE-AUDIT-LOG.

 1850-REPORT-AFTER-FIGURES.
     MOVE "MOVED" TO WS-MS-LABEL.
     MOVE SPACES TO WS-MS-ROLE WS-MS-KEY.
     MOVE WS-PAIR-HIST-MOVED TO WS-HIST-DISP.
     MOVE WS-PAIR-ARCH-MOVED TO WS-ARCH-DISP.
     MOVE WS-PAIR-EXTRACT-MOVED TO WS-EXTRACT-DISP.
     MOVE WS-PAIR-RESIT-MOVED TO WS-RESIT-DISP.
     MOVE WS-PAIR-HOLD-MOVED TO WS-HOLD-DISP.
     MOVE SPACES TO WS-MS-MESSAGE.
     STRING "HISTORY:" WS-HIST-DISP
            "  HISTARCH:" WS-ARCH-DISP
            "  EXTRACT:" WS-EXTRACT-DISP
            "  RESITEL:" WS-RESIT-DISP
            DELIMITED BY SIZE INTO WS-MS-MESSAGE.
     WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE.
     MOVE SPACES TO WS-MS-MESSAGE.
     STRING "HOLDS:" WS-HOLD-DISP
            DELIMITED BY SIZE INTO WS-MS-MESSAGE.
     WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE.
     MOVE "AFTER" TO WS-ML-LABEL WS-MS-LABEL.
     MOVE "SURVIVOR" TO WS-ML-ROLE WS-MS-ROLE.
     MOVE MR-SURVIVING-ID TO SMR-STUDENT-ID.
     MOVE 'N' TO WS-SURVIVOR-MASTER-SW.
     READ STUDENT-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-SURVIVOR-MASTER-SW
     END-READ.
     IF WS-SURVIVOR-MASTER-FOUND
        PERFORM 1310-WRITE-MASTER-LINE
     ELSE
        MOVE MR-SURVIVING-ID TO WS-MS-KEY
        MOVE "NO MASTER RECORD - NO GRADED TERMS" TO WS-MS-MESSAGE
        WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE
     END-IF.
     MOVE "RETIRED" TO WS-MS-ROLE.
     MOVE MR-RETIRED-ID TO WS-MS-KEY.
     IF WS-RETIRED-MASTER-FOUND
        MOVE "MASTER REMOVED - ID MARKED RETIRED ON DEMOGRAPHIC FILE"
            TO WS-MS-MESSAGE
     ELSE
        MOVE "ID MARKED RETIRED ON DEMOGRAPHIC FILE" TO WS-MS-MESSAGE
     END-IF.
     WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE.
     MOVE "RESULT" TO WS-MS-LABEL.
     MOVE SPACES TO WS-MS-ROLE WS-MS-KEY.
     MOVE "MERGED" TO WS-MS-MESSAGE.
     WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE.

 1900-WRITE-AUDIT-LOG.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AU-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-AU-TIME.
     MOVE WS-AUDIT-STUDENT-ID TO WS-AU-STUDENT-ID.
     MOVE SPACES TO WS-AU-MARK-A WS-AU-MARK-B WS-AU-MARK-C
                    WS-AU-MARK-D WS-AU-MARK-E.
     IF WS-AUDIT-ACTION = "MRG-SURVIVOR"
        MOVE WS-RB-CUM-GPA TO WS-GPA-DISPLAY
        MOVE WS-GPA-DISPLAY TO WS-AU-AVERAGE
     ELSE
        MOVE SPACES TO WS-AU-AVERAGE
     END-IF.
     MOVE WS-AUDIT-ACTION TO WS-AU-GRADE-STATUS.
     WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL.

 3000-REWRITE-EXTRACT-FILE.
     IF WS-EXTRACT-LOADED AND WS-COUNT-EXTRACT-MOVED > 0
        OPEN OUTPUT REGISTRAR-EXTRACT-FILE
        IF WS-EXTRACT-FILE-STATUS NOT = "00"
           DISPLAY "PROG22 ERROR: UNABLE TO REWRITE REGISTRAR-EXTRACT-FILE, "
               "STATUS=" WS-EXTRACT-FILE-STATUS
           STOP RUN
        END-IF
        PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                UNTIL WS-TABLE-SUB > WS-EXTRACT-COUNT
            MOVE WS-EXTRACT-ENTRY(WS-TABLE-SUB)
                TO REGISTRAR-EXTRACT-RECORD
            WRITE REGISTRAR-EXTRACT-RECORD
        END-PERFORM
        CLOSE REGISTRAR-EXTRACT-FILE
     END-IF.

 3100-REWRITE-RESIT-FILE.
     IF WS-RESIT-LOADED AND WS-COUNT-RESIT-MOVED > 0
        OPEN OUTPUT RESIT-ELIGIBILITY-FILE
        IF WS-RESIT-FILE-STATUS NOT = "00"
           DISPLAY "PROG22 ERROR: UNABLE TO REWRITE RESIT-ELIGIBILITY-FILE, "
               "STATUS=" WS-RESIT-FILE-STATUS
           STOP RUN
        END-IF
        PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                UNTIL WS-TABLE-SUB > WS-RESIT-COUNT
            MOVE WS-RESIT-ENTRY(WS-TABLE-SUB)
                TO RESIT-ELIGIBILITY-RECORD
            WRITE RESIT-ELIGIBILITY-RECORD
        END-PERFORM
        CLOSE RESIT-ELIGIBILITY-FILE
     END-IF.

 4000-WRITE-TRAILER.
     MOVE WS-COUNT-READ TO WS-READ-DISP.
     MOVE WS-COUNT-MERGED TO WS-MERGED-DISP.
     MOVE WS-COUNT-REFUSED TO WS-REFUSED-DISP.
     MOVE WS-COUNT-HIST-MOVED TO WS-HIST-DISP.
     MOVE WS-COUNT-ARCH-MOVED TO WS-ARCH-DISP.
     MOVE WS-COUNT-EXTRACT-MOVED TO WS-EXTRACT-DISP.
     MOVE WS-COUNT-RESIT-MOVED TO WS-RESIT-DISP.
     MOVE WS-COUNT-HOLD-MOVED TO WS-HOLD-DISP.
     WRITE MERGE-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "REQUESTS READ:" WS-READ-DISP
            "  MERGED:" WS-MERGED-DISP
            "  REFUSED:" WS-REFUSED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE MERGE-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "ROWS RE-KEYED - HISTORY:" WS-HIST-DISP
            "  HISTARCH:" WS-ARCH-DISP
            "  EXTRACT:" WS-EXTRACT-DISP
            "  RESITEL:" WS-RESIT-DISP
            "  HOLDS:" WS-HOLD-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE MERGE-REPORT-LINE FROM WS-TRAILER-LINE.
