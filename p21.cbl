 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG21.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ROLLBACK-PARM-FILE ASSIGN TO "RBKPARM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-FILE-STATUS.
     SELECT ROLLBACK-REPORT-FILE ASSIGN TO "RBKRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BEFORIMG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BEFORE-IMAGE-STATUS.
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
     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT RESIT-ELIGIBILITY-FILE ASSIGN TO "RESITEL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RESIT-FILE-STATUS.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RC-CONTROL-KEY
         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-FILE-STATUS.
     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
     SELECT IMAGE-SORT-FILE ASSIGN TO "SORTBIMG".
 DATA DIVISION.
 FILE SECTION.
 FD  ROLLBACK-PARM-FILE.
 01  ROLLBACK-PARM-RECORD.
     05 RB-TERM-CODE            PIC X(6).
     05 RB-PROGRAM-ID           PIC X(5).
 FD  ROLLBACK-REPORT-FILE.
 01  ROLLBACK-REPORT-LINE       PIC X(100).
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
 FD  REGISTRAR-EXTRACT-FILE.
 01  REGISTRAR-EXTRACT-RECORD.
     05 REG-STUDENT-ID           PIC X(9).
     05 REG-TERM-CODE            PIC X(6).
     05 REG-FINAL-GRADE          PIC X.
     05 REG-RECORD-FLAG          PIC X.
     05 REG-STUDENT-NAME         PIC X(25).
     05 REG-POSTING-STATUS       PIC X.
 FD  RESIT-ELIGIBILITY-FILE.
 01  RESIT-ELIGIBILITY-RECORD    PIC X(41).
 FD  RUN-CONTROL-FILE.
 01  RUN-CONTROL-RECORD.
     05 RC-CONTROL-KEY.
        10 RC-TERM-CODE         PIC X(6).
        10 RC-PROGRAM-ID        PIC X(5).
     05 RC-STATUS               PIC X.
        88 RC-RUN-STARTED           VALUE 'S'.
        88 RC-RUN-COMPLETE          VALUE 'C'.
        88 RC-RUN-FAILED            VALUE 'F'.
        88 RC-RUN-ROLLED-BACK       VALUE 'R'.
     05 RC-START-DATE           PIC 9(8).
     05 RC-START-TIME           PIC 9(6).
     05 RC-END-DATE             PIC 9(8).
     05 RC-END-TIME             PIC 9(6).
     05 RC-RECORD-COUNT         PIC 9(6).
     05 RC-BALANCE-SW           PIC X.
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 FD  CHECKPOINT-FILE.
 01  CHECKPOINT-RECORD.
     05 CKPT-LAST-STUDENT-ID    PIC X(9).
     05 CKPT-STUDENT-COUNT      PIC 9(5).
     05 CKPT-CLASS-TOTAL        PIC 9(7)V99.
     05 CKPT-COUNT-GRADE-A      PIC 9(5).
     05 CKPT-COUNT-GRADE-B      PIC 9(5).
     05 CKPT-COUNT-GRADE-C      PIC 9(5).
     05 CKPT-COUNT-GRADE-D      PIC 9(5).
     05 CKPT-COUNT-GRADE-F      PIC 9(5).
     05 CKPT-COUNT-REJECTED     PIC 9(5).
     05 CKPT-BATCH-READ-COUNT   PIC 9(6).
     05 CKPT-BATCH-HASH-TOTAL   PIC 9(9).
     05 CKPT-SUBJECT-STATS      PIC X(225).
     05 CKPT-COUNT-MODERATED    PIC 9(5).
     05 CKPT-COUNT-MOD-CHANGED  PIC 9(5).
     05 CKPT-COUNT-DEBARRED     PIC 9(5).
 SD  IMAGE-SORT-FILE.
 01  IMAGE-SORT-RECORD.
     05 IS-FILE-ID              PIC X.
     05 IS-RECORD-KEY           PIC X(15).
     05 IS-ACTION               PIC X.
     05 IS-RECORD-IMAGE         PIC X(80).
 WORKING-STORAGE SECTION.
     01 WS-PARM-FILE-STATUS     PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-BEFORE-IMAGE-STATUS  PIC XX.
     01 WS-MASTER-FILE-STATUS   PIC XX.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
     01 WS-EXTRACT-FILE-STATUS  PIC XX.
     01 WS-RESIT-FILE-STATUS    PIC XX.
     01 WS-RUNCTL-FILE-STATUS   PIC XX.
     01 WS-AUDIT-FILE-STATUS    PIC XX.
     01 WS-CHECKPOINT-FILE-STATUS PIC XX.
     01 WS-IMAGE-EOF-SW         PIC X VALUE 'N'.
        88 WS-IMAGE-EOF               VALUE 'Y'.
     01 WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88 WS-EXTRACT-EOF             VALUE 'Y'.
     01 WS-RESIT-EOF-SW         PIC X VALUE 'N'.
        88 WS-RESIT-EOF               VALUE 'Y'.
     01 WS-RUNCTL-EOF-SW        PIC X VALUE 'N'.
        88 WS-RUNCTL-EOF              VALUE 'Y'.
     01 WS-SORT-EOF-SW          PIC X VALUE 'N'.
        88 WS-SORT-EOF                VALUE 'Y'.
     01 WS-MATCH-FOUND-SW       PIC X VALUE 'N'.
        88 WS-MATCH-FOUND             VALUE 'Y'.
     01 WS-RECORD-FOUND-SW      PIC X VALUE 'N'.
        88 WS-RECORD-FOUND            VALUE 'Y'.
     01 WS-EXTRACT-LOADED-SW    PIC X VALUE 'N'.
        88 WS-EXTRACT-LOADED          VALUE 'Y'.
     01 WS-RESIT-LOADED-SW      PIC X VALUE 'N'.
        88 WS-RESIT-LOADED            VALUE 'Y'.
     01 WS-LATER-RUN-SW         PIC X VALUE 'N'.
        88 WS-LATER-RUN-FOUND         VALUE 'Y'.
     01 WS-CURRENT-DATE-TIME    PIC X(21).

     01 WS-ROLLBACK-TERM-CODE   PIC X(6).
     01 WS-ROLLBACK-PROGRAM-ID  PIC X(5).
     01 WS-ROLLBACK-RUN-DATE    PIC 9(8) VALUE 0.
     01 WS-ROLLBACK-RUN-TIME    PIC 9(6) VALUE 0.
     01 WS-ROLLBACK-STAMP       PIC 9(14) VALUE 0.
     01 WS-OTHER-RUN-STAMP      PIC 9(14) VALUE 0.
     01 WS-PREV-FILE-ID         PIC X VALUE LOW-VALUES.
     01 WS-PREV-RECORD-KEY      PIC X(15) VALUE LOW-VALUES.
     01 WS-IMAGE-STUDENT-ID     PIC X(9).
     01 WS-IMAGE-TERM-CODE      PIC X(6).

     01 WS-EXTRACT-TABLE.
        05 WS-EXTRACT-ENTRY OCCURS 5000 TIMES.
           10 WS-ET-ROW-DATA    PIC X(42).
           10 WS-ET-POSTING-STATUS PIC X.
           10 WS-ET-DROP-SW     PIC X.
     01 WS-EXTRACT-COUNT        PIC 9(5) VALUE 0.
     01 WS-EXTRACT-TABLE-MAX    PIC 9(5) VALUE 5000.
     01 WS-RESIT-TABLE.
        05 WS-RESIT-ENTRY OCCURS 5000 TIMES.
           10 WS-RT-ROW-DATA    PIC X(41).
           10 WS-RT-DROP-SW     PIC X.
     01 WS-RESIT-COUNT          PIC 9(5) VALUE 0.
     01 WS-RESIT-TABLE-MAX      PIC 9(5) VALUE 5000.
     01 WS-TABLE-SUB            PIC 9(5) VALUE 0.

     01 WS-ROLLBACK-TOTALS.
        05 WS-COUNT-IMAGES      PIC 9(6) VALUE 0.
        05 WS-COUNT-SUPERSEDED  PIC 9(6) VALUE 0.
        05 WS-COUNT-MASTER-RESTORED PIC 9(6) VALUE 0.
        05 WS-COUNT-HISTORY-RESTORED PIC 9(6) VALUE 0.
        05 WS-COUNT-EXTRACT-REMOVED PIC 9(6) VALUE 0.
        05 WS-COUNT-RESIT-REMOVED PIC 9(6) VALUE 0.
        05 WS-COUNT-NOT-FOUND   PIC 9(6) VALUE 0.

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
     01 WS-AVERAGE-DISPLAY      PIC ZZ9.99.

     01 WS-REPORT-HEADER-1      PIC X(100) VALUE
        "RUN ROLLBACK REPORT - BEFORE-IMAGES RESTORED".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-RUN-HEADER.
        05 FILLER               PIC X(9) VALUE "PROGRAM: ".
        05 WS-RH-PROGRAM-ID     PIC X(5).
        05 FILLER               PIC X(9) VALUE "   TERM: ".
        05 WS-RH-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(14) VALUE "   RUN START: ".
        05 WS-RH-RUN-DATE       PIC 9(8).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-RH-RUN-TIME       PIC 9(6).
        05 FILLER               PIC X(42) VALUE SPACES.
     01 WS-COLUMN-HEADER        PIC X(100) VALUE
        "FILE      STUDENT    TERM    ACTION".

     01 WS-ROLLBACK-DETAIL.
        05 WS-RD-FILE           PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-MESSAGE        PIC X(50).

     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-IMAGES-DISP          PIC ZZZZZ9.
     01 WS-MASTER-DISP          PIC ZZZZZ9.
     01 WS-HISTORY-DISP         PIC ZZZZZ9.
     01 WS-EXTRACT-DISP         PIC ZZZZZ9.
     01 WS-RESIT-DISP           PIC ZZZZZ9.
     01 WS-NOT-FOUND-DISP       PIC ZZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     PERFORM 0040-READ-ROLLBACK-PARM.
     OPEN OUTPUT ROLLBACK-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG21 ERROR: UNABLE TO OPEN ROLLBACK-REPORT-FILE, "
            "STATUS=" WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM 0085-OPEN-RUN-CONTROL.
     PERFORM 0100-VALIDATE-RUN.
     PERFORM 0150-CHECK-LATER-RUNS.
     PERFORM 0060-OPEN-MASTER-FILES.
     PERFORM 0090-OPEN-AUDIT-LOG.
     PERFORM 0200-LOAD-EXTRACT-TABLE.
     PERFORM 0250-LOAD-RESIT-TABLE.
     MOVE WS-ROLLBACK-PROGRAM-ID TO WS-RH-PROGRAM-ID.
     MOVE WS-ROLLBACK-TERM-CODE TO WS-RH-TERM-CODE.
     MOVE WS-ROLLBACK-RUN-DATE TO WS-RH-RUN-DATE.
     MOVE WS-ROLLBACK-RUN-TIME TO WS-RH-RUN-TIME.
     WRITE ROLLBACK-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE ROLLBACK-REPORT-LINE FROM WS-RUN-HEADER.
     WRITE ROLLBACK-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE ROLLBACK-REPORT-LINE FROM WS-COLUMN-HEADER.
     SORT IMAGE-SORT-FILE
         ON ASCENDING KEY IS-FILE-ID IS-RECORD-KEY
         WITH DUPLICATES IN ORDER
         INPUT PROCEDURE IS 1000-RELEASE-RUN-IMAGES
         OUTPUT PROCEDURE IS 2000-APPLY-RUN-IMAGES.
     IF WS-COUNT-IMAGES = 0
        MOVE SPACES TO WS-TRAILER-LINE
        MOVE "NO BEFORE-IMAGES ON FILE FOR THIS RUN - NOTHING RESTORED"
            TO WS-TRAILER-LINE
        WRITE ROLLBACK-REPORT-LINE FROM WS-TRAILER-LINE
        DISPLAY "PROG21 WARNING: NO BEFORE-IMAGES FOUND FOR "
            WS-ROLLBACK-PROGRAM-ID " TERM " WS-ROLLBACK-TERM-CODE
            " - RUN CONTROL NOT CHANGED"
     ELSE
        PERFORM 3000-REWRITE-EXTRACT-FILE
        PERFORM 3100-REWRITE-RESIT-FILE
        IF WS-ROLLBACK-PROGRAM-ID = "PROG1"
           PERFORM 3300-CLEAR-CHECKPOINT
        END-IF
        PERFORM 3200-MARK-RUN-ROLLED-BACK
     END-IF.
     PERFORM 4000-WRITE-TRAILER.
     CLOSE ROLLBACK-REPORT-FILE RUN-CONTROL-FILE STUDENT-MASTER-FILE
           GRADE-HISTORY-FILE AUDIT-LOG-FILE.
     STOP RUN.

 0040-READ-ROLLBACK-PARM.
     OPEN INPUT ROLLBACK-PARM-FILE.
     IF WS-PARM-FILE-STATUS NOT = "00"
        DISPLAY "PROG21 ERROR: UNABLE TO OPEN ROLLBACK-PARM-FILE, STATUS="
            WS-PARM-FILE-STATUS
        STOP RUN
     END-IF.
     READ ROLLBACK-PARM-FILE
         AT END
             DISPLAY "PROG21 ERROR: ROLLBACK-PARM-FILE IS EMPTY - "
                 "RUN ABANDONED"
             STOP RUN
     END-READ.
     CLOSE ROLLBACK-PARM-FILE.
     MOVE RB-TERM-CODE TO WS-ROLLBACK-TERM-CODE.
     MOVE RB-PROGRAM-ID TO WS-ROLLBACK-PROGRAM-ID.
     IF WS-ROLLBACK-PROGRAM-ID NOT = "PROG1"
        AND WS-ROLLBACK-PROGRAM-ID NOT = "PROG5"
        DISPLAY "PROG21 ERROR: ROLLBACK IS ONLY AVAILABLE FOR PROG1 AND "
            "PROG5 RUNS - RUN ABANDONED"
        STOP RUN
     END-IF.
     IF WS-ROLLBACK-PROGRAM-ID = "PROG5"
        MOVE "*ALL*" TO WS-ROLLBACK-TERM-CODE
     END-IF.

 0060-OPEN-MASTER-FILES.
     OPEN I-O STUDENT-MASTER-FILE.
     IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "PROG21 ERROR: UNABLE TO OPEN STUDENT-MASTER-FILE, STATUS="
            WS-MASTER-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN I-O GRADE-HISTORY-FILE.
     IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "PROG21 ERROR: UNABLE TO OPEN GRADE-HISTORY-FILE, STATUS="
            WS-HISTORY-FILE-STATUS
        STOP RUN
     END-IF.

 0085-OPEN-RUN-CONTROL.
     OPEN I-O RUN-CONTROL-FILE.
     IF WS-RUNCTL-FILE-STATUS NOT = "00"
        DISPLAY "PROG21 ERROR: UNABLE TO OPEN RUN-CONTROL-FILE, STATUS="
            WS-RUNCTL-FILE-STATUS
        STOP RUN
     END-IF.

 0090-OPEN-AUDIT-LOG.
     OPEN EXTEND AUDIT-LOG-FILE.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
     END-IF.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "PROG21 ERROR: UNABLE TO OPEN AUDIT-LOG-FILE, STATUS="
            WS-AUDIT-FILE-STATUS
        STOP RUN
     END-IF.

 0100-VALIDATE-RUN.
     MOVE WS-ROLLBACK-TERM-CODE TO RC-TERM-CODE.
     MOVE WS-ROLLBACK-PROGRAM-ID TO RC-PROGRAM-ID.
     READ RUN-CONTROL-FILE
         INVALID KEY
             DISPLAY "PROG21 ERROR: NO " WS-ROLLBACK-PROGRAM-ID
                 " RUN ON RUN CONTROL FILE FOR TERM "
                 WS-ROLLBACK-TERM-CODE " - RUN ABANDONED"
             STOP RUN
     END-READ.
     IF RC-RUN-ROLLED-BACK
        DISPLAY "PROG21 ERROR: " WS-ROLLBACK-PROGRAM-ID " RUN FOR TERM "
            WS-ROLLBACK-TERM-CODE " HAS ALREADY BEEN ROLLED BACK - "
            "RUN ABANDONED"
        STOP RUN
     END-IF.
     MOVE RC-START-DATE TO WS-ROLLBACK-RUN-DATE.
     MOVE RC-START-TIME TO WS-ROLLBACK-RUN-TIME.
     COMPUTE WS-ROLLBACK-STAMP =
         RC-START-DATE * 1000000 + RC-START-TIME.

 0150-CHECK-LATER-RUNS.
     MOVE 'N' TO WS-LATER-RUN-SW.
     MOVE 'N' TO WS-RUNCTL-EOF-SW.
     MOVE LOW-VALUES TO RC-CONTROL-KEY.
     START RUN-CONTROL-FILE KEY >= RC-CONTROL-KEY
         INVALID KEY
             MOVE 'Y' TO WS-RUNCTL-EOF-SW
     END-START.
     PERFORM UNTIL WS-RUNCTL-EOF
         READ RUN-CONTROL-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-RUNCTL-EOF-SW
             NOT AT END
                 PERFORM 0160-CHECK-ONE-RUN
         END-READ
     END-PERFORM.
     IF WS-LATER-RUN-FOUND
        DISPLAY "PROG21 ERROR: LATER GRADING RUNS MUST BE ROLLED BACK "
            "FIRST - RUN ABANDONED"
        STOP RUN
     END-IF.

 0160-CHECK-ONE-RUN.
     IF (RC-PROGRAM-ID = "PROG1" OR RC-PROGRAM-ID = "PROG5")
        AND NOT RC-RUN-ROLLED-BACK
        AND NOT (RC-TERM-CODE = WS-ROLLBACK-TERM-CODE
                 AND RC-PROGRAM-ID = WS-ROLLBACK-PROGRAM-ID)
        COMPUTE WS-OTHER-RUN-STAMP =
            RC-START-DATE * 1000000 + RC-START-TIME
        IF WS-OTHER-RUN-STAMP > WS-ROLLBACK-STAMP
           MOVE 'Y' TO WS-LATER-RUN-SW
           DISPLAY "PROG21 ERROR: " RC-PROGRAM-ID " RUN FOR TERM "
               RC-TERM-CODE " STARTED " RC-START-DATE " " RC-START-TIME
               " AFTER THE RUN BEING ROLLED BACK"
        END-IF
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
        DISPLAY "PROG21 ERROR: EXTRACT TABLE FULL AT "
            WS-EXTRACT-TABLE-MAX " RECORDS - RUN ABANDONED, "
            "NO FILES CHANGED"
        STOP RUN
     ELSE
        ADD 1 TO WS-EXTRACT-COUNT
        MOVE REGISTRAR-EXTRACT-RECORD(1:42)
            TO WS-ET-ROW-DATA(WS-EXTRACT-COUNT)
        MOVE REG-POSTING-STATUS TO WS-ET-POSTING-STATUS(WS-EXTRACT-COUNT)
        MOVE 'N' TO WS-ET-DROP-SW(WS-EXTRACT-COUNT)
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
        DISPLAY "PROG21 ERROR: RESIT TABLE FULL AT "
            WS-RESIT-TABLE-MAX " RECORDS - RUN ABANDONED, "
            "NO FILES CHANGED"
        STOP RUN
     ELSE
        ADD 1 TO WS-RESIT-COUNT
        MOVE RESIT-ELIGIBILITY-RECORD TO WS-RT-ROW-DATA(WS-RESIT-COUNT)
        MOVE 'N' TO WS-RT-DROP-SW(WS-RESIT-COUNT)
     END-IF.

 1000-RELEASE-RUN-IMAGES.
     OPEN INPUT BEFORE-IMAGE-FILE.
     IF WS-BEFORE-IMAGE-STATUS NOT = "00"
        DISPLAY "PROG21 WARNING: BEFORE-IMAGE-FILE NOT AVAILABLE, STATUS="
            WS-BEFORE-IMAGE-STATUS
     ELSE
        PERFORM UNTIL WS-IMAGE-EOF
            READ BEFORE-IMAGE-FILE
                AT END
                    MOVE 'Y' TO WS-IMAGE-EOF-SW
                NOT AT END
                    IF BI-PROGRAM-ID = WS-ROLLBACK-PROGRAM-ID
                       AND BI-RUN-TERM-CODE = WS-ROLLBACK-TERM-CODE
                       AND BI-RUN-DATE = WS-ROLLBACK-RUN-DATE
                       AND BI-RUN-TIME = WS-ROLLBACK-RUN-TIME
                       ADD 1 TO WS-COUNT-IMAGES
                       MOVE BI-FILE-ID TO IS-FILE-ID
                       MOVE BI-RECORD-KEY TO IS-RECORD-KEY
                       MOVE BI-ACTION TO IS-ACTION
                       MOVE BI-RECORD-IMAGE TO IS-RECORD-IMAGE
                       RELEASE IMAGE-SORT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BEFORE-IMAGE-FILE
     END-IF.

 2000-APPLY-RUN-IMAGES.
     MOVE 'N' TO WS-SORT-EOF-SW.
     PERFORM UNTIL WS-SORT-EOF
         RETURN IMAGE-SORT-FILE
             AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END
                 PERFORM 2010-APPLY-ONE-IMAGE
         END-RETURN
     END-PERFORM.

 2010-APPLY-ONE-IMAGE.
     MOVE IS-RECORD-KEY(1:9) TO WS-IMAGE-STUDENT-ID.
     MOVE IS-RECORD-KEY(10:6) TO WS-IMAGE-TERM-CODE.
     EVALUATE IS-FILE-ID
         WHEN 'E'
             PERFORM 2300-REMOVE-EXTRACT-ROW
         WHEN 'R'
             PERFORM 2400-REMOVE-RESIT-ROW
         WHEN OTHER
             IF IS-FILE-ID = WS-PREV-FILE-ID
                AND IS-RECORD-KEY = WS-PREV-RECORD-KEY
                ADD 1 TO WS-COUNT-SUPERSEDED
             ELSE
                MOVE IS-FILE-ID TO WS-PREV-FILE-ID
                MOVE IS-RECORD-KEY TO WS-PREV-RECORD-KEY
                IF IS-FILE-ID = 'M'
                   PERFORM 2100-RESTORE-MASTER
                ELSE
                   PERFORM 2200-RESTORE-HISTORY
                END-IF
             END-IF
     END-EVALUATE.

 2100-RESTORE-MASTER.
     MOVE "MASTER" TO WS-RD-FILE.
     MOVE WS-IMAGE-STUDENT-ID TO WS-RD-STUDENT-ID.
     MOVE SPACES TO WS-RD-TERM-CODE.
     MOVE 'N' TO WS-RECORD-FOUND-SW.
     MOVE WS-IMAGE-STUDENT-ID TO SMR-STUDENT-ID.
     READ STUDENT-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-RECORD-FOUND-SW
     END-READ.
     MOVE SPACES TO WS-AU-MARK-A WS-AU-MARK-B WS-AU-MARK-C
                    WS-AU-MARK-D WS-AU-MARK-E WS-AU-AVERAGE.
     IF IS-ACTION = 'A'
        IF WS-RECORD-FOUND
           DELETE STUDENT-MASTER-FILE RECORD
           ADD 1 TO WS-COUNT-MASTER-RESTORED
           MOVE "ADDED BY RUN - DELETED" TO WS-RD-MESSAGE
           MOVE "RBK-MST-DEL" TO WS-AU-GRADE-STATUS
           PERFORM 2900-WRITE-AUDIT-LOG
        ELSE
           ADD 1 TO WS-COUNT-NOT-FOUND
           MOVE "ADDED BY RUN - ALREADY ABSENT" TO WS-RD-MESSAGE
        END-IF
     ELSE
        MOVE IS-RECORD-IMAGE TO STUDENT-MASTER-RECORD
        IF WS-RECORD-FOUND
           REWRITE STUDENT-MASTER-RECORD
           MOVE "BEFORE-IMAGE RESTORED" TO WS-RD-MESSAGE
        ELSE
           WRITE STUDENT-MASTER-RECORD
           MOVE "BEFORE-IMAGE RESTORED (RECORD RE-ADDED)"
               TO WS-RD-MESSAGE
        END-IF
        ADD 1 TO WS-COUNT-MASTER-RESTORED
        MOVE SMR-CUM-GPA TO WS-AVERAGE-DISPLAY
        MOVE WS-AVERAGE-DISPLAY TO WS-AU-AVERAGE
        MOVE "RBK-MST-REST" TO WS-AU-GRADE-STATUS
        PERFORM 2900-WRITE-AUDIT-LOG
     END-IF.
     WRITE ROLLBACK-REPORT-LINE FROM WS-ROLLBACK-DETAIL.

 2200-RESTORE-HISTORY.
     MOVE "HISTORY" TO WS-RD-FILE.
     MOVE WS-IMAGE-STUDENT-ID TO WS-RD-STUDENT-ID.
     MOVE WS-IMAGE-TERM-CODE TO WS-RD-TERM-CODE.
     MOVE 'N' TO WS-RECORD-FOUND-SW.
     MOVE IS-RECORD-KEY TO GH-HISTORY-KEY.
     READ GRADE-HISTORY-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-RECORD-FOUND-SW
     END-READ.
     MOVE SPACES TO WS-AU-MARK-A WS-AU-MARK-B WS-AU-MARK-C
                    WS-AU-MARK-D WS-AU-MARK-E WS-AU-AVERAGE.
     IF IS-ACTION = 'A'
        IF WS-RECORD-FOUND
           DELETE GRADE-HISTORY-FILE RECORD
           ADD 1 TO WS-COUNT-HISTORY-RESTORED
           MOVE "ADDED BY RUN - DELETED" TO WS-RD-MESSAGE
           MOVE "RBK-HST-DEL" TO WS-AU-GRADE-STATUS
           PERFORM 2900-WRITE-AUDIT-LOG
        ELSE
           ADD 1 TO WS-COUNT-NOT-FOUND
           MOVE "ADDED BY RUN - ALREADY ABSENT" TO WS-RD-MESSAGE
        END-IF
     ELSE
        MOVE IS-RECORD-IMAGE TO GRADE-HISTORY-RECORD
        IF WS-RECORD-FOUND
           REWRITE GRADE-HISTORY-RECORD
           MOVE "BEFORE-IMAGE RESTORED" TO WS-RD-MESSAGE
        ELSE
           WRITE GRADE-HISTORY-RECORD
           MOVE "BEFORE-IMAGE RESTORED (RECORD RE-ADDED)"
               TO WS-RD-MESSAGE
        END-IF
        ADD 1 TO WS-COUNT-HISTORY-RESTORED
        MOVE GH-MARK-A TO WS-AU-MARK-A
        MOVE GH-MARK-B TO WS-AU-MARK-B
        MOVE GH-MARK-C TO WS-AU-MARK-C
        MOVE GH-MARK-D TO WS-AU-MARK-D
        MOVE GH-MARK-E TO WS-AU-MARK-E
        MOVE GH-TERM-AVERAGE TO WS-AVERAGE-DISPLAY
        MOVE WS-AVERAGE-DISPLAY TO WS-AU-AVERAGE
        MOVE "RBK-HST-REST" TO WS-AU-GRADE-STATUS
        PERFORM 2900-WRITE-AUDIT-LOG
     END-IF.
     WRITE ROLLBACK-REPORT-LINE FROM WS-ROLLBACK-DETAIL.

 2300-REMOVE-EXTRACT-ROW.
     MOVE "EXTRACT" TO WS-RD-FILE.
     MOVE WS-IMAGE-STUDENT-ID TO WS-RD-STUDENT-ID.
     MOVE WS-IMAGE-TERM-CODE TO WS-RD-TERM-CODE.
     MOVE 'N' TO WS-MATCH-FOUND-SW.
     PERFORM VARYING WS-TABLE-SUB FROM WS-EXTRACT-COUNT BY -1
             UNTIL WS-TABLE-SUB = 0 OR WS-MATCH-FOUND
         IF WS-ET-DROP-SW(WS-TABLE-SUB) = 'N'
            AND WS-ET-ROW-DATA(WS-TABLE-SUB) = IS-RECORD-IMAGE(1:42)
            MOVE 'Y' TO WS-MATCH-FOUND-SW
            MOVE 'Y' TO WS-ET-DROP-SW(WS-TABLE-SUB)
            ADD 1 TO WS-COUNT-EXTRACT-REMOVED
            IF WS-ET-POSTING-STATUS(WS-TABLE-SUB) = 'C'
               MOVE "ROW REMOVED - HAD BEEN CONFIRMED BY REGISTRAR"
                   TO WS-RD-MESSAGE
            ELSE
               MOVE "ROW REMOVED" TO WS-RD-MESSAGE
            END-IF
         END-IF
     END-PERFORM.
     IF NOT WS-MATCH-FOUND
        ADD 1 TO WS-COUNT-NOT-FOUND
        MOVE "ROW NOT FOUND ON EXTRACT" TO WS-RD-MESSAGE
     END-IF.
     WRITE ROLLBACK-REPORT-LINE FROM WS-ROLLBACK-DETAIL.

 2400-REMOVE-RESIT-ROW.
     MOVE "RESITEL" TO WS-RD-FILE.
     MOVE WS-IMAGE-STUDENT-ID TO WS-RD-STUDENT-ID.
     MOVE WS-IMAGE-TERM-CODE TO WS-RD-TERM-CODE.
     MOVE 'N' TO WS-MATCH-FOUND-SW.
     PERFORM VARYING WS-TABLE-SUB FROM WS-RESIT-COUNT BY -1
             UNTIL WS-TABLE-SUB = 0 OR WS-MATCH-FOUND
         IF WS-RT-DROP-SW(WS-TABLE-SUB) = 'N'
            AND WS-RT-ROW-DATA(WS-TABLE-SUB) = IS-RECORD-IMAGE(1:41)
            MOVE 'Y' TO WS-MATCH-FOUND-SW
            MOVE 'Y' TO WS-RT-DROP-SW(WS-TABLE-SUB)
            ADD 1 TO WS-COUNT-RESIT-REMOVED
            MOVE "ROW REMOVED" TO WS-RD-MESSAGE
         END-IF
     END-PERFORM.
     IF NOT WS-MATCH-FOUND
        ADD 1 TO WS-COUNT-NOT-FOUND
        MOVE "ROW NOT FOUND ON RESITEL" TO WS-RD-MESSAGE
     END-IF.
     WRITE ROLLBACK-REPORT-LINE FROM WS-ROLLBACK-DETAIL.

 2900-WRITE-AUDIT-LOG.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AU-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-AU-TIME.
     MOVE WS-IMAGE-STUDENT-ID TO WS-AU-STUDENT-ID.
     WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL.

 3000-REWRITE-EXTRACT-FILE.
     IF WS-EXTRACT-LOADED AND WS-COUNT-EXTRACT-REMOVED > 0
        OPEN OUTPUT REGISTRAR-EXTRACT-FILE
        IF WS-EXTRACT-FILE-STATUS NOT = "00"
           DISPLAY "PROG21 ERROR: UNABLE TO REWRITE REGISTRAR-EXTRACT-FILE, "
               "STATUS=" WS-EXTRACT-FILE-STATUS
           STOP RUN
        END-IF
        PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                UNTIL WS-TABLE-SUB > WS-EXTRACT-COUNT
            IF WS-ET-DROP-SW(WS-TABLE-SUB) = 'N'
               MOVE WS-ET-ROW-DATA(WS-TABLE-SUB)
                   TO REGISTRAR-EXTRACT-RECORD(1:42)
               MOVE WS-ET-POSTING-STATUS(WS-TABLE-SUB)
                   TO REG-POSTING-STATUS
               WRITE REGISTRAR-EXTRACT-RECORD
            END-IF
        END-PERFORM
        CLOSE REGISTRAR-EXTRACT-FILE
     END-IF.

 3100-REWRITE-RESIT-FILE.
     IF WS-RESIT-LOADED AND WS-COUNT-RESIT-REMOVED > 0
        OPEN OUTPUT RESIT-ELIGIBILITY-FILE
        IF WS-RESIT-FILE-STATUS NOT = "00"
           DISPLAY "PROG21 ERROR: UNABLE TO REWRITE RESIT-ELIGIBILITY-FILE, "
               "STATUS=" WS-RESIT-FILE-STATUS
           STOP RUN
        END-IF
        PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                UNTIL WS-TABLE-SUB > WS-RESIT-COUNT
            IF WS-RT-DROP-SW(WS-TABLE-SUB) = 'N'
               MOVE WS-RT-ROW-DATA(WS-TABLE-SUB)
                   TO RESIT-ELIGIBILITY-RECORD
               WRITE RESIT-ELIGIBILITY-RECORD
            END-IF
        END-PERFORM
        CLOSE RESIT-ELIGIBILITY-FILE
     END-IF.

 3200-MARK-RUN-ROLLED-BACK.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-ROLLBACK-TERM-CODE TO RC-TERM-CODE.
     MOVE WS-ROLLBACK-PROGRAM-ID TO RC-PROGRAM-ID.
     READ RUN-CONTROL-FILE
         INVALID KEY
             CONTINUE
     END-READ.
     MOVE 'R' TO RC-STATUS.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO RC-END-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO RC-END-TIME.
     COMPUTE RC-RECORD-COUNT =
         WS-COUNT-MASTER-RESTORED + WS-COUNT-HISTORY-RESTORED.
     MOVE 'N' TO RC-BALANCE-SW.
     REWRITE RUN-CONTROL-RECORD.

 3300-CLEAR-CHECKPOINT.
     OPEN OUTPUT CHECKPOINT-FILE.
     MOVE SPACES TO CKPT-LAST-STUDENT-ID.
     MOVE 0 TO CKPT-STUDENT-COUNT CKPT-CLASS-TOTAL CKPT-COUNT-GRADE-A
               CKPT-COUNT-GRADE-B CKPT-COUNT-GRADE-C CKPT-COUNT-GRADE-D
               CKPT-COUNT-GRADE-F CKPT-COUNT-REJECTED
               CKPT-BATCH-READ-COUNT CKPT-BATCH-HASH-TOTAL
               CKPT-COUNT-MODERATED CKPT-COUNT-MOD-CHANGED
               CKPT-COUNT-DEBARRED.
     MOVE SPACES TO CKPT-SUBJECT-STATS.
     WRITE CHECKPOINT-RECORD.
     CLOSE CHECKPOINT-FILE.

 4000-WRITE-TRAILER.
     MOVE WS-COUNT-IMAGES TO WS-IMAGES-DISP.
     MOVE WS-COUNT-MASTER-RESTORED TO WS-MASTER-DISP.
     MOVE WS-COUNT-HISTORY-RESTORED TO WS-HISTORY-DISP.
     MOVE WS-COUNT-EXTRACT-REMOVED TO WS-EXTRACT-DISP.
     MOVE WS-COUNT-RESIT-REMOVED TO WS-RESIT-DISP.
     MOVE WS-COUNT-NOT-FOUND TO WS-NOT-FOUND-DISP.
     WRITE ROLLBACK-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "IMAGES READ:" WS-IMAGES-DISP
            "  MASTER RESTORED:" WS-MASTER-DISP
            "  HISTORY RESTORED:" WS-HISTORY-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE ROLLBACK-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "EXTRACT ROWS REMOVED:" WS-EXTRACT-DISP
            "  RESITEL ROWS REMOVED:" WS-RESIT-DISP
            "  NOT FOUND:" WS-NOT-FOUND-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE ROLLBACK-REPORT-LINE FROM WS-TRAILER-LINE.
