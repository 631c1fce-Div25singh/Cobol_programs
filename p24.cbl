 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG24.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT EXAMINER-1-FILE ASSIGN TO "EXAMMK1.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXAMINER-1-STATUS.
     SELECT EXAMINER-2-FILE ASSIGN TO "EXAMMK2.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXAMINER-2-STATUS.
     SELECT THIRD-MARK-FILE ASSIGN TO "THIRDMK.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-THIRD-MARK-STATUS.
     SELECT DM-PARAMETER-FILE ASSIGN TO "DMPARM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARAMETER-STATUS.
     SELECT HELD-MARKS-FILE ASSIGN TO "DMHELD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HELD-FILE-STATUS.
     SELECT THIRD-MARKER-QUEUE-FILE ASSIGN TO "THIRDQ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-QUEUE-FILE-STATUS.
     SELECT RAW-MARKS-FILE ASSIGN TO "RAWMARKS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RAW-FILE-STATUS.
     SELECT DISCREPANCY-REPORT-FILE ASSIGN TO "DMDISC.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT AGREEMENT-REPORT-FILE ASSIGN TO "DMAGREE.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AGREE-FILE-STATUS.
     SELECT SUBJECT-CATALOG-FILE ASSIGN TO "SUBJCAT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SC-CATALOG-KEY
         FILE STATUS IS WS-CATALOG-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  EXAMINER-1-FILE.
 01  EXAMINER-1-RECORD          PIC X(40).
 FD  EXAMINER-2-FILE.
 01  EXAMINER-2-RECORD          PIC X(40).
 FD  THIRD-MARK-FILE.
 01  THIRD-MARK-RECORD          PIC X(40).
 FD  DM-PARAMETER-FILE.
 01  DM-PARAMETER-RECORD.
     05 DP-TERM-CODE            PIC X(6).
     05 DP-TOLERANCE            PIC X(3).
     05 DP-TOLERANCE-N REDEFINES DP-TOLERANCE
                                PIC 999.
     05 DP-METHOD               PIC X.
        88 DP-AVERAGE               VALUE 'A'.
        88 DP-HIGHER                VALUE 'H'.
 FD  HELD-MARKS-FILE.
 01  HELD-MARKS-RECORD.
     05 HD-STUDENT-ID           PIC X(9).
     05 HD-TERM-CODE            PIC X(6).
     05 HD-AGREED-MARK          PIC 999 OCCURS 5 TIMES.
     05 HD-PENDING-FLAGS        PIC X(5).
     05 HD-EXAMINER-1-MARK      PIC X(3) OCCURS 5 TIMES.
     05 HD-EXAMINER-2-MARK      PIC X(3) OCCURS 5 TIMES.
     05 HD-EXAMINER-1-ID        PIC X(8).
     05 HD-EXAMINER-2-ID        PIC X(8).
     05 HD-DEFER-SLOT           PIC X.
     05 HD-DATE-HELD            PIC 9(8).
 FD  THIRD-MARKER-QUEUE-FILE.
 01  THIRD-MARKER-QUEUE-RECORD.
     05 TQ-STUDENT-ID           PIC X(9).
     05 TQ-TERM-CODE            PIC X(6).
     05 TQ-SUBJECT-SLOT         PIC X.
     05 TQ-SUBJECT-CODE         PIC X(8).
     05 TQ-EXAMINER-1-ID        PIC X(8).
     05 TQ-EXAMINER-1-MARK      PIC X(3).
     05 TQ-EXAMINER-2-ID        PIC X(8).
     05 TQ-EXAMINER-2-MARK      PIC X(3).
     05 TQ-REASON               PIC X.
        88 TQ-BEYOND-TOLERANCE      VALUE 'T'.
        88 TQ-INVALID-MARK          VALUE 'I'.
     05 TQ-DATE-HELD            PIC 9(8).
 FD  RAW-MARKS-FILE.
 01  RAW-MARKS-RECORD.
     05 RM-RECORD-TYPE          PIC X.
     05 RM-DETAIL-FIELDS.
        10 RM-STUDENT-ID        PIC X(9).
        10 RM-TERM-CODE         PIC X(6).
        10 RM-MARK-A            PIC 999.
        10 RM-MARK-B            PIC 999.
        10 RM-MARK-C            PIC 999.
        10 RM-MARK-D            PIC 999.
        10 RM-MARK-E            PIC 999.
     05 RM-BATCH-FIELDS REDEFINES RM-DETAIL-FIELDS.
        10 RM-BATCH-NUMBER      PIC 9(6).
        10 RM-BATCH-TERM-CODE   PIC X(6).
        10 RM-BATCH-RECORD-COUNT PIC 9(6).
        10 RM-BATCH-HASH-TOTAL  PIC 9(9).
        10 FILLER               PIC X(3).
     05 RM-DEFER-SLOT           PIC X.
 FD  DISCREPANCY-REPORT-FILE.
 01  DISCREPANCY-REPORT-LINE    PIC X(100).
 FD  AGREEMENT-REPORT-FILE.
 01  AGREEMENT-REPORT-LINE      PIC X(100).
 FD  SUBJECT-CATALOG-FILE.
 01  SUBJECT-CATALOG-RECORD.
     05 SC-CATALOG-KEY.
        10 SC-TERM-CODE         PIC X(6).
        10 SC-SUBJECT-SLOT      PIC X.
     05 SC-SUBJECT-CODE         PIC X(8).
     05 SC-SUBJECT-TITLE        PIC X(30).
     05 SC-CREDIT-VALUE         PIC 99.
     05 SC-PASS-MARK            PIC 999.
 WORKING-STORAGE SECTION.
     01 WS-EXAMINER-1-STATUS    PIC XX.
     01 WS-EXAMINER-2-STATUS    PIC XX.
     01 WS-THIRD-MARK-STATUS    PIC XX.
     01 WS-PARAMETER-STATUS     PIC XX.
     01 WS-HELD-FILE-STATUS     PIC XX.
     01 WS-QUEUE-FILE-STATUS    PIC XX.
     01 WS-RAW-FILE-STATUS      PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-AGREE-FILE-STATUS    PIC XX.
     01 WS-CATALOG-FILE-STATUS  PIC XX.
     01 WS-CATALOG-OPEN-SW      PIC X VALUE 'N'.
        88 WS-CATALOG-OPEN            VALUE 'Y'.
     01 WS-BATCH-EOF-SW         PIC X VALUE 'N'.
        88 WS-BATCH-EOF               VALUE 'Y'.
     01 WS-PARAMETER-EOF-SW     PIC X VALUE 'N'.
        88 WS-PARAMETER-EOF           VALUE 'Y'.
     01 WS-HELD-EOF-SW          PIC X VALUE 'N'.
        88 WS-HELD-EOF                VALUE 'Y'.
     01 WS-EXAMINER-RUN-SW      PIC X VALUE 'N'.
        88 WS-EXAMINER-RUN            VALUE 'Y'.
     01 WS-THIRD-MARK-RUN-SW    PIC X VALUE 'N'.
        88 WS-THIRD-MARK-RUN          VALUE 'Y'.
     01 WS-FOUND-SW             PIC X VALUE 'N'.
        88 WS-FOUND                   VALUE 'Y'.
     01 WS-PARM-FOUND-SW        PIC X VALUE 'N'.
        88 WS-PARM-FOUND              VALUE 'Y'.
     01 WS-DEFER-CONFLICT-SW    PIC X VALUE 'N'.
        88 WS-DEFER-CONFLICT          VALUE 'Y'.
     01 WS-CURRENT-DATE-TIME    PIC X(21).
     01 WS-TODAY                PIC 9(8).
     01 WS-SUBJECT-LETTERS      PIC X(5) VALUE "ABCDE".

     01 WS-MARK-BATCH-RECORD.
        05 WS-MB-RECORD-TYPE    PIC X.
           88 WS-MB-HEADER-RECORD     VALUE 'H'.
           88 WS-MB-DETAIL-RECORD     VALUE 'D'.
           88 WS-MB-TRAILER-RECORD    VALUE 'T'.
        05 WS-MB-DETAIL-FIELDS.
           10 WS-MB-STUDENT-ID  PIC X(9).
           10 WS-MB-TERM-CODE   PIC X(6).
           10 WS-MB-MARK        PIC X(3) OCCURS 5 TIMES.
        05 WS-MB-THIRD-MARK-FIELDS REDEFINES WS-MB-DETAIL-FIELDS.
           10 WS-MB-TM-STUDENT-ID PIC X(9).
           10 WS-MB-TM-TERM-CODE PIC X(6).
           10 WS-MB-TM-SLOT     PIC X.
           10 WS-MB-TM-MARK     PIC X(3).
           10 FILLER            PIC X(11).
        05 WS-MB-BATCH-FIELDS REDEFINES WS-MB-DETAIL-FIELDS.
           10 WS-MB-BATCH-NUMBER PIC 9(6).
           10 WS-MB-BATCH-TERM-CODE PIC X(6).
           10 WS-MB-BATCH-RECORD-COUNT PIC 9(6).
           10 WS-MB-BATCH-HASH-TOTAL PIC 9(9).
           10 FILLER            PIC X(3).
        05 WS-MB-DEFER-SLOT     PIC X.
        05 WS-MB-EXAMINER-ID    PIC X(8).

     01 WS-BATCH-CONTROLS.
        05 WS-BATCH-CONTROL OCCURS 3 TIMES.
           10 WS-BC-FILE-NAME   PIC X(11).
           10 WS-BC-HEADER-SEEN-SW PIC X.
              88 WS-BC-HEADER-SEEN    VALUE 'Y'.
           10 WS-BC-TRAILER-SEEN-SW PIC X.
              88 WS-BC-TRAILER-SEEN   VALUE 'Y'.
           10 WS-BC-BATCH-NUMBER PIC 9(6).
           10 WS-BC-TERM-CODE   PIC X(6).
           10 WS-BC-EXAMINER-ID PIC X(8).
           10 WS-BC-EXPECTED-COUNT PIC 9(6).
           10 WS-BC-EXPECTED-HASH PIC 9(9).
           10 WS-BC-READ-COUNT  PIC 9(6).
           10 WS-BC-HASH-TOTAL  PIC 9(9).
     01 WS-BATCH-SUB            PIC 9.

     01 WS-EXAMINER-TABLE.
        05 WS-EXAMINER-BATCH OCCURS 2 TIMES.
           10 WS-EXAMINER-ENTRY OCCURS 2000 TIMES.
              15 WS-EE-STUDENT-ID PIC X(9).
              15 WS-EE-TERM-CODE PIC X(6).
              15 WS-EE-MARK     PIC X(3) OCCURS 5 TIMES.
              15 WS-EE-DEFER-SLOT PIC X.
              15 WS-EE-MATCHED-SW PIC X.
     01 WS-EXAMINER-COUNTS.
        05 WS-EXAMINER-COUNT    PIC 9(4) OCCURS 2 TIMES.
     01 WS-EXAMINER-TABLE-MAX   PIC 9(4) VALUE 2000.
     01 WS-EE-SUB               PIC 9(4) VALUE 0.
     01 WS-MATCH-SUB            PIC 9(4) VALUE 0.

     01 WS-THIRD-MARK-TABLE.
        05 WS-THIRD-MARK-ENTRY OCCURS 1000 TIMES.
           10 WS-TM-STUDENT-ID  PIC X(9).
           10 WS-TM-TERM-CODE   PIC X(6).
           10 WS-TM-SLOT        PIC X.
           10 WS-TM-MARK        PIC X(3).
     01 WS-THIRD-MARK-COUNT     PIC 9(4) VALUE 0.
     01 WS-THIRD-MARK-MAX       PIC 9(4) VALUE 1000.
     01 WS-TM-SUB               PIC 9(4) VALUE 0.

     01 WS-PARAMETER-TABLE.
        05 WS-PARAMETER-ENTRY OCCURS 50 TIMES.
           10 WS-PM-TERM-CODE   PIC X(6).
           10 WS-PM-TOLERANCE   PIC 999.
           10 WS-PM-METHOD      PIC X.
     01 WS-PARAMETER-COUNT      PIC 9(3) VALUE 0.
     01 WS-PARAMETER-MAX        PIC 9(3) VALUE 50.
     01 WS-PM-SUB               PIC 9(3) VALUE 0.
     01 WS-CURRENT-TOLERANCE    PIC 999 VALUE 0.
     01 WS-CURRENT-METHOD       PIC X VALUE SPACE.

     01 WS-HELD-TABLE.
        05 WS-HELD-ENTRY OCCURS 1000 TIMES.
           10 WS-HT-DATA.
              15 WS-HT-STUDENT-ID PIC X(9).
              15 WS-HT-TERM-CODE PIC X(6).
              15 WS-HT-AGREED-MARK PIC 999 OCCURS 5 TIMES.
              15 WS-HT-PENDING-FLAGS PIC X(5).
              15 WS-HT-MARK-1   PIC X(3) OCCURS 5 TIMES.
              15 WS-HT-MARK-2   PIC X(3) OCCURS 5 TIMES.
              15 WS-HT-EXAMINER-1 PIC X(8).
              15 WS-HT-EXAMINER-2 PIC X(8).
              15 WS-HT-DEFER-SLOT PIC X.
              15 WS-HT-DATE-HELD PIC 9(8).
           10 WS-HT-RELEASED-SW PIC X.
     01 WS-HELD-COUNT           PIC 9(4) VALUE 0.
     01 WS-HELD-MAX             PIC 9(4) VALUE 1000.
     01 WS-HT-SUB               PIC 9(4) VALUE 0.

     01 WS-OUT-RECORD.
        05 WS-OUT-STUDENT-ID    PIC X(9).
        05 WS-OUT-TERM-CODE     PIC X(6).
        05 WS-OUT-MARK          PIC 999 OCCURS 5 TIMES.
        05 WS-OUT-PENDING-FLAGS PIC X(5).
        05 WS-OUT-DEFER-SLOT    PIC X.
     01 WS-SLOT-SUB             PIC 9 VALUE 0.
     01 WS-SLOT-LETTER          PIC X.
     01 WS-MARK-1-X             PIC X(3).
     01 WS-MARK-1-N REDEFINES WS-MARK-1-X PIC 999.
     01 WS-MARK-2-X             PIC X(3).
     01 WS-MARK-2-N REDEFINES WS-MARK-2-X PIC 999.
     01 WS-MARK-DIFF            PIC 999 VALUE 0.
     01 WS-HASH-MARK-X          PIC X(3).
     01 WS-HASH-MARK-N REDEFINES WS-HASH-MARK-X PIC 999.
     01 WS-CAT-TERM-CODE        PIC X(6).
     01 WS-CAT-SUBJECT-CODE     PIC X(8).

     01 WS-RUN-BATCH-NUMBER     PIC 9(6) VALUE 0.
     01 WS-RUN-TERM-CODE        PIC X(6) VALUE SPACES.
     01 WS-RAW-RECORD-COUNT     PIC 9(6) VALUE 0.
     01 WS-RAW-HASH-TOTAL       PIC 9(9) VALUE 0.

     01 WS-AGREEMENT-STATS.
        05 WS-AGREE-ENTRY OCCURS 5 TIMES.
           10 WS-AG-PAIRS       PIC 9(5).
           10 WS-AG-EXACT       PIC 9(5).
           10 WS-AG-WITHIN      PIC 9(5).
           10 WS-AG-BEYOND      PIC 9(5).
           10 WS-AG-INVALID     PIC 9(5).
           10 WS-AG-DIFF-TOTAL  PIC 9(7).
           10 WS-AG-MAX-DIFF    PIC 999.
     01 WS-MEAN-DIFF            PIC 9(3)V99 VALUE 0.
     01 WS-WITHIN-PCT           PIC 9(3)V9 VALUE 0.

     01 WS-DM-TOTALS.
        05 WS-COUNT-MATCHED     PIC 9(5) VALUE 0.
        05 WS-COUNT-AGREED      PIC 9(5) VALUE 0.
        05 WS-COUNT-NEWLY-HELD  PIC 9(5) VALUE 0.
        05 WS-COUNT-NOT-PASSED  PIC 9(5) VALUE 0.
        05 WS-COUNT-SUBJECTS-QUEUED PIC 9(5) VALUE 0.
        05 WS-COUNT-THIRD-APPLIED PIC 9(5) VALUE 0.
        05 WS-COUNT-THIRD-REJECTED PIC 9(5) VALUE 0.
        05 WS-COUNT-RELEASED    PIC 9(5) VALUE 0.
        05 WS-COUNT-STILL-HELD  PIC 9(5) VALUE 0.
        05 WS-COUNT-QUEUE-ROWS  PIC 9(5) VALUE 0.

     01 WS-REPORT-HEADER-1      PIC X(100) VALUE
        "DOUBLE-MARKING RECONCILIATION - DISCREPANCY REPORT".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-COLUMN-HEADER        PIC X(100) VALUE
        "STUDENT ID  TERM    SUBJ  EXAMINER-1  MARK  EXAMINER-2  MARK  DIFF  DISPOSITION".
     01 WS-RUN-INFO-LINE.
        05 FILLER               PIC X(12) VALUE "EXAMINER 1: ".
        05 WS-RI-EXAMINER-1     PIC X(8).
        05 FILLER               PIC X(14) VALUE "  EXAMINER 2: ".
        05 WS-RI-EXAMINER-2     PIC X(8).
        05 FILLER               PIC X(16) VALUE "  THIRD MARKER: ".
        05 WS-RI-EXAMINER-3     PIC X(8).
        05 FILLER               PIC X(7) VALUE "  TERM ".
        05 WS-RI-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(7) VALUE " BATCH ".
        05 WS-RI-BATCH-NUMBER   PIC 9(6).
        05 FILLER               PIC X(3) VALUE SPACES.

     01 WS-DISCREPANCY-LINE.
        05 WS-DD-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DD-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DD-SLOT           PIC X.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DD-EXAMINER-1     PIC X(8).
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-DD-MARK-1         PIC X(3).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DD-EXAMINER-2     PIC X(8).
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-DD-MARK-2         PIC X(3).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DD-DIFF           PIC X(3).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-DD-DISPOSITION    PIC X(33).
     01 WS-DIFF-DISP            PIC ZZ9.

     01 WS-AGREE-HEADER-1       PIC X(100) VALUE
        "EXAMINER AGREEMENT STATISTICS BY SUBJECT - FOR THE EXAM BOARD".
     01 WS-PARAMETER-HEADER     PIC X(100) VALUE
        "TERM    TOLERANCE  AGREED MARK".
     01 WS-PARAMETER-LINE.
        05 WS-PL-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(5) VALUE SPACES.
        05 WS-PL-TOLERANCE      PIC ZZ9.
        05 FILLER               PIC X(5) VALUE SPACES.
        05 WS-PL-METHOD         PIC X(7).
        05 FILLER               PIC X(74) VALUE SPACES.
     01 WS-AGREE-COLUMN-HEADER  PIC X(100) VALUE
        "SUBJ  CODE      PAIRS  EXACT  WITHIN  BEYOND  INVALID  MEAN-DIFF  MAX-DIFF  %WITHIN".
     01 WS-AGREE-LINE.
        05 FILLER               PIC X VALUE SPACE.
        05 WS-AL-SLOT           PIC X.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-AL-SUBJECT-CODE   PIC X(8).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-AL-PAIRS          PIC ZZZZ9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-AL-EXACT          PIC ZZZZ9.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-AL-WITHIN         PIC ZZZZ9.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-AL-BEYOND         PIC ZZZZ9.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-AL-INVALID        PIC ZZZZ9.
        05 FILLER               PIC X(5) VALUE SPACES.
        05 WS-AL-MEAN-DIFF      PIC ZZ9.99.
        05 FILLER               PIC X(7) VALUE SPACES.
        05 WS-AL-MAX-DIFF       PIC ZZ9.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-AL-WITHIN-PCT     PIC ZZ9.9.
        05 FILLER               PIC X(18) VALUE SPACES.

     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-MATCHED-DISP         PIC ZZZZ9.
     01 WS-AGREED-DISP          PIC ZZZZ9.
     01 WS-NEWLY-HELD-DISP      PIC ZZZZ9.
     01 WS-NOT-PASSED-DISP      PIC ZZZZ9.
     01 WS-QUEUED-DISP          PIC ZZZZ9.
     01 WS-THIRD-APPLIED-DISP   PIC ZZZZ9.
     01 WS-THIRD-REJECTED-DISP  PIC ZZZZ9.
     01 WS-RELEASED-DISP        PIC ZZZZ9.
     01 WS-STILL-HELD-DISP      PIC ZZZZ9.
     01 WS-QUEUE-ROWS-DISP      PIC ZZZZ9.
     01 WS-RAW-COUNT-DISP       PIC ZZZZZ9.
     01 WS-RAW-HASH-DISP        PIC ZZZZZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
     INITIALIZE WS-BATCH-CONTROLS WS-EXAMINER-COUNTS WS-AGREEMENT-STATS.
     MOVE "EXAMMK1.DAT" TO WS-BC-FILE-NAME(1).
     MOVE "EXAMMK2.DAT" TO WS-BC-FILE-NAME(2).
     MOVE "THIRDMK.DAT" TO WS-BC-FILE-NAME(3).
     PERFORM 0100-LOAD-EXAMINER-BATCHES.
     PERFORM 0150-LOAD-THIRD-MARK-BATCH.
     IF NOT WS-EXAMINER-RUN AND NOT WS-THIRD-MARK-RUN
        DISPLAY "PROG24 ERROR: NO EXAMINER BATCHES AND NO THIRD-MARKER "
            "FILE - NOTHING TO RECONCILE, RUN ABANDONED"
        STOP RUN
     END-IF.
     PERFORM 0350-ESTABLISH-RUN-BATCH.
     PERFORM 0400-LOAD-PARAMETER-TABLE.
     PERFORM 0450-LOAD-HELD-TABLE.
     PERFORM 0500-OPEN-OUTPUT-FILES.
     IF WS-THIRD-MARK-RUN
        PERFORM 1000-APPLY-THIRD-MARKS
        PERFORM 1200-RELEASE-RESOLVED-RECORDS
     END-IF.
     IF WS-EXAMINER-RUN
        PERFORM 2000-RECONCILE-EXAMINER-BATCHES
        PERFORM 2500-REPORT-UNMATCHED-SECOND
     END-IF.
     PERFORM 3000-WRITE-RAWMARKS-TRAILER.
     PERFORM 3100-REWRITE-HELD-FILE.
     PERFORM 4000-WRITE-AGREEMENT-REPORT.
     PERFORM 4500-WRITE-DISCREPANCY-TRAILER.
     CLOSE RAW-MARKS-FILE DISCREPANCY-REPORT-FILE AGREEMENT-REPORT-FILE
           HELD-MARKS-FILE THIRD-MARKER-QUEUE-FILE.
     IF WS-CATALOG-OPEN
        CLOSE SUBJECT-CATALOG-FILE
     END-IF.
     STOP RUN.

 0100-LOAD-EXAMINER-BATCHES.
     OPEN INPUT EXAMINER-1-FILE.
     OPEN INPUT EXAMINER-2-FILE.
     EVALUATE TRUE
         WHEN WS-EXAMINER-1-STATUS = "00" AND WS-EXAMINER-2-STATUS = "00"
             MOVE 'Y' TO WS-EXAMINER-RUN-SW
         WHEN WS-EXAMINER-1-STATUS = "00"
             DISPLAY "PROG24 ERROR: EXAMINER 2 BATCH NOT AVAILABLE, "
                 "STATUS=" WS-EXAMINER-2-STATUS " - RUN ABANDONED"
             STOP RUN
         WHEN WS-EXAMINER-2-STATUS = "00"
             DISPLAY "PROG24 ERROR: EXAMINER 1 BATCH NOT AVAILABLE, "
                 "STATUS=" WS-EXAMINER-1-STATUS " - RUN ABANDONED"
             STOP RUN
         WHEN OTHER
             CONTINUE
     END-EVALUATE.
     IF WS-EXAMINER-RUN
        MOVE 1 TO WS-BATCH-SUB
        MOVE 'N' TO WS-BATCH-EOF-SW
        PERFORM UNTIL WS-BATCH-EOF
            READ EXAMINER-1-FILE INTO WS-MARK-BATCH-RECORD
                AT END
                    MOVE 'Y' TO WS-BATCH-EOF-SW
                NOT AT END
                    PERFORM 0200-PROCESS-BATCH-RECORD
            END-READ
        END-PERFORM
        CLOSE EXAMINER-1-FILE
        PERFORM 0300-BALANCE-BATCH
        MOVE 2 TO WS-BATCH-SUB
        MOVE 'N' TO WS-BATCH-EOF-SW
        PERFORM UNTIL WS-BATCH-EOF
            READ EXAMINER-2-FILE INTO WS-MARK-BATCH-RECORD
                AT END
                    MOVE 'Y' TO WS-BATCH-EOF-SW
                NOT AT END
                    PERFORM 0200-PROCESS-BATCH-RECORD
            END-READ
        END-PERFORM
        CLOSE EXAMINER-2-FILE
        PERFORM 0300-BALANCE-BATCH
        IF WS-BC-EXAMINER-ID(1) = WS-BC-EXAMINER-ID(2)
           DISPLAY "PROG24 ERROR: EXAMINER " WS-BC-EXAMINER-ID(1)
               " SUBMITTED BOTH BATCHES - RUN ABANDONED"
           STOP RUN
        END-IF
        IF WS-BC-TERM-CODE(1) NOT = WS-BC-TERM-CODE(2)
           DISPLAY "PROG24 ERROR: EXAMINER BATCH TERMS DIFFER ("
               WS-BC-TERM-CODE(1) "/" WS-BC-TERM-CODE(2)
               ") - RUN ABANDONED"
           STOP RUN
        END-IF
     END-IF.

 0150-LOAD-THIRD-MARK-BATCH.
     OPEN INPUT THIRD-MARK-FILE.
     IF WS-THIRD-MARK-STATUS = "00"
        MOVE 'Y' TO WS-THIRD-MARK-RUN-SW
        MOVE 3 TO WS-BATCH-SUB
        MOVE 'N' TO WS-BATCH-EOF-SW
        PERFORM UNTIL WS-BATCH-EOF
            READ THIRD-MARK-FILE INTO WS-MARK-BATCH-RECORD
                AT END
                    MOVE 'Y' TO WS-BATCH-EOF-SW
                NOT AT END
                    PERFORM 0200-PROCESS-BATCH-RECORD
            END-READ
        END-PERFORM
        CLOSE THIRD-MARK-FILE
        PERFORM 0300-BALANCE-BATCH
     END-IF.

 0200-PROCESS-BATCH-RECORD.
     EVALUATE TRUE
         WHEN WS-MB-HEADER-RECORD
             MOVE 'Y' TO WS-BC-HEADER-SEEN-SW(WS-BATCH-SUB)
             MOVE WS-MB-BATCH-NUMBER TO WS-BC-BATCH-NUMBER(WS-BATCH-SUB)
             MOVE WS-MB-BATCH-TERM-CODE TO WS-BC-TERM-CODE(WS-BATCH-SUB)
             MOVE WS-MB-EXAMINER-ID TO WS-BC-EXAMINER-ID(WS-BATCH-SUB)
         WHEN WS-MB-TRAILER-RECORD
             MOVE 'Y' TO WS-BC-TRAILER-SEEN-SW(WS-BATCH-SUB)
             MOVE WS-MB-BATCH-RECORD-COUNT
                 TO WS-BC-EXPECTED-COUNT(WS-BATCH-SUB)
             MOVE WS-MB-BATCH-HASH-TOTAL
                 TO WS-BC-EXPECTED-HASH(WS-BATCH-SUB)
         WHEN OTHER
             ADD 1 TO WS-BC-READ-COUNT(WS-BATCH-SUB)
             IF WS-BATCH-SUB = 3
                MOVE WS-MB-TM-MARK TO WS-HASH-MARK-X
                PERFORM 0220-ACCUMULATE-BATCH-HASH
                PERFORM 0280-LOAD-THIRD-MARK-ROW
             ELSE
                PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                        UNTIL WS-SLOT-SUB > 5
                    MOVE WS-MB-MARK(WS-SLOT-SUB) TO WS-HASH-MARK-X
                    PERFORM 0220-ACCUMULATE-BATCH-HASH
                END-PERFORM
                PERFORM 0260-LOAD-EXAMINER-ROW
             END-IF
     END-EVALUATE.

 0220-ACCUMULATE-BATCH-HASH.
     IF WS-HASH-MARK-N IS NUMERIC
        ADD WS-HASH-MARK-N TO WS-BC-HASH-TOTAL(WS-BATCH-SUB)
     END-IF.

 0260-LOAD-EXAMINER-ROW.
     MOVE 'N' TO WS-FOUND-SW.
     PERFORM VARYING WS-EE-SUB FROM 1 BY 1
             UNTIL WS-EE-SUB > WS-EXAMINER-COUNT(WS-BATCH-SUB)
                OR WS-FOUND
         IF WS-EE-STUDENT-ID(WS-BATCH-SUB, WS-EE-SUB) = WS-MB-STUDENT-ID
            AND WS-EE-TERM-CODE(WS-BATCH-SUB, WS-EE-SUB)
                = WS-MB-TERM-CODE
            MOVE 'Y' TO WS-FOUND-SW
         END-IF
     END-PERFORM.
     IF WS-FOUND
        DISPLAY "PROG24 WARNING: STUDENT " WS-MB-STUDENT-ID " TERM "
            WS-MB-TERM-CODE " REPEATED IN "
            WS-BC-FILE-NAME(WS-BATCH-SUB) " - FIRST ENTRY USED"
     ELSE
        IF WS-EXAMINER-COUNT(WS-BATCH-SUB) >= WS-EXAMINER-TABLE-MAX
           DISPLAY "PROG24 ERROR: EXAMINER TABLE FULL AT "
               WS-EXAMINER-TABLE-MAX " RECORDS IN "
               WS-BC-FILE-NAME(WS-BATCH-SUB)
               " - RUN ABANDONED, RAWMARKS.DAT NOT WRITTEN"
           STOP RUN
        END-IF
        ADD 1 TO WS-EXAMINER-COUNT(WS-BATCH-SUB)
        MOVE WS-EXAMINER-COUNT(WS-BATCH-SUB) TO WS-EE-SUB
        MOVE WS-MB-STUDENT-ID TO WS-EE-STUDENT-ID(WS-BATCH-SUB, WS-EE-SUB)
        MOVE WS-MB-TERM-CODE TO WS-EE-TERM-CODE(WS-BATCH-SUB, WS-EE-SUB)
        PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 5
            MOVE WS-MB-MARK(WS-SLOT-SUB)
                TO WS-EE-MARK(WS-BATCH-SUB, WS-EE-SUB, WS-SLOT-SUB)
        END-PERFORM
        MOVE WS-MB-DEFER-SLOT
            TO WS-EE-DEFER-SLOT(WS-BATCH-SUB, WS-EE-SUB)
        MOVE 'N' TO WS-EE-MATCHED-SW(WS-BATCH-SUB, WS-EE-SUB)
     END-IF.

 0280-LOAD-THIRD-MARK-ROW.
     IF WS-THIRD-MARK-COUNT >= WS-THIRD-MARK-MAX
        DISPLAY "PROG24 ERROR: THIRD-MARK TABLE FULL AT "
            WS-THIRD-MARK-MAX " RECORDS - RUN ABANDONED, "
            "RAWMARKS.DAT NOT WRITTEN"
        STOP RUN
     ELSE
        ADD 1 TO WS-THIRD-MARK-COUNT
        MOVE WS-MB-TM-STUDENT-ID TO WS-TM-STUDENT-ID(WS-THIRD-MARK-COUNT)
        MOVE WS-MB-TM-TERM-CODE TO WS-TM-TERM-CODE(WS-THIRD-MARK-COUNT)
        MOVE WS-MB-TM-SLOT TO WS-TM-SLOT(WS-THIRD-MARK-COUNT)
        MOVE WS-MB-TM-MARK TO WS-TM-MARK(WS-THIRD-MARK-COUNT)
     END-IF.

 0300-BALANCE-BATCH.
     IF NOT WS-BC-HEADER-SEEN(WS-BATCH-SUB)
        DISPLAY "PROG24 ERROR: BATCH HEADER RECORD MISSING FROM "
            WS-BC-FILE-NAME(WS-BATCH-SUB) " - RUN ABANDONED"
        STOP RUN
     END-IF.
     IF WS-BC-EXAMINER-ID(WS-BATCH-SUB) = SPACES
        DISPLAY "PROG24 ERROR: NO EXAMINER ID ON BATCH HEADER OF "
            WS-BC-FILE-NAME(WS-BATCH-SUB) " - RUN ABANDONED"
        STOP RUN
     END-IF.
     IF NOT WS-BC-TRAILER-SEEN(WS-BATCH-SUB)
        DISPLAY "PROG24 ERROR: BATCH TRAILER RECORD MISSING FROM "
            WS-BC-FILE-NAME(WS-BATCH-SUB)
            " - POSSIBLE SHORT FILE, RUN ABANDONED"
        STOP RUN
     END-IF.
     IF WS-BC-READ-COUNT(WS-BATCH-SUB)
        NOT = WS-BC-EXPECTED-COUNT(WS-BATCH-SUB)
        DISPLAY "PROG24 ERROR: " WS-BC-FILE-NAME(WS-BATCH-SUB)
            " RECORD COUNT OUT OF BALANCE - EXPECTED "
            WS-BC-EXPECTED-COUNT(WS-BATCH-SUB) " READ "
            WS-BC-READ-COUNT(WS-BATCH-SUB) " - RUN ABANDONED"
        STOP RUN
     END-IF.
     IF WS-BC-HASH-TOTAL(WS-BATCH-SUB)
        NOT = WS-BC-EXPECTED-HASH(WS-BATCH-SUB)
        DISPLAY "PROG24 ERROR: " WS-BC-FILE-NAME(WS-BATCH-SUB)
            " MARKS HASH OUT OF BALANCE - EXPECTED "
            WS-BC-EXPECTED-HASH(WS-BATCH-SUB) " ACCUMULATED "
            WS-BC-HASH-TOTAL(WS-BATCH-SUB) " - RUN ABANDONED"
        STOP RUN
     END-IF.

 0350-ESTABLISH-RUN-BATCH.
     IF WS-EXAMINER-RUN
        MOVE WS-BC-BATCH-NUMBER(1) TO WS-RUN-BATCH-NUMBER
        MOVE WS-BC-TERM-CODE(1) TO WS-RUN-TERM-CODE
     ELSE
        MOVE WS-BC-BATCH-NUMBER(3) TO WS-RUN-BATCH-NUMBER
        MOVE WS-BC-TERM-CODE(3) TO WS-RUN-TERM-CODE
     END-IF.
     IF WS-EXAMINER-RUN AND WS-THIRD-MARK-RUN
        IF WS-BC-EXAMINER-ID(3) = WS-BC-EXAMINER-ID(1)
           OR WS-BC-EXAMINER-ID(3) = WS-BC-EXAMINER-ID(2)
           DISPLAY "PROG24 ERROR: THIRD MARKER " WS-BC-EXAMINER-ID(3)
               " ALSO SUBMITTED AN EXAMINER BATCH - RUN ABANDONED"
           STOP RUN
        END-IF
     END-IF.

 0400-LOAD-PARAMETER-TABLE.
     OPEN INPUT DM-PARAMETER-FILE.
     IF WS-PARAMETER-STATUS = "00"
        PERFORM UNTIL WS-PARAMETER-EOF
            READ DM-PARAMETER-FILE
                AT END
                    MOVE 'Y' TO WS-PARAMETER-EOF-SW
                NOT AT END
                    PERFORM 0410-LOAD-PARAMETER-ROW
            END-READ
        END-PERFORM
        CLOSE DM-PARAMETER-FILE
     ELSE
        IF WS-EXAMINER-RUN
           DISPLAY "PROG24 ERROR: UNABLE TO OPEN DM-PARAMETER-FILE, "
               "STATUS=" WS-PARAMETER-STATUS " - RUN ABANDONED"
           STOP RUN
        END-IF
     END-IF.

 0410-LOAD-PARAMETER-ROW.
     EVALUATE TRUE
         WHEN DP-TOLERANCE-N IS NOT NUMERIC OR DP-TOLERANCE-N > 100
             DISPLAY "PROG24 WARNING: DMPARM TERM " DP-TERM-CODE
                 " TOLERANCE NOT VALID - ROW SKIPPED"
         WHEN NOT DP-AVERAGE AND NOT DP-HIGHER
             DISPLAY "PROG24 WARNING: DMPARM TERM " DP-TERM-CODE
                 " AGREED-MARK METHOD NOT A OR H - ROW SKIPPED"
         WHEN WS-PARAMETER-COUNT >= WS-PARAMETER-MAX
             DISPLAY "PROG24 WARNING: DMPARM TABLE FULL - TERM "
                 DP-TERM-CODE " SKIPPED"
         WHEN OTHER
             ADD 1 TO WS-PARAMETER-COUNT
             MOVE DP-TERM-CODE TO WS-PM-TERM-CODE(WS-PARAMETER-COUNT)
             MOVE DP-TOLERANCE-N TO WS-PM-TOLERANCE(WS-PARAMETER-COUNT)
             MOVE DP-METHOD TO WS-PM-METHOD(WS-PARAMETER-COUNT)
     END-EVALUATE.

 0450-LOAD-HELD-TABLE.
     OPEN INPUT HELD-MARKS-FILE.
     IF WS-HELD-FILE-STATUS = "00"
        PERFORM UNTIL WS-HELD-EOF
            READ HELD-MARKS-FILE
                AT END
                    MOVE 'Y' TO WS-HELD-EOF-SW
                NOT AT END
                    PERFORM 0460-LOAD-HELD-ROW
            END-READ
        END-PERFORM
        CLOSE HELD-MARKS-FILE
     END-IF.

 0460-LOAD-HELD-ROW.
     IF WS-HELD-COUNT >= WS-HELD-MAX
        DISPLAY "PROG24 ERROR: HELD RECORD TABLE FULL AT "
            WS-HELD-MAX " RECORDS - RUN ABANDONED, "
            "RAWMARKS.DAT NOT WRITTEN"
        STOP RUN
     ELSE
        ADD 1 TO WS-HELD-COUNT
        MOVE HELD-MARKS-RECORD TO WS-HT-DATA(WS-HELD-COUNT)
        MOVE 'N' TO WS-HT-RELEASED-SW(WS-HELD-COUNT)
     END-IF.

 0500-OPEN-OUTPUT-FILES.
     OPEN OUTPUT RAW-MARKS-FILE.
     IF WS-RAW-FILE-STATUS NOT = "00"
        DISPLAY "PROG24 ERROR: UNABLE TO OPEN RAW-MARKS-FILE, STATUS="
            WS-RAW-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN OUTPUT DISCREPANCY-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG24 ERROR: UNABLE TO OPEN DISCREPANCY-REPORT-FILE, "
            "STATUS=" WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN OUTPUT AGREEMENT-REPORT-FILE.
     IF WS-AGREE-FILE-STATUS NOT = "00"
        DISPLAY "PROG24 ERROR: UNABLE TO OPEN AGREEMENT-REPORT-FILE, "
            "STATUS=" WS-AGREE-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN INPUT SUBJECT-CATALOG-FILE.
     IF WS-CATALOG-FILE-STATUS = "00"
        MOVE 'Y' TO WS-CATALOG-OPEN-SW
     END-IF.
     MOVE SPACES TO RAW-MARKS-RECORD.
     MOVE 'H' TO RM-RECORD-TYPE.
     MOVE WS-RUN-BATCH-NUMBER TO RM-BATCH-NUMBER.
     MOVE WS-RUN-TERM-CODE TO RM-BATCH-TERM-CODE.
     MOVE 0 TO RM-BATCH-RECORD-COUNT.
     MOVE 0 TO RM-BATCH-HASH-TOTAL.
     WRITE RAW-MARKS-RECORD.
     MOVE WS-BC-EXAMINER-ID(1) TO WS-RI-EXAMINER-1.
     MOVE WS-BC-EXAMINER-ID(2) TO WS-RI-EXAMINER-2.
     MOVE WS-BC-EXAMINER-ID(3) TO WS-RI-EXAMINER-3.
     MOVE WS-RUN-TERM-CODE TO WS-RI-TERM-CODE.
     MOVE WS-RUN-BATCH-NUMBER TO WS-RI-BATCH-NUMBER.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-RUN-INFO-LINE.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-COLUMN-HEADER.

 1000-APPLY-THIRD-MARKS.
     PERFORM VARYING WS-TM-SUB FROM 1 BY 1
             UNTIL WS-TM-SUB > WS-THIRD-MARK-COUNT
         PERFORM 1100-APPLY-ONE-THIRD-MARK
     END-PERFORM.

 1100-APPLY-ONE-THIRD-MARK.
     MOVE 'N' TO WS-FOUND-SW.
     PERFORM VARYING WS-HT-SUB FROM 1 BY 1
             UNTIL WS-HT-SUB > WS-HELD-COUNT OR WS-FOUND
         IF WS-HT-STUDENT-ID(WS-HT-SUB) = WS-TM-STUDENT-ID(WS-TM-SUB)
            AND WS-HT-TERM-CODE(WS-HT-SUB) = WS-TM-TERM-CODE(WS-TM-SUB)
            MOVE 'Y' TO WS-FOUND-SW
         END-IF
     END-PERFORM.
     IF WS-FOUND
        SUBTRACT 1 FROM WS-HT-SUB
     END-IF.
     MOVE WS-TM-SLOT(WS-TM-SUB) TO WS-SLOT-LETTER.
     PERFORM 8100-SLOT-LETTER-TO-SUB.
     MOVE WS-TM-MARK(WS-TM-SUB) TO WS-MARK-1-X.
     MOVE SPACES TO WS-DISCREPANCY-LINE.
     MOVE WS-TM-STUDENT-ID(WS-TM-SUB) TO WS-DD-STUDENT-ID.
     MOVE WS-TM-TERM-CODE(WS-TM-SUB) TO WS-DD-TERM-CODE.
     MOVE WS-TM-SLOT(WS-TM-SUB) TO WS-DD-SLOT.
     IF WS-FOUND AND WS-SLOT-SUB > 0
        MOVE WS-HT-EXAMINER-1(WS-HT-SUB) TO WS-DD-EXAMINER-1
        MOVE WS-HT-MARK-1(WS-HT-SUB, WS-SLOT-SUB) TO WS-DD-MARK-1
        MOVE WS-HT-EXAMINER-2(WS-HT-SUB) TO WS-DD-EXAMINER-2
        MOVE WS-HT-MARK-2(WS-HT-SUB, WS-SLOT-SUB) TO WS-DD-MARK-2
     END-IF.
     EVALUATE TRUE
         WHEN WS-SLOT-SUB = 0
             ADD 1 TO WS-COUNT-THIRD-REJECTED
             MOVE "THIRD MARK SUBJECT INVALID" TO WS-DD-DISPOSITION
         WHEN WS-MARK-1-N IS NOT NUMERIC OR WS-MARK-1-N > 100
             ADD 1 TO WS-COUNT-THIRD-REJECTED
             MOVE "THIRD MARK INVALID - IGNORED" TO WS-DD-DISPOSITION
         WHEN NOT WS-FOUND
             ADD 1 TO WS-COUNT-THIRD-REJECTED
             MOVE "NO HELD RECORD - IGNORED" TO WS-DD-DISPOSITION
         WHEN WS-HT-PENDING-FLAGS(WS-HT-SUB)(WS-SLOT-SUB:1) = SPACE
             ADD 1 TO WS-COUNT-THIRD-REJECTED
             MOVE "SUBJECT NOT QUEUED - IGNORED" TO WS-DD-DISPOSITION
         WHEN WS-BC-EXAMINER-ID(3) = WS-HT-EXAMINER-1(WS-HT-SUB)
           OR WS-BC-EXAMINER-ID(3) = WS-HT-EXAMINER-2(WS-HT-SUB)
             ADD 1 TO WS-COUNT-THIRD-REJECTED
             MOVE "THIRD MARKER IS AN EXAMINER" TO WS-DD-DISPOSITION
         WHEN OTHER
             ADD 1 TO WS-COUNT-THIRD-APPLIED
             MOVE WS-MARK-1-N
                 TO WS-HT-AGREED-MARK(WS-HT-SUB, WS-SLOT-SUB)
             MOVE SPACE
                 TO WS-HT-PENDING-FLAGS(WS-HT-SUB)(WS-SLOT-SUB:1)
             STRING "THIRD MARK " WS-MARK-1-X " APPLIED"
                 DELIMITED BY SIZE INTO WS-DD-DISPOSITION
     END-EVALUATE.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE.

 1200-RELEASE-RESOLVED-RECORDS.
     PERFORM VARYING WS-HT-SUB FROM 1 BY 1
             UNTIL WS-HT-SUB > WS-HELD-COUNT
         IF WS-HT-RELEASED-SW(WS-HT-SUB) = 'N'
            AND WS-HT-PENDING-FLAGS(WS-HT-SUB) = SPACES
            PERFORM 1250-RELEASE-HELD-RECORD
         END-IF
     END-PERFORM.

 1250-RELEASE-HELD-RECORD.
     MOVE 'Y' TO WS-HT-RELEASED-SW(WS-HT-SUB).
     ADD 1 TO WS-COUNT-RELEASED.
     MOVE WS-HT-STUDENT-ID(WS-HT-SUB) TO WS-OUT-STUDENT-ID.
     MOVE WS-HT-TERM-CODE(WS-HT-SUB) TO WS-OUT-TERM-CODE.
     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 5
         MOVE WS-HT-AGREED-MARK(WS-HT-SUB, WS-SLOT-SUB)
             TO WS-OUT-MARK(WS-SLOT-SUB)
     END-PERFORM.
     MOVE WS-HT-DEFER-SLOT(WS-HT-SUB) TO WS-OUT-DEFER-SLOT.
     PERFORM 2900-WRITE-RAWMARKS-DETAIL.
     MOVE SPACES TO WS-DISCREPANCY-LINE.
     MOVE WS-OUT-STUDENT-ID TO WS-DD-STUDENT-ID.
     MOVE WS-OUT-TERM-CODE TO WS-DD-TERM-CODE.
     MOVE WS-HT-EXAMINER-1(WS-HT-SUB) TO WS-DD-EXAMINER-1.
     MOVE WS-HT-EXAMINER-2(WS-HT-SUB) TO WS-DD-EXAMINER-2.
     MOVE "RESOLVED - RELEASED TO RAWMARKS" TO WS-DD-DISPOSITION.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE.

 2000-RECONCILE-EXAMINER-BATCHES.
     PERFORM VARYING WS-EE-SUB FROM 1 BY 1
             UNTIL WS-EE-SUB > WS-EXAMINER-COUNT(1)
         PERFORM 2100-RECONCILE-STUDENT
     END-PERFORM.

 2100-RECONCILE-STUDENT.
     MOVE SPACES TO WS-DISCREPANCY-LINE.
     MOVE WS-EE-STUDENT-ID(1, WS-EE-SUB) TO WS-DD-STUDENT-ID.
     MOVE WS-EE-TERM-CODE(1, WS-EE-SUB) TO WS-DD-TERM-CODE.
     MOVE WS-BC-EXAMINER-ID(1) TO WS-DD-EXAMINER-1.
     MOVE WS-BC-EXAMINER-ID(2) TO WS-DD-EXAMINER-2.
     PERFORM 2110-FIND-SECOND-MARKS.
     IF WS-FOUND
        ADD 1 TO WS-COUNT-MATCHED
        MOVE 'Y' TO WS-EE-MATCHED-SW(2, WS-MATCH-SUB)
        PERFORM 2140-PASS-MATCHED-STUDENT
     ELSE
        ADD 1 TO WS-COUNT-NOT-PASSED
        MOVE "NOT IN EXAMINER 2 BATCH" TO WS-DD-DISPOSITION
        WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE
     END-IF.

 2110-FIND-SECOND-MARKS.
     MOVE 'N' TO WS-FOUND-SW.
     PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
             UNTIL WS-MATCH-SUB > WS-EXAMINER-COUNT(2) OR WS-FOUND
         IF WS-EE-STUDENT-ID(2, WS-MATCH-SUB)
            = WS-EE-STUDENT-ID(1, WS-EE-SUB)
            AND WS-EE-TERM-CODE(2, WS-MATCH-SUB)
            = WS-EE-TERM-CODE(1, WS-EE-SUB)
            MOVE 'Y' TO WS-FOUND-SW
         END-IF
     END-PERFORM.
     IF WS-FOUND
        SUBTRACT 1 FROM WS-MATCH-SUB
     END-IF.

 2120-CHECK-ALREADY-HELD.
     MOVE 'N' TO WS-FOUND-SW.
     PERFORM VARYING WS-HT-SUB FROM 1 BY 1
             UNTIL WS-HT-SUB > WS-HELD-COUNT OR WS-FOUND
         IF WS-HT-STUDENT-ID(WS-HT-SUB) = WS-EE-STUDENT-ID(1, WS-EE-SUB)
            AND WS-HT-TERM-CODE(WS-HT-SUB)
                = WS-EE-TERM-CODE(1, WS-EE-SUB)
            AND WS-HT-RELEASED-SW(WS-HT-SUB) = 'N'
            MOVE 'Y' TO WS-FOUND-SW
         END-IF
     END-PERFORM.

 2130-LOOKUP-PARAMETERS.
     MOVE 'N' TO WS-PARM-FOUND-SW.
     PERFORM VARYING WS-PM-SUB FROM 1 BY 1
             UNTIL WS-PM-SUB > WS-PARAMETER-COUNT OR WS-PARM-FOUND
         IF WS-PM-TERM-CODE(WS-PM-SUB) = WS-OUT-TERM-CODE
            MOVE 'Y' TO WS-PARM-FOUND-SW
            MOVE WS-PM-TOLERANCE(WS-PM-SUB) TO WS-CURRENT-TOLERANCE
            MOVE WS-PM-METHOD(WS-PM-SUB) TO WS-CURRENT-METHOD
         END-IF
     END-PERFORM.

 2140-PASS-MATCHED-STUDENT.
     MOVE WS-EE-STUDENT-ID(1, WS-EE-SUB) TO WS-OUT-STUDENT-ID.
     MOVE WS-EE-TERM-CODE(1, WS-EE-SUB) TO WS-OUT-TERM-CODE.
     MOVE 'N' TO WS-DEFER-CONFLICT-SW.
     IF WS-EE-DEFER-SLOT(1, WS-EE-SUB)
        NOT = WS-EE-DEFER-SLOT(2, WS-MATCH-SUB)
        MOVE 'Y' TO WS-DEFER-CONFLICT-SW
     END-IF.
     MOVE WS-EE-DEFER-SLOT(1, WS-EE-SUB) TO WS-OUT-DEFER-SLOT.
     PERFORM 2130-LOOKUP-PARAMETERS.
     PERFORM 2120-CHECK-ALREADY-HELD.
     EVALUATE TRUE
         WHEN WS-FOUND
             ADD 1 TO WS-COUNT-NOT-PASSED
             MOVE "ALREADY HELD - MARKS IGNORED" TO WS-DD-DISPOSITION
             WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE
         WHEN WS-DEFER-CONFLICT
             ADD 1 TO WS-COUNT-NOT-PASSED
             MOVE "DEFERRED SUBJECT DIFFERS" TO WS-DD-DISPOSITION
             WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE
         WHEN NOT WS-PARM-FOUND
             ADD 1 TO WS-COUNT-NOT-PASSED
             MOVE "TERM NOT ON DMPARM - NOT PASSED"
                 TO WS-DD-DISPOSITION
             WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE
         WHEN OTHER
             MOVE SPACES TO WS-OUT-PENDING-FLAGS
             PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-SLOT-SUB > 5
                 PERFORM 2200-COMPARE-SUBJECT-MARKS
             END-PERFORM
             IF WS-OUT-PENDING-FLAGS = SPACES
                ADD 1 TO WS-COUNT-AGREED
                PERFORM 2900-WRITE-RAWMARKS-DETAIL
             ELSE
                PERFORM 2300-HOLD-STUDENT-RECORD
             END-IF
     END-EVALUATE.

 2200-COMPARE-SUBJECT-MARKS.
     MOVE 0 TO WS-OUT-MARK(WS-SLOT-SUB).
     MOVE WS-EE-MARK(1, WS-EE-SUB, WS-SLOT-SUB) TO WS-MARK-1-X.
     MOVE WS-EE-MARK(2, WS-MATCH-SUB, WS-SLOT-SUB) TO WS-MARK-2-X.
     EVALUATE TRUE
         WHEN WS-OUT-DEFER-SLOT = WS-SUBJECT-LETTERS(WS-SLOT-SUB:1)
             CONTINUE
         WHEN WS-MARK-1-N IS NOT NUMERIC OR WS-MARK-1-N > 100
           OR WS-MARK-2-N IS NOT NUMERIC OR WS-MARK-2-N > 100
             ADD 1 TO WS-AG-INVALID(WS-SLOT-SUB)
             MOVE 'I' TO WS-OUT-PENDING-FLAGS(WS-SLOT-SUB:1)
             MOVE SPACES TO WS-DD-DIFF
             MOVE "MARK INVALID - THIRD MARKER" TO WS-DD-DISPOSITION
             PERFORM 2250-WRITE-QUEUED-SUBJECT
         WHEN OTHER
             PERFORM 2210-MEASURE-AGREEMENT
     END-EVALUATE.

 2210-MEASURE-AGREEMENT.
     ADD 1 TO WS-AG-PAIRS(WS-SLOT-SUB).
     IF WS-MARK-1-N >= WS-MARK-2-N
        COMPUTE WS-MARK-DIFF = WS-MARK-1-N - WS-MARK-2-N
     ELSE
        COMPUTE WS-MARK-DIFF = WS-MARK-2-N - WS-MARK-1-N
     END-IF.
     ADD WS-MARK-DIFF TO WS-AG-DIFF-TOTAL(WS-SLOT-SUB).
     IF WS-MARK-DIFF > WS-AG-MAX-DIFF(WS-SLOT-SUB)
        MOVE WS-MARK-DIFF TO WS-AG-MAX-DIFF(WS-SLOT-SUB)
     END-IF.
     IF WS-MARK-DIFF = 0
        ADD 1 TO WS-AG-EXACT(WS-SLOT-SUB)
     END-IF.
     IF WS-MARK-DIFF > WS-CURRENT-TOLERANCE
        ADD 1 TO WS-AG-BEYOND(WS-SLOT-SUB)
        MOVE 'T' TO WS-OUT-PENDING-FLAGS(WS-SLOT-SUB:1)
        MOVE WS-MARK-DIFF TO WS-DIFF-DISP
        MOVE WS-DIFF-DISP TO WS-DD-DIFF
        MOVE "BEYOND TOLERANCE - THIRD MARKER" TO WS-DD-DISPOSITION
        PERFORM 2250-WRITE-QUEUED-SUBJECT
     ELSE
        ADD 1 TO WS-AG-WITHIN(WS-SLOT-SUB)
        IF WS-CURRENT-METHOD = 'H'
           IF WS-MARK-1-N >= WS-MARK-2-N
              MOVE WS-MARK-1-N TO WS-OUT-MARK(WS-SLOT-SUB)
           ELSE
              MOVE WS-MARK-2-N TO WS-OUT-MARK(WS-SLOT-SUB)
           END-IF
        ELSE
           COMPUTE WS-OUT-MARK(WS-SLOT-SUB) ROUNDED =
               (WS-MARK-1-N + WS-MARK-2-N) / 2
        END-IF
     END-IF.

 2250-WRITE-QUEUED-SUBJECT.
     ADD 1 TO WS-COUNT-SUBJECTS-QUEUED.
     MOVE WS-SUBJECT-LETTERS(WS-SLOT-SUB:1) TO WS-DD-SLOT.
     MOVE WS-MARK-1-X TO WS-DD-MARK-1.
     MOVE WS-MARK-2-X TO WS-DD-MARK-2.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE.
     MOVE SPACE TO WS-DD-SLOT.
     MOVE SPACES TO WS-DD-MARK-1 WS-DD-MARK-2 WS-DD-DIFF.

 2300-HOLD-STUDENT-RECORD.
     IF WS-HELD-COUNT >= WS-HELD-MAX
        DISPLAY "PROG24 ERROR: HELD RECORD TABLE FULL AT "
            WS-HELD-MAX " RECORDS - RUN ABANDONED, RAWMARKS.DAT "
            "INCOMPLETE AND DMHELD.DAT NOT CHANGED"
        STOP RUN
     END-IF.
     ADD 1 TO WS-COUNT-NEWLY-HELD.
     ADD 1 TO WS-HELD-COUNT.
     MOVE WS-HELD-COUNT TO WS-HT-SUB.
     MOVE WS-OUT-STUDENT-ID TO WS-HT-STUDENT-ID(WS-HT-SUB).
     MOVE WS-OUT-TERM-CODE TO WS-HT-TERM-CODE(WS-HT-SUB).
     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 5
         MOVE WS-OUT-MARK(WS-SLOT-SUB)
             TO WS-HT-AGREED-MARK(WS-HT-SUB, WS-SLOT-SUB)
         MOVE WS-EE-MARK(1, WS-EE-SUB, WS-SLOT-SUB)
             TO WS-HT-MARK-1(WS-HT-SUB, WS-SLOT-SUB)
         MOVE WS-EE-MARK(2, WS-MATCH-SUB, WS-SLOT-SUB)
             TO WS-HT-MARK-2(WS-HT-SUB, WS-SLOT-SUB)
     END-PERFORM.
     MOVE WS-OUT-PENDING-FLAGS TO WS-HT-PENDING-FLAGS(WS-HT-SUB).
     MOVE WS-BC-EXAMINER-ID(1) TO WS-HT-EXAMINER-1(WS-HT-SUB).
     MOVE WS-BC-EXAMINER-ID(2) TO WS-HT-EXAMINER-2(WS-HT-SUB).
     MOVE WS-OUT-DEFER-SLOT TO WS-HT-DEFER-SLOT(WS-HT-SUB).
     MOVE WS-TODAY TO WS-HT-DATE-HELD(WS-HT-SUB).
     MOVE 'N' TO WS-HT-RELEASED-SW(WS-HT-SUB).
     MOVE "STUDENT HELD FOR THIRD MARKER" TO WS-DD-DISPOSITION.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE.

 2500-REPORT-UNMATCHED-SECOND.
     PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
             UNTIL WS-MATCH-SUB > WS-EXAMINER-COUNT(2)
         IF WS-EE-MATCHED-SW(2, WS-MATCH-SUB) = 'N'
            ADD 1 TO WS-COUNT-NOT-PASSED
            MOVE SPACES TO WS-DISCREPANCY-LINE
            MOVE WS-EE-STUDENT-ID(2, WS-MATCH-SUB) TO WS-DD-STUDENT-ID
            MOVE WS-EE-TERM-CODE(2, WS-MATCH-SUB) TO WS-DD-TERM-CODE
            MOVE WS-BC-EXAMINER-ID(1) TO WS-DD-EXAMINER-1
            MOVE WS-BC-EXAMINER-ID(2) TO WS-DD-EXAMINER-2
            MOVE "NOT IN EXAMINER 1 BATCH" TO WS-DD-DISPOSITION
            WRITE DISCREPANCY-REPORT-LINE FROM WS-DISCREPANCY-LINE
         END-IF
     END-PERFORM.

 2900-WRITE-RAWMARKS-DETAIL.
     MOVE SPACES TO RAW-MARKS-RECORD.
     MOVE 'D' TO RM-RECORD-TYPE.
     MOVE WS-OUT-STUDENT-ID TO RM-STUDENT-ID.
     MOVE WS-OUT-TERM-CODE TO RM-TERM-CODE.
     MOVE WS-OUT-MARK(1) TO RM-MARK-A.
     MOVE WS-OUT-MARK(2) TO RM-MARK-B.
     MOVE WS-OUT-MARK(3) TO RM-MARK-C.
     MOVE WS-OUT-MARK(4) TO RM-MARK-D.
     MOVE WS-OUT-MARK(5) TO RM-MARK-E.
     MOVE WS-OUT-DEFER-SLOT TO RM-DEFER-SLOT.
     WRITE RAW-MARKS-RECORD.
     ADD 1 TO WS-RAW-RECORD-COUNT.
     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 5
         ADD WS-OUT-MARK(WS-SLOT-SUB) TO WS-RAW-HASH-TOTAL
     END-PERFORM.

 3000-WRITE-RAWMARKS-TRAILER.
     MOVE SPACES TO RAW-MARKS-RECORD.
     MOVE 'T' TO RM-RECORD-TYPE.
     MOVE WS-RUN-BATCH-NUMBER TO RM-BATCH-NUMBER.
     MOVE WS-RUN-TERM-CODE TO RM-BATCH-TERM-CODE.
     MOVE WS-RAW-RECORD-COUNT TO RM-BATCH-RECORD-COUNT.
     MOVE WS-RAW-HASH-TOTAL TO RM-BATCH-HASH-TOTAL.
     WRITE RAW-MARKS-RECORD.

 3100-REWRITE-HELD-FILE.
     OPEN OUTPUT HELD-MARKS-FILE.
     IF WS-HELD-FILE-STATUS NOT = "00"
        DISPLAY "PROG24 ERROR: UNABLE TO REWRITE HELD-MARKS-FILE, "
            "STATUS=" WS-HELD-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN OUTPUT THIRD-MARKER-QUEUE-FILE.
     IF WS-QUEUE-FILE-STATUS NOT = "00"
        DISPLAY "PROG24 ERROR: UNABLE TO OPEN THIRD-MARKER-QUEUE-FILE, "
            "STATUS=" WS-QUEUE-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM VARYING WS-HT-SUB FROM 1 BY 1
             UNTIL WS-HT-SUB > WS-HELD-COUNT
         IF WS-HT-RELEASED-SW(WS-HT-SUB) = 'N'
            ADD 1 TO WS-COUNT-STILL-HELD
            WRITE HELD-MARKS-RECORD FROM WS-HT-DATA(WS-HT-SUB)
            PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                    UNTIL WS-SLOT-SUB > 5
                IF WS-HT-PENDING-FLAGS(WS-HT-SUB)(WS-SLOT-SUB:1)
                   NOT = SPACE
                   PERFORM 3150-WRITE-QUEUE-ROW
                END-IF
            END-PERFORM
         END-IF
     END-PERFORM.

 3150-WRITE-QUEUE-ROW.
     ADD 1 TO WS-COUNT-QUEUE-ROWS.
     MOVE WS-HT-STUDENT-ID(WS-HT-SUB) TO TQ-STUDENT-ID.
     MOVE WS-HT-TERM-CODE(WS-HT-SUB) TO TQ-TERM-CODE.
     MOVE WS-SUBJECT-LETTERS(WS-SLOT-SUB:1) TO TQ-SUBJECT-SLOT.
     MOVE WS-HT-TERM-CODE(WS-HT-SUB) TO WS-CAT-TERM-CODE.
     PERFORM 8000-LOOKUP-SUBJECT-CODE.
     MOVE WS-CAT-SUBJECT-CODE TO TQ-SUBJECT-CODE.
     MOVE WS-HT-EXAMINER-1(WS-HT-SUB) TO TQ-EXAMINER-1-ID.
     MOVE WS-HT-MARK-1(WS-HT-SUB, WS-SLOT-SUB) TO TQ-EXAMINER-1-MARK.
     MOVE WS-HT-EXAMINER-2(WS-HT-SUB) TO TQ-EXAMINER-2-ID.
     MOVE WS-HT-MARK-2(WS-HT-SUB, WS-SLOT-SUB) TO TQ-EXAMINER-2-MARK.
     MOVE WS-HT-PENDING-FLAGS(WS-HT-SUB)(WS-SLOT-SUB:1) TO TQ-REASON.
     MOVE WS-HT-DATE-HELD(WS-HT-SUB) TO TQ-DATE-HELD.
     WRITE THIRD-MARKER-QUEUE-RECORD.

 4000-WRITE-AGREEMENT-REPORT.
     WRITE AGREEMENT-REPORT-LINE FROM WS-AGREE-HEADER-1.
     WRITE AGREEMENT-REPORT-LINE FROM WS-RUN-INFO-LINE.
     WRITE AGREEMENT-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE AGREEMENT-REPORT-LINE FROM WS-PARAMETER-HEADER.
     PERFORM VARYING WS-PM-SUB FROM 1 BY 1
             UNTIL WS-PM-SUB > WS-PARAMETER-COUNT
         MOVE WS-PM-TERM-CODE(WS-PM-SUB) TO WS-PL-TERM-CODE
         MOVE WS-PM-TOLERANCE(WS-PM-SUB) TO WS-PL-TOLERANCE
         IF WS-PM-METHOD(WS-PM-SUB) = 'H'
            MOVE "HIGHER" TO WS-PL-METHOD
         ELSE
            MOVE "AVERAGE" TO WS-PL-METHOD
         END-IF
         WRITE AGREEMENT-REPORT-LINE FROM WS-PARAMETER-LINE
     END-PERFORM.
     WRITE AGREEMENT-REPORT-LINE FROM WS-REPORT-HEADER-2.
     IF NOT WS-EXAMINER-RUN
        MOVE SPACES TO WS-TRAILER-LINE
        MOVE "NO EXAMINER BATCHES IN THIS RUN - THIRD MARKS ONLY"
            TO WS-TRAILER-LINE
        WRITE AGREEMENT-REPORT-LINE FROM WS-TRAILER-LINE
     ELSE
        WRITE AGREEMENT-REPORT-LINE FROM WS-AGREE-COLUMN-HEADER
        PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 5
            PERFORM 4100-WRITE-SUBJECT-AGREEMENT
        END-PERFORM
        WRITE AGREEMENT-REPORT-LINE FROM WS-REPORT-HEADER-2
        MOVE WS-COUNT-MATCHED TO WS-MATCHED-DISP
        MOVE WS-COUNT-SUBJECTS-QUEUED TO WS-QUEUED-DISP
        MOVE SPACES TO WS-TRAILER-LINE
        STRING "STUDENTS DOUBLE-MARKED:" WS-MATCHED-DISP
               "  SUBJECTS REFERRED TO THIRD MARKER:" WS-QUEUED-DISP
               DELIMITED BY SIZE INTO WS-TRAILER-LINE
        WRITE AGREEMENT-REPORT-LINE FROM WS-TRAILER-LINE
     END-IF.

 4100-WRITE-SUBJECT-AGREEMENT.
     MOVE WS-SUBJECT-LETTERS(WS-SLOT-SUB:1) TO WS-AL-SLOT.
     MOVE WS-RUN-TERM-CODE TO WS-CAT-TERM-CODE.
     PERFORM 8000-LOOKUP-SUBJECT-CODE.
     MOVE WS-CAT-SUBJECT-CODE TO WS-AL-SUBJECT-CODE.
     MOVE WS-AG-PAIRS(WS-SLOT-SUB) TO WS-AL-PAIRS.
     MOVE WS-AG-EXACT(WS-SLOT-SUB) TO WS-AL-EXACT.
     MOVE WS-AG-WITHIN(WS-SLOT-SUB) TO WS-AL-WITHIN.
     MOVE WS-AG-BEYOND(WS-SLOT-SUB) TO WS-AL-BEYOND.
     MOVE WS-AG-INVALID(WS-SLOT-SUB) TO WS-AL-INVALID.
     MOVE WS-AG-MAX-DIFF(WS-SLOT-SUB) TO WS-AL-MAX-DIFF.
     MOVE 0 TO WS-MEAN-DIFF WS-WITHIN-PCT.
     IF WS-AG-PAIRS(WS-SLOT-SUB) > 0
        COMPUTE WS-MEAN-DIFF ROUNDED =
            WS-AG-DIFF-TOTAL(WS-SLOT-SUB) / WS-AG-PAIRS(WS-SLOT-SUB)
        COMPUTE WS-WITHIN-PCT ROUNDED =
            WS-AG-WITHIN(WS-SLOT-SUB) * 100 / WS-AG-PAIRS(WS-SLOT-SUB)
     END-IF.
     MOVE WS-MEAN-DIFF TO WS-AL-MEAN-DIFF.
     MOVE WS-WITHIN-PCT TO WS-AL-WITHIN-PCT.
     WRITE AGREEMENT-REPORT-LINE FROM WS-AGREE-LINE.

 4500-WRITE-DISCREPANCY-TRAILER.
     MOVE WS-COUNT-MATCHED TO WS-MATCHED-DISP.
     MOVE WS-COUNT-AGREED TO WS-AGREED-DISP.
     MOVE WS-COUNT-NEWLY-HELD TO WS-NEWLY-HELD-DISP.
     MOVE WS-COUNT-NOT-PASSED TO WS-NOT-PASSED-DISP.
     MOVE WS-COUNT-THIRD-APPLIED TO WS-THIRD-APPLIED-DISP.
     MOVE WS-COUNT-THIRD-REJECTED TO WS-THIRD-REJECTED-DISP.
     MOVE WS-COUNT-RELEASED TO WS-RELEASED-DISP.
     MOVE WS-COUNT-STILL-HELD TO WS-STILL-HELD-DISP.
     MOVE WS-COUNT-QUEUE-ROWS TO WS-QUEUE-ROWS-DISP.
     MOVE WS-RAW-RECORD-COUNT TO WS-RAW-COUNT-DISP.
     MOVE WS-RAW-HASH-TOTAL TO WS-RAW-HASH-DISP.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "MATCHED:" WS-MATCHED-DISP
            "  AGREED:" WS-AGREED-DISP
            "  HELD FOR THIRD MARKER:" WS-NEWLY-HELD-DISP
            "  NOT PASSED:" WS-NOT-PASSED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "THIRD MARKS APPLIED:" WS-THIRD-APPLIED-DISP
            "  REJECTED:" WS-THIRD-REJECTED-DISP
            "  HELD RECORDS RELEASED:" WS-RELEASED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "STILL HELD:" WS-STILL-HELD-DISP
            "  SUBJECTS ON THIRD-MARKER QUEUE:" WS-QUEUE-ROWS-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "RAWMARKS.DAT RECORDS:" WS-RAW-COUNT-DISP
            "  MARKS HASH:" WS-RAW-HASH-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE DISCREPANCY-REPORT-LINE FROM WS-TRAILER-LINE.

 8000-LOOKUP-SUBJECT-CODE.
     MOVE SPACES TO WS-CAT-SUBJECT-CODE.
     IF WS-CATALOG-OPEN
        MOVE WS-CAT-TERM-CODE TO SC-TERM-CODE
        MOVE WS-SUBJECT-LETTERS(WS-SLOT-SUB:1) TO SC-SUBJECT-SLOT
        READ SUBJECT-CATALOG-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SC-SUBJECT-CODE TO WS-CAT-SUBJECT-CODE
        END-READ
     END-IF.

 8100-SLOT-LETTER-TO-SUB.
     EVALUATE WS-SLOT-LETTER
         WHEN "A" MOVE 1 TO WS-SLOT-SUB
         WHEN "B" MOVE 2 TO WS-SLOT-SUB
         WHEN "C" MOVE 3 TO WS-SLOT-SUB
         WHEN "D" MOVE 4 TO WS-SLOT-SUB
         WHEN "E" MOVE 5 TO WS-SLOT-SUB
         WHEN OTHER MOVE 0 TO WS-SLOT-SUB
     END-EVALUATE.
