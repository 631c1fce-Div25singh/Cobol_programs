 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG19.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RANK-PARAMETER-FILE ASSIGN TO "RANKPARM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-FILE-STATUS.
     SELECT RANK-REPORT-FILE ASSIGN TO "RANKRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTORY.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS GH-HISTORY-KEY
         FILE STATUS IS WS-HISTORY-FILE-STATUS.
     SELECT STUDENT-DEMOGRAPHIC-FILE ASSIGN TO "STUDEMO.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SD-STUDENT-ID
         FILE STATUS IS WS-DEMO-FILE-STATUS.
     SELECT CLASS-RANK-FILE ASSIGN TO "CLASSRNK.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CR-RANK-KEY
         FILE STATUS IS WS-RANK-FILE-STATUS.
     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
     SELECT CAMPUS-SORT-FILE ASSIGN TO "SORTCAMP".
 DATA DIVISION.
 FILE SECTION.
 FD  RANK-PARAMETER-FILE.
 01  RANK-PARAMETER-RECORD.
     05 RP-TERM-CODE            PIC X(6).
     05 RP-TOP-N                PIC X(3).
     05 RP-TOP-N-N REDEFINES RP-TOP-N PIC 999.
 FD  RANK-REPORT-FILE.
 01  RANK-REPORT-LINE           PIC X(100).
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
 FD  STUDENT-DEMOGRAPHIC-FILE.
 01  STUDENT-DEMOGRAPHIC-RECORD.
     05 SD-STUDENT-ID           PIC X(9).
     05 SD-STUDENT-NAME         PIC X(25).
     05 SD-PROGRAM-OF-STUDY     PIC X(20).
     05 SD-ENROLL-STATUS        PIC X.
        88 SD-ACTIVELY-ENROLLED     VALUE 'A'.
        88 SD-WITHDRAWN             VALUE 'W'.
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
 SD  SORT-WORK-FILE.
 01  SORT-WORK-RECORD.
     05 SR-PROGRAM-OF-STUDY     PIC X(20).
     05 SR-TERM-AVERAGE         PIC 9(3)V99.
     05 SR-STUDENT-ID           PIC X(9).
     05 SR-STUDENT-NAME         PIC X(25).
     05 SR-TERM-GRADE           PIC X.
 SD  CAMPUS-SORT-FILE.
 01  CAMPUS-SORT-RECORD.
     05 CS-CAMPUS-RANK          PIC 9(5).
     05 CS-STUDENT-ID           PIC X(9).
     05 CS-TABLE-SUB            PIC 9(5).
 WORKING-STORAGE SECTION.
     01 WS-PARM-FILE-STATUS     PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
     01 WS-DEMO-FILE-STATUS     PIC XX.
     01 WS-RANK-FILE-STATUS     PIC XX.
     01 WS-HISTORY-EOF-SW       PIC X VALUE 'N'.
        88 WS-HISTORY-EOF             VALUE 'Y'.
     01 WS-SORT-EOF-SW          PIC X VALUE 'N'.
        88 WS-SORT-EOF                VALUE 'Y'.
     01 WS-CAMPUS-EOF-SW        PIC X VALUE 'N'.
        88 WS-CAMPUS-EOF              VALUE 'Y'.
     01 WS-RANK-EOF-SW          PIC X VALUE 'N'.
        88 WS-RANK-EOF                VALUE 'Y'.
     01 WS-CUT-PRINTED-SW       PIC X VALUE 'N'.
        88 WS-CUT-PRINTED             VALUE 'Y'.
     01 WS-RANK-TERM-CODE       PIC X(6).
     01 WS-TOP-N                PIC 9(3) VALUE 10.
     01 WS-COUNT-HISTORY-READ   PIC 9(6) VALUE 0.
     01 WS-COUNT-EXCLUDED       PIC 9(6) VALUE 0.
     01 WS-COUNT-PURGED         PIC 9(6) VALUE 0.

     01 WS-RANK-TABLE.
        05 WS-RANK-ENTRY OCCURS 5000 TIMES.
           10 WS-RK-STUDENT-ID     PIC X(9).
           10 WS-RK-STUDENT-NAME   PIC X(25).
           10 WS-RK-PROGRAM        PIC X(20).
           10 WS-RK-AVERAGE        PIC 9(3)V99.
           10 WS-RK-GRADE          PIC X.
           10 WS-RK-PROGRAM-RANK   PIC 9(5).
           10 WS-RK-PROGRAM-COUNT  PIC 9(5).
           10 WS-RK-PROGRAM-PCTL   PIC 9(3)V9.
           10 WS-RK-CAMPUS-RANK    PIC 9(5).
           10 WS-RK-CAMPUS-PCTL    PIC 9(3)V9.
     01 WS-RANK-COUNT           PIC 9(5) VALUE 0.
     01 WS-RANK-TABLE-MAX       PIC 9(5) VALUE 5000.
     01 WS-RK-SUB               PIC 9(5).
     01 WS-RK-SUB2              PIC 9(5).
     01 WS-GROUP-START          PIC 9(5).
     01 WS-GROUP-POSITION       PIC 9(5).
     01 WS-GROUP-COUNT          PIC 9(5).
     01 WS-HIGHER-COUNT         PIC 9(5).
     01 WS-PREV-PROGRAM         PIC X(20).
     01 WS-PREV-AVERAGE         PIC 9(3)V99.
     01 WS-PREV-RANK            PIC 9(5).

     01 WS-REPORT-HEADER-1.
        05 FILLER               PIC X(36) VALUE
           "CLASS RANK AND PERCENTILE - TERM: ".
        05 WS-RH-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(14) VALUE "   PRIZE CUT: ".
        05 WS-RH-TOP-N          PIC ZZ9.
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-PROGRAM-HEADER.
        05 FILLER               PIC X(9) VALUE "PROGRAM: ".
        05 WS-PH-PROGRAM        PIC X(20).
        05 FILLER               PIC X(20) VALUE "   STUDENTS RANKED: ".
        05 WS-PH-COUNT          PIC ZZZZ9.
     01 WS-CAMPUS-HEADER.
        05 FILLER               PIC X(40) VALUE
           "CAMPUS-WIDE RANKING    STUDENTS RANKED: ".
        05 WS-CH-COUNT          PIC ZZZZ9.
     01 WS-COLUMN-HEADER        PIC X(100) VALUE
        "  POS  STUDENT ID  STUDENT NAME               PROGRAM               AVERAGE  GRD   PCTL  PRIZE".
     01 WS-RANK-DETAIL.
        05 WS-RD-POSITION       PIC ZZZZ9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-RD-STUDENT-NAME   PIC X(25).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-PROGRAM        PIC X(20).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-AVERAGE        PIC ZZ9.99.
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-RD-GRADE          PIC X.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-PERCENTILE     PIC ZZ9.9.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-RD-PRIZE          PIC X(5).
     01 WS-CUT-LINE.
        05 FILLER               PIC X(21) VALUE
           "---------- PRIZE CUT ".
        05 FILLER               PIC X(4) VALUE "TOP ".
        05 WS-CL-TOP-N          PIC ZZ9.
        05 FILLER               PIC X(11) VALUE " ----------".
     01 WS-BLANK-LINE           PIC X(100) VALUE SPACES.
     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-COUNT-READ-DISP      PIC ZZZZZ9.
     01 WS-COUNT-RANKED-DISP    PIC ZZZZZ9.
     01 WS-COUNT-EXCLUDED-DISP  PIC ZZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     PERFORM 0040-READ-PARAMETERS.
     OPEN OUTPUT RANK-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG19 ERROR: UNABLE TO OPEN RANK-REPORT-FILE, STATUS="
            WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN INPUT GRADE-HISTORY-FILE.
     IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "PROG19 ERROR: UNABLE TO OPEN GRADE-HISTORY-FILE, STATUS="
            WS-HISTORY-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN INPUT STUDENT-DEMOGRAPHIC-FILE.
     IF WS-DEMO-FILE-STATUS NOT = "00"
        DISPLAY "PROG19 ERROR: UNABLE TO OPEN STUDENT-DEMOGRAPHIC-FILE, "
            "STATUS=" WS-DEMO-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM 0060-OPEN-RANK-FILE.
     SORT SORT-WORK-FILE
         ON ASCENDING KEY SR-PROGRAM-OF-STUDY
         ON DESCENDING KEY SR-TERM-AVERAGE
         ON ASCENDING KEY SR-STUDENT-ID
         INPUT PROCEDURE IS 1000-RELEASE-TERM-HISTORY
         OUTPUT PROCEDURE IS 2000-LOAD-RANK-TABLE.
     PERFORM 2100-RANK-WITHIN-PROGRAM.
     PERFORM 2200-RANK-CAMPUS-WIDE.
     MOVE WS-RANK-TERM-CODE TO WS-RH-TERM-CODE.
     MOVE WS-TOP-N TO WS-RH-TOP-N.
     WRITE RANK-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE RANK-REPORT-LINE FROM WS-REPORT-HEADER-2.
     PERFORM 3000-PRINT-PROGRAM-RANKINGS.
     SORT CAMPUS-SORT-FILE
         ON ASCENDING KEY CS-CAMPUS-RANK CS-STUDENT-ID
         INPUT PROCEDURE IS 3500-RELEASE-CAMPUS-ENTRIES
         OUTPUT PROCEDURE IS 3600-PRINT-CAMPUS-RANKING.
     PERFORM 4000-PURGE-TERM-RANKS.
     PERFORM 4100-WRITE-RANK-FILE.
     PERFORM 5000-WRITE-TRAILER.
     CLOSE RANK-REPORT-FILE GRADE-HISTORY-FILE
           STUDENT-DEMOGRAPHIC-FILE CLASS-RANK-FILE.
     STOP RUN.

 0040-READ-PARAMETERS.
     OPEN INPUT RANK-PARAMETER-FILE.
     IF WS-PARM-FILE-STATUS NOT = "00"
        DISPLAY "PROG19 ERROR: UNABLE TO OPEN RANK-PARAMETER-FILE, "
            "STATUS=" WS-PARM-FILE-STATUS
        STOP RUN
     END-IF.
     READ RANK-PARAMETER-FILE
         AT END
             DISPLAY "PROG19 ERROR: RANK PARAMETER FILE IS EMPTY - "
                 "RUN ABANDONED"
             STOP RUN
     END-READ.
     CLOSE RANK-PARAMETER-FILE.
     IF RP-TERM-CODE = SPACES
        DISPLAY "PROG19 ERROR: NO TERM CODE ON RANK PARAMETER FILE - "
            "RUN ABANDONED"
        STOP RUN
     END-IF.
     MOVE RP-TERM-CODE TO WS-RANK-TERM-CODE.
     IF RP-TOP-N IS NUMERIC AND RP-TOP-N-N > 0
        MOVE RP-TOP-N-N TO WS-TOP-N
     ELSE
        DISPLAY "PROG19 WARNING: PRIZE CUT NOT GIVEN - TOP "
            WS-TOP-N " USED"
     END-IF.

 0060-OPEN-RANK-FILE.
     OPEN I-O CLASS-RANK-FILE.
     IF WS-RANK-FILE-STATUS NOT = "00"
        OPEN OUTPUT CLASS-RANK-FILE
        CLOSE CLASS-RANK-FILE
        OPEN I-O CLASS-RANK-FILE
     END-IF.
     IF WS-RANK-FILE-STATUS NOT = "00"
        DISPLAY "PROG19 ERROR: UNABLE TO OPEN CLASS-RANK-FILE, STATUS="
            WS-RANK-FILE-STATUS
        STOP RUN
     END-IF.

 1000-RELEASE-TERM-HISTORY.
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
                 IF GH-TERM-CODE = WS-RANK-TERM-CODE
                    ADD 1 TO WS-COUNT-HISTORY-READ
                    PERFORM 1100-RELEASE-HISTORY-ROW
                 END-IF
         END-READ
     END-PERFORM.

 1100-RELEASE-HISTORY-ROW.
     IF GH-TERM-GRADE = 'W' OR GH-TERM-GRADE = 'I'
        ADD 1 TO WS-COUNT-EXCLUDED
     ELSE
        MOVE GH-STUDENT-ID TO SD-STUDENT-ID
        READ STUDENT-DEMOGRAPHIC-FILE
            INVALID KEY
                MOVE "*UNKNOWN*" TO SR-STUDENT-NAME
                MOVE "*NOT ON STUDEMO*" TO SR-PROGRAM-OF-STUDY
            NOT INVALID KEY
                MOVE SD-STUDENT-NAME TO SR-STUDENT-NAME
                MOVE SD-PROGRAM-OF-STUDY TO SR-PROGRAM-OF-STUDY
        END-READ
        MOVE GH-TERM-AVERAGE TO SR-TERM-AVERAGE
        MOVE GH-STUDENT-ID TO SR-STUDENT-ID
        MOVE GH-TERM-GRADE TO SR-TERM-GRADE
        RELEASE SORT-WORK-RECORD
     END-IF.

 2000-LOAD-RANK-TABLE.
     PERFORM UNTIL WS-SORT-EOF
         RETURN SORT-WORK-FILE
             AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END
                 PERFORM 2010-LOAD-RANK-ENTRY
         END-RETURN
     END-PERFORM.

 2010-LOAD-RANK-ENTRY.
     IF WS-RANK-COUNT >= WS-RANK-TABLE-MAX
        DISPLAY "PROG19 ERROR: RANK TABLE FULL AT " WS-RANK-TABLE-MAX
            " STUDENTS - RUN ABANDONED, RANK FILE NOT CHANGED"
        STOP RUN
     END-IF.
     ADD 1 TO WS-RANK-COUNT.
     MOVE SR-STUDENT-ID TO WS-RK-STUDENT-ID(WS-RANK-COUNT).
     MOVE SR-STUDENT-NAME TO WS-RK-STUDENT-NAME(WS-RANK-COUNT).
     MOVE SR-PROGRAM-OF-STUDY TO WS-RK-PROGRAM(WS-RANK-COUNT).
     MOVE SR-TERM-AVERAGE TO WS-RK-AVERAGE(WS-RANK-COUNT).
     MOVE SR-TERM-GRADE TO WS-RK-GRADE(WS-RANK-COUNT).

 2100-RANK-WITHIN-PROGRAM.
     MOVE 1 TO WS-GROUP-START.
     MOVE 0 TO WS-GROUP-POSITION.
     MOVE 0 TO WS-PREV-RANK.
     MOVE 0 TO WS-PREV-AVERAGE.
     IF WS-RANK-COUNT > 0
        MOVE WS-RK-PROGRAM(1) TO WS-PREV-PROGRAM
     END-IF.
     PERFORM VARYING WS-RK-SUB FROM 1 BY 1
             UNTIL WS-RK-SUB > WS-RANK-COUNT
         IF WS-RK-PROGRAM(WS-RK-SUB) NOT = WS-PREV-PROGRAM
            PERFORM 2150-CLOSE-PROGRAM-GROUP
            MOVE WS-RK-SUB TO WS-GROUP-START
            MOVE 0 TO WS-GROUP-POSITION
            MOVE WS-RK-PROGRAM(WS-RK-SUB) TO WS-PREV-PROGRAM
         END-IF
         ADD 1 TO WS-GROUP-POSITION
         IF WS-GROUP-POSITION > 1 AND
            WS-RK-AVERAGE(WS-RK-SUB) = WS-PREV-AVERAGE
            MOVE WS-PREV-RANK TO WS-RK-PROGRAM-RANK(WS-RK-SUB)
         ELSE
            MOVE WS-GROUP-POSITION TO WS-RK-PROGRAM-RANK(WS-RK-SUB)
         END-IF
         MOVE WS-RK-PROGRAM-RANK(WS-RK-SUB) TO WS-PREV-RANK
         MOVE WS-RK-AVERAGE(WS-RK-SUB) TO WS-PREV-AVERAGE
     END-PERFORM.
     IF WS-RANK-COUNT > 0
        PERFORM 2150-CLOSE-PROGRAM-GROUP
     END-IF.

 2150-CLOSE-PROGRAM-GROUP.
     MOVE WS-GROUP-POSITION TO WS-GROUP-COUNT.
     PERFORM VARYING WS-RK-SUB2 FROM WS-GROUP-START BY 1
             UNTIL WS-RK-SUB2 >= WS-GROUP-START + WS-GROUP-COUNT
         MOVE WS-GROUP-COUNT TO WS-RK-PROGRAM-COUNT(WS-RK-SUB2)
         COMPUTE WS-RK-PROGRAM-PCTL(WS-RK-SUB2) ROUNDED =
             (WS-GROUP-COUNT - WS-RK-PROGRAM-RANK(WS-RK-SUB2) + 1)
             * 100 / WS-GROUP-COUNT
     END-PERFORM.

 2200-RANK-CAMPUS-WIDE.
     PERFORM VARYING WS-RK-SUB FROM 1 BY 1
             UNTIL WS-RK-SUB > WS-RANK-COUNT
         MOVE 0 TO WS-HIGHER-COUNT
         PERFORM VARYING WS-RK-SUB2 FROM 1 BY 1
                 UNTIL WS-RK-SUB2 > WS-RANK-COUNT
             IF WS-RK-AVERAGE(WS-RK-SUB2) > WS-RK-AVERAGE(WS-RK-SUB)
                ADD 1 TO WS-HIGHER-COUNT
             END-IF
         END-PERFORM
         COMPUTE WS-RK-CAMPUS-RANK(WS-RK-SUB) = WS-HIGHER-COUNT + 1
         COMPUTE WS-RK-CAMPUS-PCTL(WS-RK-SUB) ROUNDED =
             (WS-RANK-COUNT - WS-HIGHER-COUNT) * 100 / WS-RANK-COUNT
     END-PERFORM.

 3000-PRINT-PROGRAM-RANKINGS.
     MOVE SPACES TO WS-PREV-PROGRAM.
     PERFORM VARYING WS-RK-SUB FROM 1 BY 1
             UNTIL WS-RK-SUB > WS-RANK-COUNT
         IF WS-RK-SUB = 1 OR
            WS-RK-PROGRAM(WS-RK-SUB) NOT = WS-PREV-PROGRAM
            PERFORM 3050-WRITE-PROGRAM-HEADER
         END-IF
         IF WS-RK-PROGRAM-RANK(WS-RK-SUB) > WS-TOP-N
            AND NOT WS-CUT-PRINTED
            PERFORM 3080-WRITE-CUT-LINE
         END-IF
         MOVE WS-RK-PROGRAM-RANK(WS-RK-SUB) TO WS-RD-POSITION
         MOVE WS-RK-PROGRAM-PCTL(WS-RK-SUB) TO WS-RD-PERCENTILE
         IF WS-RK-PROGRAM-RANK(WS-RK-SUB) NOT > WS-TOP-N
            MOVE "PRIZE" TO WS-RD-PRIZE
         ELSE
            MOVE SPACES TO WS-RD-PRIZE
         END-IF
         PERFORM 3100-WRITE-RANK-DETAIL
     END-PERFORM.

 3050-WRITE-PROGRAM-HEADER.
     MOVE WS-RK-PROGRAM(WS-RK-SUB) TO WS-PREV-PROGRAM.
     MOVE 'N' TO WS-CUT-PRINTED-SW.
     MOVE WS-RK-PROGRAM(WS-RK-SUB) TO WS-PH-PROGRAM.
     MOVE WS-RK-PROGRAM-COUNT(WS-RK-SUB) TO WS-PH-COUNT.
     WRITE RANK-REPORT-LINE FROM WS-BLANK-LINE.
     WRITE RANK-REPORT-LINE FROM WS-PROGRAM-HEADER.
     WRITE RANK-REPORT-LINE FROM WS-COLUMN-HEADER.

 3080-WRITE-CUT-LINE.
     MOVE WS-TOP-N TO WS-CL-TOP-N.
     WRITE RANK-REPORT-LINE FROM WS-CUT-LINE.
     MOVE 'Y' TO WS-CUT-PRINTED-SW.

 3100-WRITE-RANK-DETAIL.
     MOVE WS-RK-STUDENT-ID(WS-RK-SUB) TO WS-RD-STUDENT-ID.
     MOVE WS-RK-STUDENT-NAME(WS-RK-SUB) TO WS-RD-STUDENT-NAME.
     MOVE WS-RK-PROGRAM(WS-RK-SUB) TO WS-RD-PROGRAM.
     MOVE WS-RK-AVERAGE(WS-RK-SUB) TO WS-RD-AVERAGE.
     MOVE WS-RK-GRADE(WS-RK-SUB) TO WS-RD-GRADE.
     WRITE RANK-REPORT-LINE FROM WS-RANK-DETAIL.

 3500-RELEASE-CAMPUS-ENTRIES.
     PERFORM VARYING WS-RK-SUB FROM 1 BY 1
             UNTIL WS-RK-SUB > WS-RANK-COUNT
         MOVE WS-RK-CAMPUS-RANK(WS-RK-SUB) TO CS-CAMPUS-RANK
         MOVE WS-RK-STUDENT-ID(WS-RK-SUB) TO CS-STUDENT-ID
         MOVE WS-RK-SUB TO CS-TABLE-SUB
         RELEASE CAMPUS-SORT-RECORD
     END-PERFORM.

 3600-PRINT-CAMPUS-RANKING.
     MOVE WS-RANK-COUNT TO WS-CH-COUNT.
     MOVE 'N' TO WS-CUT-PRINTED-SW.
     WRITE RANK-REPORT-LINE FROM WS-BLANK-LINE.
     WRITE RANK-REPORT-LINE FROM WS-CAMPUS-HEADER.
     WRITE RANK-REPORT-LINE FROM WS-COLUMN-HEADER.
     PERFORM UNTIL WS-CAMPUS-EOF
         RETURN CAMPUS-SORT-FILE
             AT END
                 MOVE 'Y' TO WS-CAMPUS-EOF-SW
             NOT AT END
                 PERFORM 3650-PRINT-CAMPUS-ENTRY
         END-RETURN
     END-PERFORM.

 3650-PRINT-CAMPUS-ENTRY.
     MOVE CS-TABLE-SUB TO WS-RK-SUB.
     IF CS-CAMPUS-RANK > WS-TOP-N AND NOT WS-CUT-PRINTED
        PERFORM 3080-WRITE-CUT-LINE
     END-IF.
     MOVE CS-CAMPUS-RANK TO WS-RD-POSITION.
     MOVE WS-RK-CAMPUS-PCTL(WS-RK-SUB) TO WS-RD-PERCENTILE.
     IF CS-CAMPUS-RANK NOT > WS-TOP-N
        MOVE "PRIZE" TO WS-RD-PRIZE
     ELSE
        MOVE SPACES TO WS-RD-PRIZE
     END-IF.
     PERFORM 3100-WRITE-RANK-DETAIL.

 4000-PURGE-TERM-RANKS.
     MOVE LOW-VALUES TO CR-RANK-KEY.
     START CLASS-RANK-FILE KEY >= CR-RANK-KEY
         INVALID KEY
             MOVE 'Y' TO WS-RANK-EOF-SW
     END-START.
     PERFORM UNTIL WS-RANK-EOF
         READ CLASS-RANK-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-RANK-EOF-SW
             NOT AT END
                 IF CR-TERM-CODE = WS-RANK-TERM-CODE
                    DELETE CLASS-RANK-FILE RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-COUNT-PURGED
                    END-DELETE
                 END-IF
         END-READ
     END-PERFORM.

 4100-WRITE-RANK-FILE.
     PERFORM VARYING WS-RK-SUB FROM 1 BY 1
             UNTIL WS-RK-SUB > WS-RANK-COUNT
         MOVE WS-RK-STUDENT-ID(WS-RK-SUB) TO CR-STUDENT-ID
         MOVE WS-RANK-TERM-CODE TO CR-TERM-CODE
         MOVE WS-RK-PROGRAM(WS-RK-SUB) TO CR-PROGRAM-OF-STUDY
         MOVE WS-RK-AVERAGE(WS-RK-SUB) TO CR-TERM-AVERAGE
         MOVE WS-RK-PROGRAM-RANK(WS-RK-SUB) TO CR-PROGRAM-RANK
         MOVE WS-RK-PROGRAM-COUNT(WS-RK-SUB) TO CR-PROGRAM-COUNT
         MOVE WS-RK-PROGRAM-PCTL(WS-RK-SUB) TO CR-PROGRAM-PERCENTILE
         MOVE WS-RK-CAMPUS-RANK(WS-RK-SUB) TO CR-CAMPUS-RANK
         MOVE WS-RANK-COUNT TO CR-CAMPUS-COUNT
         MOVE WS-RK-CAMPUS-PCTL(WS-RK-SUB) TO CR-CAMPUS-PERCENTILE
         WRITE CLASS-RANK-RECORD
             INVALID KEY
                 REWRITE CLASS-RANK-RECORD
         END-WRITE
     END-PERFORM.

 5000-WRITE-TRAILER.
     MOVE WS-COUNT-HISTORY-READ TO WS-COUNT-READ-DISP.
     MOVE WS-RANK-COUNT TO WS-COUNT-RANKED-DISP.
     MOVE WS-COUNT-EXCLUDED TO WS-COUNT-EXCLUDED-DISP.
     WRITE RANK-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "TERM HISTORY ROWS: " WS-COUNT-READ-DISP
            "   RANKED: " WS-COUNT-RANKED-DISP
            "   EXCLUDED (W/I): " WS-COUNT-EXCLUDED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE RANK-REPORT-LINE FROM WS-TRAILER-LINE.
