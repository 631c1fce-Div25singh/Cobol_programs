 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG17.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CATALOG-REQUEST-FILE ASSIGN TO "CATREQ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REQUEST-FILE-STATUS.
     SELECT CATALOG-REPORT-FILE ASSIGN TO "CATRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT SUBJECT-CATALOG-FILE ASSIGN TO "SUBJCAT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SC-CATALOG-KEY
         FILE STATUS IS WS-CATALOG-FILE-STATUS.
     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  CATALOG-REQUEST-FILE.
 01  CATALOG-REQUEST-RECORD.
     05 CQ-ACTION               PIC X.
        88 CQ-ACTION-ADD            VALUE 'A'.
        88 CQ-ACTION-CHANGE         VALUE 'C'.
        88 CQ-ACTION-DELETE         VALUE 'D'.
        88 CQ-ACTION-INQUIRY        VALUE 'I'.
        88 CQ-ACTION-LIST           VALUE 'L'.
     05 CQ-TERM-CODE            PIC X(6).
     05 CQ-SUBJECT-SLOT         PIC X.
        88 CQ-VALID-SLOT            VALUE 'A' 'B' 'C' 'D' 'E'.
     05 CQ-SUBJECT-CODE         PIC X(8).
     05 CQ-SUBJECT-TITLE        PIC X(30).
     05 CQ-CREDIT-VALUE         PIC X(2).
     05 CQ-CREDIT-VALUE-N REDEFINES CQ-CREDIT-VALUE PIC 99.
     05 CQ-PASS-MARK            PIC X(3).
     05 CQ-PASS-MARK-N REDEFINES CQ-PASS-MARK PIC 999.
 FD  CATALOG-REPORT-FILE.
 01  CATALOG-REPORT-LINE        PIC X(100).
 FD  SUBJECT-CATALOG-FILE.
 01  SUBJECT-CATALOG-RECORD.
     05 SC-CATALOG-KEY.
        10 SC-TERM-CODE         PIC X(6).
        10 SC-SUBJECT-SLOT      PIC X.
     05 SC-SUBJECT-CODE         PIC X(8).
     05 SC-SUBJECT-TITLE        PIC X(30).
     05 SC-CREDIT-VALUE         PIC 99.
     05 SC-PASS-MARK            PIC 999.
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 WORKING-STORAGE SECTION.
     01 WS-REQUEST-FILE-STATUS  PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-CATALOG-FILE-STATUS  PIC XX.
     01 WS-AUDIT-FILE-STATUS    PIC XX.
     01 WS-REQUEST-EOF-SW       PIC X VALUE 'N'.
        88 WS-REQUEST-EOF             VALUE 'Y'.
     01 WS-LIST-EOF-SW          PIC X VALUE 'N'.
        88 WS-LIST-EOF                VALUE 'Y'.
     01 WS-CATALOG-FOUND-SW     PIC X VALUE 'N'.
        88 WS-CATALOG-FOUND           VALUE 'Y'.
     01 WS-REQUEST-VALID-SW     PIC X VALUE 'Y'.
        88 WS-REQUEST-VALID           VALUE 'Y'.
     01 WS-CURRENT-DATE-TIME    PIC X(21).
     01 WS-AUDIT-ACTION         PIC X(12).
     01 WS-PASS-MARK-DISPLAY    PIC ZZ9.

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
        "SUBJECT CATALOG MAINTENANCE REPORT".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-LIST-HEADER          PIC X(100) VALUE
        "TERM    SLOT  CODE      TITLE                           CREDITS  PASS MARK".

     01 WS-CATALOG-DISPLAY.
        05 WS-CD-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-CD-SLOT           PIC X.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-CD-SUBJECT-CODE   PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-CD-TITLE          PIC X(30).
        05 FILLER               PIC X(5) VALUE SPACES.
        05 WS-CD-CREDITS        PIC Z9.
        05 FILLER               PIC X(7) VALUE SPACES.
        05 WS-CD-PASS-MARK      PIC ZZ9.

     01 WS-ACTION-LINE.
        05 WS-AC-LABEL          PIC X(10).
        05 WS-AC-TERM-CODE      PIC X(6).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-AC-SLOT           PIC X.
        05 FILLER               PIC X(3) VALUE SPACES.
        05 WS-AC-MESSAGE        PIC X(40).

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     OPEN INPUT CATALOG-REQUEST-FILE.
     IF WS-REQUEST-FILE-STATUS NOT = "00"
        DISPLAY "PROG17 ERROR: UNABLE TO OPEN CATALOG-REQUEST-FILE, "
            "STATUS=" WS-REQUEST-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN OUTPUT CATALOG-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG17 ERROR: UNABLE TO OPEN CATALOG-REPORT-FILE, "
            "STATUS=" WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM 0060-OPEN-CATALOG-FILE.
     PERFORM 0090-OPEN-AUDIT-LOG.
     WRITE CATALOG-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE CATALOG-REPORT-LINE FROM WS-REPORT-HEADER-2.
     PERFORM UNTIL WS-REQUEST-EOF
         READ CATALOG-REQUEST-FILE
             AT END
                 MOVE 'Y' TO WS-REQUEST-EOF-SW
             NOT AT END
                 PERFORM 1000-PROCESS-REQUEST
         END-READ
     END-PERFORM.
     CLOSE CATALOG-REQUEST-FILE CATALOG-REPORT-FILE
           SUBJECT-CATALOG-FILE AUDIT-LOG-FILE.
     STOP RUN.

 0060-OPEN-CATALOG-FILE.
     OPEN I-O SUBJECT-CATALOG-FILE.
     IF WS-CATALOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT SUBJECT-CATALOG-FILE
        CLOSE SUBJECT-CATALOG-FILE
        OPEN I-O SUBJECT-CATALOG-FILE
     END-IF.
     IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "PROG17 ERROR: UNABLE TO OPEN SUBJECT-CATALOG-FILE, "
            "STATUS=" WS-CATALOG-FILE-STATUS
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
        DISPLAY "PROG17 ERROR: UNABLE TO OPEN AUDIT-LOG-FILE, STATUS="
            WS-AUDIT-FILE-STATUS
        STOP RUN
     END-IF.

 1000-PROCESS-REQUEST.
     EVALUATE TRUE
         WHEN CQ-ACTION-ADD
             PERFORM 1200-ADD-SUBJECT
         WHEN CQ-ACTION-CHANGE
             PERFORM 1300-CHANGE-SUBJECT
         WHEN CQ-ACTION-DELETE
             PERFORM 1400-DELETE-SUBJECT
         WHEN CQ-ACTION-INQUIRY
             PERFORM 1100-INQUIRY
         WHEN CQ-ACTION-LIST
             PERFORM 1500-LIST-CATALOG
         WHEN OTHER
             MOVE "ACTION    " TO WS-AC-LABEL
             MOVE "INVALID ACTION CODE - IGNORED" TO WS-AC-MESSAGE
             PERFORM 1090-WRITE-ACTION-LINE
     END-EVALUATE.

 1050-READ-CATALOG.
     MOVE 'N' TO WS-CATALOG-FOUND-SW.
     MOVE CQ-TERM-CODE TO SC-TERM-CODE.
     MOVE CQ-SUBJECT-SLOT TO SC-SUBJECT-SLOT.
     READ SUBJECT-CATALOG-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-CATALOG-FOUND-SW
     END-READ.
     IF NOT WS-CATALOG-FOUND
        MOVE "NOT FOUND " TO WS-AC-LABEL
        MOVE "SUBJECT NOT ON CATALOG FILE" TO WS-AC-MESSAGE
        PERFORM 1090-WRITE-ACTION-LINE
     END-IF.

 1060-VALIDATE-REQUEST-VALUES.
     MOVE 'Y' TO WS-REQUEST-VALID-SW.
     IF CQ-CREDIT-VALUE NOT = SPACES
        AND CQ-CREDIT-VALUE-N IS NOT NUMERIC
        MOVE 'N' TO WS-REQUEST-VALID-SW
        MOVE "CREDIT VALUE NOT NUMERIC - IGNORED" TO WS-AC-MESSAGE
        PERFORM 1090-WRITE-ACTION-LINE
     END-IF.
     IF CQ-PASS-MARK NOT = SPACES
        IF CQ-PASS-MARK-N IS NOT NUMERIC OR CQ-PASS-MARK-N > 100
           MOVE 'N' TO WS-REQUEST-VALID-SW
           MOVE "PASS MARK NOT 0-100 - IGNORED" TO WS-AC-MESSAGE
           PERFORM 1090-WRITE-ACTION-LINE
        END-IF
     END-IF.

 1090-WRITE-ACTION-LINE.
     MOVE CQ-TERM-CODE TO WS-AC-TERM-CODE.
     MOVE CQ-SUBJECT-SLOT TO WS-AC-SLOT.
     WRITE CATALOG-REPORT-LINE FROM WS-ACTION-LINE.

 1100-INQUIRY.
     PERFORM 1050-READ-CATALOG.
     IF WS-CATALOG-FOUND
        MOVE "INQUIRY   " TO WS-AC-LABEL
        MOVE SPACES TO WS-AC-MESSAGE
        PERFORM 1090-WRITE-ACTION-LINE
        WRITE CATALOG-REPORT-LINE FROM WS-LIST-HEADER
        PERFORM 1110-WRITE-CATALOG-LINE
     END-IF.

 1110-WRITE-CATALOG-LINE.
     MOVE SC-TERM-CODE TO WS-CD-TERM-CODE.
     MOVE SC-SUBJECT-SLOT TO WS-CD-SLOT.
     MOVE SC-SUBJECT-CODE TO WS-CD-SUBJECT-CODE.
     MOVE SC-SUBJECT-TITLE TO WS-CD-TITLE.
     MOVE SC-CREDIT-VALUE TO WS-CD-CREDITS.
     MOVE SC-PASS-MARK TO WS-CD-PASS-MARK.
     WRITE CATALOG-REPORT-LINE FROM WS-CATALOG-DISPLAY.

 1200-ADD-SUBJECT.
     MOVE "ADD       " TO WS-AC-LABEL.
     IF CQ-TERM-CODE = SPACES OR NOT CQ-VALID-SLOT
        MOVE "TERM OR SUBJECT SLOT INVALID - NOT ADDED" TO WS-AC-MESSAGE
        PERFORM 1090-WRITE-ACTION-LINE
     ELSE
        IF CQ-SUBJECT-CODE = SPACES OR CQ-SUBJECT-TITLE = SPACES
           OR CQ-PASS-MARK = SPACES
           MOVE "CODE, TITLE OR PASS MARK MISSING" TO WS-AC-MESSAGE
           PERFORM 1090-WRITE-ACTION-LINE
        ELSE
           PERFORM 1060-VALIDATE-REQUEST-VALUES
           IF WS-REQUEST-VALID
              PERFORM 1210-WRITE-NEW-SUBJECT
           END-IF
        END-IF
     END-IF.

 1210-WRITE-NEW-SUBJECT.
     MOVE 'N' TO WS-CATALOG-FOUND-SW.
     MOVE CQ-TERM-CODE TO SC-TERM-CODE.
     MOVE CQ-SUBJECT-SLOT TO SC-SUBJECT-SLOT.
     READ SUBJECT-CATALOG-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO WS-CATALOG-FOUND-SW
     END-READ.
     IF WS-CATALOG-FOUND
        MOVE "SUBJECT ALREADY ON FILE - NOT ADDED" TO WS-AC-MESSAGE
        PERFORM 1090-WRITE-ACTION-LINE
     ELSE
        MOVE CQ-TERM-CODE TO SC-TERM-CODE
        MOVE CQ-SUBJECT-SLOT TO SC-SUBJECT-SLOT
        MOVE CQ-SUBJECT-CODE TO SC-SUBJECT-CODE
        MOVE CQ-SUBJECT-TITLE TO SC-SUBJECT-TITLE
        IF CQ-CREDIT-VALUE = SPACES
           MOVE 0 TO SC-CREDIT-VALUE
        ELSE
           MOVE CQ-CREDIT-VALUE-N TO SC-CREDIT-VALUE
        END-IF
        MOVE CQ-PASS-MARK-N TO SC-PASS-MARK
        WRITE SUBJECT-CATALOG-RECORD
        MOVE "ADDED     " TO WS-AC-LABEL
        MOVE SPACES TO WS-AC-MESSAGE
        PERFORM 1090-WRITE-ACTION-LINE
        WRITE CATALOG-REPORT-LINE FROM WS-LIST-HEADER
        PERFORM 1110-WRITE-CATALOG-LINE
        MOVE "CAT-ADD" TO WS-AUDIT-ACTION
        PERFORM 1700-WRITE-AUDIT-LOG
     END-IF.

 1300-CHANGE-SUBJECT.
     PERFORM 1050-READ-CATALOG.
     IF WS-CATALOG-FOUND
        MOVE "CHANGE    " TO WS-AC-LABEL
        PERFORM 1060-VALIDATE-REQUEST-VALUES
        IF WS-REQUEST-VALID
           MOVE "BEFORE    " TO WS-AC-LABEL
           MOVE SPACES TO WS-AC-MESSAGE
           PERFORM 1090-WRITE-ACTION-LINE
           PERFORM 1110-WRITE-CATALOG-LINE
           IF CQ-SUBJECT-CODE NOT = SPACES
              MOVE CQ-SUBJECT-CODE TO SC-SUBJECT-CODE
           END-IF
           IF CQ-SUBJECT-TITLE NOT = SPACES
              MOVE CQ-SUBJECT-TITLE TO SC-SUBJECT-TITLE
           END-IF
           IF CQ-CREDIT-VALUE NOT = SPACES
              MOVE CQ-CREDIT-VALUE-N TO SC-CREDIT-VALUE
           END-IF
           IF CQ-PASS-MARK NOT = SPACES
              MOVE CQ-PASS-MARK-N TO SC-PASS-MARK
           END-IF
           REWRITE SUBJECT-CATALOG-RECORD
           MOVE "AFTER     " TO WS-AC-LABEL
           MOVE SPACES TO WS-AC-MESSAGE
           PERFORM 1090-WRITE-ACTION-LINE
           PERFORM 1110-WRITE-CATALOG-LINE
           MOVE "CAT-CHANGE" TO WS-AUDIT-ACTION
           PERFORM 1700-WRITE-AUDIT-LOG
        END-IF
     END-IF.

 1400-DELETE-SUBJECT.
     PERFORM 1050-READ-CATALOG.
     IF WS-CATALOG-FOUND
        MOVE "DELETED   " TO WS-AC-LABEL
        MOVE SPACES TO WS-AC-MESSAGE
        PERFORM 1090-WRITE-ACTION-LINE
        PERFORM 1110-WRITE-CATALOG-LINE
        DELETE SUBJECT-CATALOG-FILE RECORD
        MOVE "CAT-DELETE" TO WS-AUDIT-ACTION
        PERFORM 1700-WRITE-AUDIT-LOG
     END-IF.

 1500-LIST-CATALOG.
     MOVE "LIST      " TO WS-AC-LABEL.
     MOVE "CATALOG FILE IN KEY SEQUENCE" TO WS-AC-MESSAGE.
     PERFORM 1090-WRITE-ACTION-LINE.
     WRITE CATALOG-REPORT-LINE FROM WS-LIST-HEADER.
     MOVE 'N' TO WS-LIST-EOF-SW.
     MOVE LOW-VALUES TO SC-CATALOG-KEY.
     START SUBJECT-CATALOG-FILE KEY >= SC-CATALOG-KEY
         INVALID KEY
             MOVE 'Y' TO WS-LIST-EOF-SW
     END-START.
     PERFORM UNTIL WS-LIST-EOF
         READ SUBJECT-CATALOG-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-LIST-EOF-SW
             NOT AT END
                 PERFORM 1110-WRITE-CATALOG-LINE
         END-READ
     END-PERFORM.

 1700-WRITE-AUDIT-LOG.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AU-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-AU-TIME.
     MOVE SPACES TO WS-AU-STUDENT-ID.
     STRING SC-TERM-CODE SC-SUBJECT-SLOT DELIMITED BY SIZE
         INTO WS-AU-STUDENT-ID.
     MOVE SPACES TO WS-AU-MARK-A WS-AU-MARK-B WS-AU-MARK-C
                    WS-AU-MARK-D WS-AU-MARK-E.
     MOVE SC-PASS-MARK TO WS-PASS-MARK-DISPLAY.
     MOVE WS-PASS-MARK-DISPLAY TO WS-AU-AVERAGE.
     MOVE WS-AUDIT-ACTION TO WS-AU-GRADE-STATUS.
     WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL.
