 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG23.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT HOLD-REQUEST-FILE ASSIGN TO "HOLDREQ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REQUEST-FILE-STATUS.
     SELECT BURSAR-HOLD-FILE ASSIGN TO "BURSHOLD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BURSAR-FILE-STATUS.
     SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT.TXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HL-HOLD-KEY
         FILE STATUS IS WS-HOLD-FILE-STATUS.
     SELECT STUDENT-DEMOGRAPHIC-FILE ASSIGN TO "STUDEMO.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SD-STUDENT-ID
         FILE STATUS IS WS-DEMO-FILE-STATUS.
     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  HOLD-REQUEST-FILE.
 01  HOLD-REQUEST-RECORD.
     05 HQ-ACTION               PIC X.
     05 HQ-STUDENT-ID           PIC X(9).
     05 HQ-HOLD-TYPE            PIC X(3).
     05 HQ-PLACING-OFFICE       PIC X(8).
     05 HQ-EFFECTIVE-DATE       PIC X(8).
 FD  BURSAR-HOLD-FILE.
 01  BURSAR-HOLD-RECORD.
     05 BH-STUDENT-ID           PIC X(9).
     05 BH-ACTION               PIC X.
     05 BH-HOLD-TYPE            PIC X(3).
     05 BH-EFFECTIVE-DATE       PIC X(8).
 FD  HOLD-REPORT-FILE.
 01  HOLD-REPORT-LINE           PIC X(100).
 FD  HOLD-FILE.
 01  HOLD-RECORD.
     05 HL-HOLD-KEY.
        10 HL-STUDENT-ID        PIC X(9).
        10 HL-HOLD-TYPE         PIC X(3).
        10 HL-PLACING-OFFICE    PIC X(8).
     05 HL-DATE-PLACED          PIC 9(8).
     05 HL-DATE-RELEASED        PIC 9(8).
        88 HL-HOLD-ACTIVE           VALUE 0.
 FD  STUDENT-DEMOGRAPHIC-FILE.
 01  STUDENT-DEMOGRAPHIC-RECORD.
     05 SD-STUDENT-ID           PIC X(9).
     05 SD-STUDENT-NAME         PIC X(25).
     05 SD-PROGRAM-OF-STUDY     PIC X(20).
     05 SD-ENROLL-STATUS        PIC X.
        88 SD-ACTIVELY-ENROLLED     VALUE 'A'.
        88 SD-WITHDRAWN             VALUE 'W'.
        88 SD-MERGED-RETIRED        VALUE 'M'.
 FD  REGISTRAR-EXTRACT-FILE.
 01  REGISTRAR-EXTRACT-RECORD.
     05 REG-STUDENT-ID           PIC X(9).
     05 REG-TERM-CODE            PIC X(6).
     05 REG-FINAL-GRADE          PIC X.
     05 REG-RECORD-FLAG          PIC X.
     05 REG-STUDENT-NAME         PIC X(25).
     05 REG-POSTING-STATUS       PIC X.
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 WORKING-STORAGE SECTION.
     01 WS-REQUEST-FILE-STATUS  PIC XX.
     01 WS-BURSAR-FILE-STATUS   PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-HOLD-FILE-STATUS     PIC XX.
     01 WS-DEMO-FILE-STATUS     PIC XX.
     01 WS-EXTRACT-FILE-STATUS  PIC XX.
     01 WS-AUDIT-FILE-STATUS    PIC XX.
     01 WS-REQUEST-OPEN-SW      PIC X VALUE 'N'.
        88 WS-REQUEST-OPEN            VALUE 'Y'.
     01 WS-BURSAR-OPEN-SW       PIC X VALUE 'N'.
        88 WS-BURSAR-OPEN             VALUE 'Y'.
     01 WS-REQUEST-EOF-SW       PIC X VALUE 'N'.
        88 WS-REQUEST-EOF             VALUE 'Y'.
     01 WS-BURSAR-EOF-SW        PIC X VALUE 'N'.
        88 WS-BURSAR-EOF              VALUE 'Y'.
     01 WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88 WS-EXTRACT-EOF             VALUE 'Y'.
     01 WS-EXTRACT-LOADED-SW    PIC X VALUE 'N'.
        88 WS-EXTRACT-LOADED          VALUE 'Y'.
     01 WS-HOLD-EOF-SW          PIC X VALUE 'N'.
        88 WS-HOLD-EOF                VALUE 'Y'.
     01 WS-HOLD-ACTIVE-SW       PIC X VALUE 'N'.
        88 WS-HOLD-ACTIVE             VALUE 'Y'.
     01 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
        88 WS-HOLD-FOUND              VALUE 'Y'.
     01 WS-VALID-SW             PIC X VALUE 'Y'.
        88 WS-RECORD-VALID            VALUE 'Y'.
     01 WS-HOLD-LOOKUP-ID       PIC X(9).
     01 WS-CURRENT-DATE-TIME    PIC X(21).
     01 WS-TODAY                PIC 9(8).
     01 WS-AUDIT-ACTION         PIC X(12).

     01 WS-TRANSACTION.
        05 WS-TX-SOURCE         PIC X(6).
        05 WS-TX-ACTION         PIC X.
           88 WS-TX-PLACE             VALUE 'P'.
           88 WS-TX-RELEASE           VALUE 'R'.
        05 WS-TX-STUDENT-ID     PIC X(9).
        05 WS-TX-HOLD-TYPE      PIC X(3).
        05 WS-TX-PLACING-OFFICE PIC X(8).
        05 WS-TX-DATE-X         PIC X(8).
        05 WS-TX-DATE REDEFINES WS-TX-DATE-X PIC 9(8).

     01 WS-EXTRACT-TABLE.
        05 WS-EXTRACT-ENTRY OCCURS 5000 TIMES.
           10 WS-ET-STUDENT-ID  PIC X(9).
           10 WS-ET-TERM-CODE   PIC X(6).
           10 WS-ET-ROW-DATA    PIC X(27).
           10 WS-ET-POSTING-STATUS PIC X.
     01 WS-EXTRACT-COUNT        PIC 9(5) VALUE 0.
     01 WS-EXTRACT-TABLE-MAX    PIC 9(5) VALUE 5000.
     01 WS-TABLE-SUB            PIC 9(5) VALUE 0.

     01 WS-HOLD-TOTALS.
        05 WS-COUNT-READ        PIC 9(5) VALUE 0.
        05 WS-COUNT-MANUAL      PIC 9(5) VALUE 0.
        05 WS-COUNT-BURSAR      PIC 9(5) VALUE 0.
        05 WS-COUNT-APPLIED     PIC 9(5) VALUE 0.
        05 WS-COUNT-REJECTED    PIC 9(5) VALUE 0.
        05 WS-COUNT-PLACED      PIC 9(5) VALUE 0.
        05 WS-COUNT-REPLACED    PIC 9(5) VALUE 0.
        05 WS-COUNT-RELEASED    PIC 9(5) VALUE 0.
        05 WS-COUNT-EXTRACT-HELD PIC 9(5) VALUE 0.
        05 WS-COUNT-EXTRACT-FREED PIC 9(5) VALUE 0.

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
        "ADMINISTRATIVE HOLDS MAINTENANCE REPORT".
     01 WS-REPORT-HEADER-2      PIC X(100) VALUE ALL "-".
     01 WS-COLUMN-HEADER        PIC X(100) VALUE
        "SOURCE ACTION  STUDENT   TYP OFFICE   EFFECTIVE DISPOSITION".
     01 WS-SWEEP-HEADER         PIC X(100) VALUE
        "EXTRACT POSTING STATUS CHANGES".

     01 WS-DETAIL-LINE.
        05 WS-DL-SOURCE         PIC X(6).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-DL-ACTION         PIC X(7).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-DL-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-DL-HOLD-TYPE      PIC X(3).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-DL-OFFICE         PIC X(8).
        05 FILLER               PIC X VALUE SPACE.
        05 WS-DL-DATE           PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-DL-MESSAGE        PIC X(50).

     01 WS-SWEEP-LINE.
        05 WS-SL-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-SL-TERM-CODE      PIC X(6).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 FILLER               PIC X(15) VALUE "POSTING STATUS ".
        05 WS-SL-OLD-STATUS     PIC X.
        05 FILLER               PIC X(4) VALUE " TO ".
        05 WS-SL-NEW-STATUS     PIC X.
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-SL-MESSAGE        PIC X(30).

     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-READ-DISP            PIC ZZZZ9.
     01 WS-MANUAL-DISP          PIC ZZZZ9.
     01 WS-BURSAR-DISP          PIC ZZZZ9.
     01 WS-APPLIED-DISP         PIC ZZZZ9.
     01 WS-REJECTED-DISP        PIC ZZZZ9.
     01 WS-PLACED-DISP          PIC ZZZZ9.
     01 WS-REPLACED-DISP        PIC ZZZZ9.
     01 WS-RELEASED-DISP        PIC ZZZZ9.
     01 WS-HELD-DISP            PIC ZZZZ9.
     01 WS-FREED-DISP           PIC ZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     OPEN INPUT HOLD-REQUEST-FILE.
     IF WS-REQUEST-FILE-STATUS = "00"
        MOVE 'Y' TO WS-REQUEST-OPEN-SW
     END-IF.
     OPEN INPUT BURSAR-HOLD-FILE.
     IF WS-BURSAR-FILE-STATUS = "00"
        MOVE 'Y' TO WS-BURSAR-OPEN-SW
     END-IF.
     IF NOT WS-REQUEST-OPEN AND NOT WS-BURSAR-OPEN
        DISPLAY "PROG23 WARNING: NO HOLDREQ.DAT OR BURSHOLD.DAT - "
            "EXTRACT POSTING STATUS REFRESH ONLY"
     END-IF.
     OPEN OUTPUT HOLD-REPORT-FILE.
     IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "PROG23 ERROR: UNABLE TO OPEN HOLD-REPORT-FILE, STATUS="
            WS-REPORT-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN I-O HOLD-FILE.
     IF WS-HOLD-FILE-STATUS NOT = "00"
        OPEN OUTPUT HOLD-FILE
        CLOSE HOLD-FILE
        OPEN I-O HOLD-FILE
     END-IF.
     IF WS-HOLD-FILE-STATUS NOT = "00"
        DISPLAY "PROG23 ERROR: UNABLE TO OPEN HOLD-FILE, STATUS="
            WS-HOLD-FILE-STATUS
        STOP RUN
     END-IF.
     OPEN INPUT STUDENT-DEMOGRAPHIC-FILE.
     IF WS-DEMO-FILE-STATUS NOT = "00"
        DISPLAY "PROG23 ERROR: UNABLE TO OPEN STUDENT-DEMOGRAPHIC-FILE, "
            "STATUS=" WS-DEMO-FILE-STATUS
        STOP RUN
     END-IF.
     PERFORM 0090-OPEN-AUDIT-LOG.
     PERFORM 0200-LOAD-EXTRACT-TABLE.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
     WRITE HOLD-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE HOLD-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE HOLD-REPORT-LINE FROM WS-COLUMN-HEADER.
     IF WS-REQUEST-OPEN
        PERFORM UNTIL WS-REQUEST-EOF
            READ HOLD-REQUEST-FILE
                AT END
                    MOVE 'Y' TO WS-REQUEST-EOF-SW
                NOT AT END
                    PERFORM 0500-LOAD-MANUAL-TRANSACTION
                    PERFORM 1000-PROCESS-TRANSACTION
            END-READ
        END-PERFORM
        CLOSE HOLD-REQUEST-FILE
     END-IF.
     IF WS-BURSAR-OPEN
        PERFORM UNTIL WS-BURSAR-EOF
            READ BURSAR-HOLD-FILE
                AT END
                    MOVE 'Y' TO WS-BURSAR-EOF-SW
                NOT AT END
                    PERFORM 0600-LOAD-BURSAR-TRANSACTION
                    PERFORM 1000-PROCESS-TRANSACTION
            END-READ
        END-PERFORM
        CLOSE BURSAR-HOLD-FILE
     END-IF.
     PERFORM 2000-SWEEP-EXTRACT-STATUS.
     PERFORM 3000-REWRITE-EXTRACT-FILE.
     PERFORM 4000-WRITE-TRAILER.
     CLOSE HOLD-REPORT-FILE HOLD-FILE STUDENT-DEMOGRAPHIC-FILE
           AUDIT-LOG-FILE.
     STOP RUN.

 0090-OPEN-AUDIT-LOG.
     OPEN EXTEND AUDIT-LOG-FILE.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
     END-IF.
     IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "PROG23 ERROR: UNABLE TO OPEN AUDIT-LOG-FILE, STATUS="
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
        DISPLAY "PROG23 ERROR: EXTRACT TABLE FULL AT "
            WS-EXTRACT-TABLE-MAX " RECORDS - RUN ABANDONED, "
            "EXTRACT NOT CHANGED"
        STOP RUN
     ELSE
        ADD 1 TO WS-EXTRACT-COUNT
        MOVE REGISTRAR-EXTRACT-RECORD TO WS-EXTRACT-ENTRY(WS-EXTRACT-COUNT)
     END-IF.

 0500-LOAD-MANUAL-TRANSACTION.
     ADD 1 TO WS-COUNT-MANUAL.
     MOVE "MANUAL" TO WS-TX-SOURCE.
     MOVE HQ-ACTION TO WS-TX-ACTION.
     MOVE HQ-STUDENT-ID TO WS-TX-STUDENT-ID.
     MOVE HQ-HOLD-TYPE TO WS-TX-HOLD-TYPE.
     MOVE HQ-PLACING-OFFICE TO WS-TX-PLACING-OFFICE.
     MOVE HQ-EFFECTIVE-DATE TO WS-TX-DATE-X.

 0600-LOAD-BURSAR-TRANSACTION.
     ADD 1 TO WS-COUNT-BURSAR.
     MOVE "BURSAR" TO WS-TX-SOURCE.
     MOVE BH-ACTION TO WS-TX-ACTION.
     MOVE BH-STUDENT-ID TO WS-TX-STUDENT-ID.
     MOVE BH-HOLD-TYPE TO WS-TX-HOLD-TYPE.
     MOVE "BURSAR" TO WS-TX-PLACING-OFFICE.
     MOVE BH-EFFECTIVE-DATE TO WS-TX-DATE-X.

 1000-PROCESS-TRANSACTION.
     ADD 1 TO WS-COUNT-READ.
     MOVE 'Y' TO WS-VALID-SW.
     MOVE SPACES TO WS-DL-MESSAGE.
     PERFORM 1100-VALIDATE-TRANSACTION.
     IF WS-RECORD-VALID
        IF WS-TX-PLACE
           PERFORM 1200-PLACE-HOLD
        ELSE
           PERFORM 1300-RELEASE-HOLD
        END-IF
     END-IF.
     IF WS-RECORD-VALID
        ADD 1 TO WS-COUNT-APPLIED
        PERFORM 1900-WRITE-AUDIT-LOG
     ELSE
        ADD 1 TO WS-COUNT-REJECTED
     END-IF.
     MOVE WS-TX-SOURCE TO WS-DL-SOURCE.
     EVALUATE TRUE
         WHEN WS-TX-PLACE
             MOVE "PLACE" TO WS-DL-ACTION
         WHEN WS-TX-RELEASE
             MOVE "RELEASE" TO WS-DL-ACTION
         WHEN OTHER
             MOVE WS-TX-ACTION TO WS-DL-ACTION
     END-EVALUATE.
     MOVE WS-TX-STUDENT-ID TO WS-DL-STUDENT-ID.
     MOVE WS-TX-HOLD-TYPE TO WS-DL-HOLD-TYPE.
     MOVE WS-TX-PLACING-OFFICE TO WS-DL-OFFICE.
     MOVE WS-TX-DATE-X TO WS-DL-DATE.
     WRITE HOLD-REPORT-LINE FROM WS-DETAIL-LINE.

 1100-VALIDATE-TRANSACTION.
     EVALUATE TRUE
         WHEN NOT WS-TX-PLACE AND NOT WS-TX-RELEASE
             MOVE "REJECTED - ACTION CODE NOT P OR R" TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN WS-TX-STUDENT-ID = SPACES
             MOVE "REJECTED - STUDENT ID MISSING" TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN WS-TX-HOLD-TYPE = SPACES OR WS-TX-PLACING-OFFICE = SPACES
             MOVE "REJECTED - HOLD TYPE OR PLACING OFFICE MISSING"
                 TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN WS-TX-DATE-X = SPACES
             MOVE WS-TODAY TO WS-TX-DATE
         WHEN WS-TX-DATE-X NOT NUMERIC
             MOVE "REJECTED - EFFECTIVE DATE NOT NUMERIC" TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN WS-TX-DATE > WS-TODAY
             MOVE "REJECTED - EFFECTIVE DATE IN THE FUTURE" TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN WS-TX-DATE = 0
             MOVE WS-TODAY TO WS-TX-DATE
     END-EVALUATE.
     IF WS-RECORD-VALID AND WS-TX-PLACE
        MOVE WS-TX-STUDENT-ID TO SD-STUDENT-ID
        READ STUDENT-DEMOGRAPHIC-FILE
            INVALID KEY
                MOVE "REJECTED - STUDENT NOT ON DEMOGRAPHIC FILE"
                    TO WS-DL-MESSAGE
                MOVE 'N' TO WS-VALID-SW
        END-READ
     END-IF.

 1150-READ-HOLD-KEY.
     MOVE WS-TX-STUDENT-ID TO HL-STUDENT-ID.
     MOVE WS-TX-HOLD-TYPE TO HL-HOLD-TYPE.
     MOVE WS-TX-PLACING-OFFICE TO HL-PLACING-OFFICE.
     MOVE 'Y' TO WS-HOLD-FOUND-SW.
     READ HOLD-FILE KEY IS HL-HOLD-KEY
         INVALID KEY
             MOVE 'N' TO WS-HOLD-FOUND-SW
     END-READ.

 1200-PLACE-HOLD.
     PERFORM 1150-READ-HOLD-KEY.
     EVALUATE TRUE
         WHEN WS-HOLD-FOUND AND HL-HOLD-ACTIVE
             MOVE "REJECTED - HOLD ALREADY ACTIVE" TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN WS-HOLD-FOUND
             MOVE WS-TX-DATE TO HL-DATE-PLACED
             MOVE 0 TO HL-DATE-RELEASED
             REWRITE HOLD-RECORD
                 INVALID KEY
                     MOVE "REJECTED - HOLD FILE REWRITE FAILED"
                         TO WS-DL-MESSAGE
                     MOVE 'N' TO WS-VALID-SW
             END-REWRITE
             IF WS-RECORD-VALID
                MOVE "HOLD RE-PLACED" TO WS-DL-MESSAGE
                ADD 1 TO WS-COUNT-REPLACED
             END-IF
         WHEN OTHER
             MOVE WS-TX-DATE TO HL-DATE-PLACED
             MOVE 0 TO HL-DATE-RELEASED
             WRITE HOLD-RECORD
                 INVALID KEY
                     MOVE "REJECTED - HOLD FILE WRITE FAILED"
                         TO WS-DL-MESSAGE
                     MOVE 'N' TO WS-VALID-SW
             END-WRITE
             IF WS-RECORD-VALID
                MOVE "HOLD PLACED" TO WS-DL-MESSAGE
                ADD 1 TO WS-COUNT-PLACED
             END-IF
     END-EVALUATE.
     IF WS-RECORD-VALID
        MOVE "HLD-PLACE" TO WS-AUDIT-ACTION
     END-IF.

 1300-RELEASE-HOLD.
     PERFORM 1150-READ-HOLD-KEY.
     EVALUATE TRUE
         WHEN NOT WS-HOLD-FOUND
             MOVE "REJECTED - NO HOLD ON FILE FOR THIS KEY"
                 TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN NOT HL-HOLD-ACTIVE
             MOVE "REJECTED - HOLD ALREADY RELEASED" TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN WS-TX-DATE < HL-DATE-PLACED
             MOVE "REJECTED - RELEASE DATE BEFORE DATE PLACED"
                 TO WS-DL-MESSAGE
             MOVE 'N' TO WS-VALID-SW
         WHEN OTHER
             MOVE WS-TX-DATE TO HL-DATE-RELEASED
             REWRITE HOLD-RECORD
                 INVALID KEY
                     MOVE "REJECTED - HOLD FILE REWRITE FAILED"
                         TO WS-DL-MESSAGE
                     MOVE 'N' TO WS-VALID-SW
             END-REWRITE
             IF WS-RECORD-VALID
                MOVE "HOLD RELEASED" TO WS-DL-MESSAGE
                ADD 1 TO WS-COUNT-RELEASED
             END-IF
     END-EVALUATE.
     IF WS-RECORD-VALID
        MOVE "HLD-RELEASE" TO WS-AUDIT-ACTION
     END-IF.

 1900-WRITE-AUDIT-LOG.
     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AU-DATE.
     MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-AU-TIME.
     MOVE WS-TX-STUDENT-ID TO WS-AU-STUDENT-ID.
     MOVE SPACES TO WS-AU-MARK-A WS-AU-MARK-B WS-AU-MARK-C
                    WS-AU-MARK-D WS-AU-MARK-E.
     MOVE WS-TX-HOLD-TYPE TO WS-AU-AVERAGE.
     MOVE WS-AUDIT-ACTION TO WS-AU-GRADE-STATUS.
     WRITE AUDIT-LOG-LINE FROM WS-AUDIT-DETAIL.

 2000-SWEEP-EXTRACT-STATUS.
     IF WS-EXTRACT-LOADED
        WRITE HOLD-REPORT-LINE FROM WS-REPORT-HEADER-2
        WRITE HOLD-REPORT-LINE FROM WS-SWEEP-HEADER
        PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                UNTIL WS-TABLE-SUB > WS-EXTRACT-COUNT
            IF WS-ET-POSTING-STATUS(WS-TABLE-SUB) = 'U' OR 'H'
               PERFORM 2100-CHECK-EXTRACT-ROW
            END-IF
        END-PERFORM
     END-IF.

 2100-CHECK-EXTRACT-ROW.
     MOVE WS-ET-STUDENT-ID(WS-TABLE-SUB) TO WS-HOLD-LOOKUP-ID.
     PERFORM 2200-CHECK-ACTIVE-HOLD.
     MOVE WS-ET-STUDENT-ID(WS-TABLE-SUB) TO WS-SL-STUDENT-ID.
     MOVE WS-ET-TERM-CODE(WS-TABLE-SUB) TO WS-SL-TERM-CODE.
     MOVE WS-ET-POSTING-STATUS(WS-TABLE-SUB) TO WS-SL-OLD-STATUS.
     IF WS-HOLD-ACTIVE AND WS-ET-POSTING-STATUS(WS-TABLE-SUB) = 'U'
        MOVE 'H' TO WS-ET-POSTING-STATUS(WS-TABLE-SUB)
        MOVE 'H' TO WS-SL-NEW-STATUS
        MOVE "HELD - ACTIVE HOLD ON FILE" TO WS-SL-MESSAGE
        WRITE HOLD-REPORT-LINE FROM WS-SWEEP-LINE
        ADD 1 TO WS-COUNT-EXTRACT-HELD
     END-IF.
     IF NOT WS-HOLD-ACTIVE AND WS-ET-POSTING-STATUS(WS-TABLE-SUB) = 'H'
        MOVE 'U' TO WS-ET-POSTING-STATUS(WS-TABLE-SUB)
        MOVE 'U' TO WS-SL-NEW-STATUS
        MOVE "RELEASED FOR POSTING" TO WS-SL-MESSAGE
        WRITE HOLD-REPORT-LINE FROM WS-SWEEP-LINE
        ADD 1 TO WS-COUNT-EXTRACT-FREED
     END-IF.

 2200-CHECK-ACTIVE-HOLD.
     MOVE 'N' TO WS-HOLD-ACTIVE-SW.
     MOVE 'N' TO WS-HOLD-EOF-SW.
     MOVE WS-HOLD-LOOKUP-ID TO HL-STUDENT-ID.
     MOVE LOW-VALUES TO HL-HOLD-TYPE HL-PLACING-OFFICE.
     START HOLD-FILE KEY >= HL-HOLD-KEY
         INVALID KEY
             MOVE 'Y' TO WS-HOLD-EOF-SW
     END-START.
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
     END-PERFORM.

 3000-REWRITE-EXTRACT-FILE.
     IF WS-EXTRACT-LOADED AND
        (WS-COUNT-EXTRACT-HELD > 0 OR WS-COUNT-EXTRACT-FREED > 0)
        OPEN OUTPUT REGISTRAR-EXTRACT-FILE
        IF WS-EXTRACT-FILE-STATUS NOT = "00"
           DISPLAY "PROG23 ERROR: UNABLE TO REWRITE REGISTRAR-EXTRACT-FILE, "
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

 4000-WRITE-TRAILER.
     MOVE WS-COUNT-READ TO WS-READ-DISP.
     MOVE WS-COUNT-MANUAL TO WS-MANUAL-DISP.
     MOVE WS-COUNT-BURSAR TO WS-BURSAR-DISP.
     MOVE WS-COUNT-APPLIED TO WS-APPLIED-DISP.
     MOVE WS-COUNT-REJECTED TO WS-REJECTED-DISP.
     MOVE WS-COUNT-PLACED TO WS-PLACED-DISP.
     MOVE WS-COUNT-REPLACED TO WS-REPLACED-DISP.
     MOVE WS-COUNT-RELEASED TO WS-RELEASED-DISP.
     MOVE WS-COUNT-EXTRACT-HELD TO WS-HELD-DISP.
     MOVE WS-COUNT-EXTRACT-FREED TO WS-FREED-DISP.
     WRITE HOLD-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "TRANSACTIONS READ:" WS-READ-DISP
            "  MANUAL:" WS-MANUAL-DISP
            "  BURSAR:" WS-BURSAR-DISP
            "  APPLIED:" WS-APPLIED-DISP
            "  REJECTED:" WS-REJECTED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE HOLD-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "HOLDS PLACED:" WS-PLACED-DISP
            "  RE-PLACED:" WS-REPLACED-DISP
            "  RELEASED:" WS-RELEASED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE HOLD-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "EXTRACT ROWS SET TO HELD:" WS-HELD-DISP
            "  RELEASED FOR POSTING:" WS-FREED-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE HOLD-REPORT-LINE FROM WS-TRAILER-LINE.
