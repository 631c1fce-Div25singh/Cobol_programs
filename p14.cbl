     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HL-HOLD-KEY
         FILE STATUS IS WS-HOLD-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  PROGRAM-REQUIREMENT-FILE.
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
 WORKING-STORAGE SECTION.
     01 WS-REQUIREMENT-FILE-STATUS PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
        88 WS-ARCHIVE-OPEN            VALUE 'Y'.
     01 WS-ARCHIVE-EOF-SW       PIC X VALUE 'N'.
        88 WS-ARCHIVE-EOF             VALUE 'Y'.
     01 WS-HOLD-FILE-STATUS     PIC XX.
     01 WS-HOLD-OPEN-SW         PIC X VALUE 'N'.
        88 WS-HOLD-OPEN               VALUE 'Y'.
     01 WS-HOLD-EOF-SW          PIC X VALUE 'N'.
        88 WS-HOLD-EOF                VALUE 'Y'.
     01 WS-HOLD-ACTIVE-SW       PIC X VALUE 'N'.
        88 WS-HOLD-ACTIVE             VALUE 'Y'.
     01 WS-STUDENT-ACTIVE-SW    PIC X VALUE 'N'.
        88 WS-STUDENT-ACTIVE          VALUE 'Y'.
     01 WS-REQUIREMENT-FOUND-SW PIC X VALUE 'N'.
     01 WS-REQUIREMENT-COUNT    PIC 9(3) VALUE 0.
     01 WS-REQUIREMENT-MAX      PIC 9(3) VALUE 50.

     01 WS-ADMIN-HOLD-TABLE.
        05 WS-ADMIN-HOLD-ENTRY OCCURS 500 TIMES.
           10 WS-AH-STUDENT-ID  PIC X(9).
           10 WS-AH-STUDENT-NAME PIC X(25).
           10 WS-AH-PROGRAM     PIC X(20).
           10 WS-AH-HOLD-TYPE   PIC X(3).
           10 WS-AH-PLACING-OFFICE PIC X(8).
           10 WS-AH-DATE-PLACED PIC 9(8).
     01 WS-ADMIN-HOLD-MAX       PIC 9(5) VALUE 500.
     01 WS-ADMIN-HOLD-SUB       PIC 9(5) VALUE 0.

     01 WS-GRADUATION-TOTALS.
        05 WS-COUNT-EXAMINED    PIC 9(5) VALUE 0.
        05 WS-COUNT-CANDIDATES  PIC 9(5) VALUE 0.
        05 WS-COUNT-HELD-FAILS  PIC 9(5) VALUE 0.
        05 WS-COUNT-NOT-ACTIVE  PIC 9(5) VALUE 0.
        05 WS-COUNT-NO-REQUIREMENT PIC 9(5) VALUE 0.
        05 WS-COUNT-ADMIN-HOLD  PIC 9(5) VALUE 0.

     01 WS-REPORT-HEADER-1      PIC X(100) VALUE
        "GRADUATION CANDIDATE DETERMINATION REPORT".
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-GD-MESSAGE        PIC X(30).

     01 WS-ADMIN-HOLD-HEADER    PIC X(100) VALUE
        "GRADUATION CANDIDATES ON ADMINISTRATIVE HOLD - NOT MARKED, NO DEGREE EXTRACT".
     01 WS-ADMIN-HOLD-COLUMNS   PIC X(100) VALUE
        "STUDENT ID   STUDENT NAME               PROGRAM OF STUDY      TYPE OFFICE    PLACED".
     01 WS-ADMIN-HOLD-DETAIL.
        05 WS-AD-STUDENT-ID     PIC X(9).
        05 FILLER               PIC X(4) VALUE SPACES.
        05 WS-AD-STUDENT-NAME   PIC X(25).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-AD-PROGRAM        PIC X(20).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-AD-HOLD-TYPE      PIC X(3).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-AD-PLACING-OFFICE PIC X(8).
        05 FILLER               PIC X(2) VALUE SPACES.
        05 WS-AD-DATE-PLACED    PIC 9(8).
     01 WS-NO-ADMIN-HOLD-LINE   PIC X(40) VALUE
        "NO CANDIDATES ON ADMINISTRATIVE HOLD".

     01 WS-TRAILER-LINE         PIC X(100).
     01 WS-EXAMINED-DISP        PIC ZZZZ9.
     01 WS-CANDIDATES-DISP      PIC ZZZZ9.
     01 WS-HELD-DISP            PIC ZZZZ9.
     01 WS-NOT-ACTIVE-DISP      PIC ZZZZ9.
     01 WS-NO-REQ-DISP          PIC ZZZZ9.
     01 WS-ADMIN-HOLD-DISP      PIC ZZZZ9.

 PROCEDURE DIVISION.
 0000-MAIN-LOGIC.
     IF WS-ARCHIVE-FILE-STATUS = "00"
        MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
     END-IF.
     OPEN INPUT HOLD-FILE.
     IF WS-HOLD-FILE-STATUS = "00"
        MOVE 'Y' TO WS-HOLD-OPEN-SW
     END-IF.
     PERFORM 0095-OPEN-EXTRACT-FILE.
     WRITE GRADUATION-REPORT-LINE FROM WS-REPORT-HEADER-1.
     WRITE GRADUATION-REPORT-LINE FROM WS-REPORT-HEADER-2.
                 PERFORM 1000-EXAMINE-STUDENT
         END-READ
     END-PERFORM.
     PERFORM 1700-WRITE-ADMIN-HOLD-SECTION.
     PERFORM 2000-WRITE-TRAILER.
     IF WS-ARCHIVE-OPEN
        CLOSE HISTORY-ARCHIVE-FILE
     END-IF.
     IF WS-HOLD-OPEN
        CLOSE HOLD-FILE
     END-IF.
     CLOSE GRADUATION-REPORT-FILE STUDENT-MASTER-FILE
           STUDENT-DEMOGRAPHIC-FILE GRADE-HISTORY-FILE
           REGISTRAR-EXTRACT-FILE.
           ELSE
              PERFORM 1300-CHECK-UNRESOLVED-FAILS
              IF WS-FAILS-CLEAR
                 PERFORM 1450-CHECK-ACTIVE-HOLD
                 IF WS-HOLD-ACTIVE
                    PERFORM 1460-HOLD-CANDIDATE
                 ELSE
                    PERFORM 1400-MARK-CANDIDATE
                 END-IF
              ELSE
                 ADD 1 TO WS-COUNT-HELD-FAILS
                 MOVE "HELD - UNRESOLVED FAILURES" TO WS-GD-MESSAGE
             NOT AT END
                 IF GH-STUDENT-ID = SMR-STUDENT-ID
                    IF GH-FAIL-FLAGS NOT = SPACES
                       OR GH-TERM-GRADE = 'I'
                       MOVE 'N' TO WS-FAILS-CLEAR-SW
                       MOVE 'Y' TO WS-HISTORY-EOF-SW
                    END-IF
     MOVE "CP" TO SMR-STANDING-CODE.
     REWRITE STUDENT-MASTER-RECORD.

 1450-CHECK-ACTIVE-HOLD.
     MOVE 'N' TO WS-HOLD-ACTIVE-SW.
     IF WS-HOLD-OPEN
        MOVE 'N' TO WS-HOLD-EOF-SW
        MOVE SMR-STUDENT-ID TO HL-STUDENT-ID
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
                    IF HL-STUDENT-ID NOT = SMR-STUDENT-ID
                       MOVE 'Y' TO WS-HOLD-EOF-SW
                    ELSE
                       IF HL-HOLD-ACTIVE
                          MOVE 'Y' TO WS-HOLD-ACTIVE-SW
                       END-IF
                    END-IF
            END-READ
        END-PERFORM
     END-IF.

 1460-HOLD-CANDIDATE.
     IF WS-COUNT-ADMIN-HOLD >= WS-ADMIN-HOLD-MAX
        DISPLAY "PROG14 ERROR: ADMINISTRATIVE HOLD TABLE FULL AT "
            WS-ADMIN-HOLD-MAX " ENTRIES - RUN ABANDONED"
        STOP RUN
     END-IF.
     ADD 1 TO WS-COUNT-ADMIN-HOLD.
     MOVE SMR-STUDENT-ID TO WS-AH-STUDENT-ID(WS-COUNT-ADMIN-HOLD).
     MOVE WS-STUDENT-NAME TO WS-AH-STUDENT-NAME(WS-COUNT-ADMIN-HOLD).
     MOVE WS-STUDENT-PROGRAM TO WS-AH-PROGRAM(WS-COUNT-ADMIN-HOLD).
     MOVE HL-HOLD-TYPE TO WS-AH-HOLD-TYPE(WS-COUNT-ADMIN-HOLD).
     MOVE HL-PLACING-OFFICE
         TO WS-AH-PLACING-OFFICE(WS-COUNT-ADMIN-HOLD).
     MOVE HL-DATE-PLACED TO WS-AH-DATE-PLACED(WS-COUNT-ADMIN-HOLD).

 1500-WRITE-REPORT-LINE.
     MOVE SMR-STUDENT-ID TO WS-GD-STUDENT-ID.
     MOVE WS-STUDENT-NAME TO WS-GD-STUDENT-NAME.
     MOVE 'U' TO REG-POSTING-STATUS.
     WRITE REGISTRAR-EXTRACT-RECORD.

 1700-WRITE-ADMIN-HOLD-SECTION.
     WRITE GRADUATION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     WRITE GRADUATION-REPORT-LINE FROM WS-ADMIN-HOLD-HEADER.
     WRITE GRADUATION-REPORT-LINE FROM WS-ADMIN-HOLD-COLUMNS.
     IF WS-COUNT-ADMIN-HOLD = 0
        WRITE GRADUATION-REPORT-LINE FROM WS-NO-ADMIN-HOLD-LINE
     END-IF.
     PERFORM VARYING WS-ADMIN-HOLD-SUB FROM 1 BY 1
             UNTIL WS-ADMIN-HOLD-SUB > WS-COUNT-ADMIN-HOLD
         MOVE WS-AH-STUDENT-ID(WS-ADMIN-HOLD-SUB) TO WS-AD-STUDENT-ID
         MOVE WS-AH-STUDENT-NAME(WS-ADMIN-HOLD-SUB) TO WS-AD-STUDENT-NAME
         MOVE WS-AH-PROGRAM(WS-ADMIN-HOLD-SUB) TO WS-AD-PROGRAM
         MOVE WS-AH-HOLD-TYPE(WS-ADMIN-HOLD-SUB) TO WS-AD-HOLD-TYPE
         MOVE WS-AH-PLACING-OFFICE(WS-ADMIN-HOLD-SUB)
             TO WS-AD-PLACING-OFFICE
         MOVE WS-AH-DATE-PLACED(WS-ADMIN-HOLD-SUB) TO WS-AD-DATE-PLACED
         WRITE GRADUATION-REPORT-LINE FROM WS-ADMIN-HOLD-DETAIL
     END-PERFORM.

 2000-WRITE-TRAILER.
     MOVE WS-COUNT-EXAMINED TO WS-EXAMINED-DISP.
     MOVE WS-COUNT-CANDIDATES TO WS-CANDIDATES-DISP.
     MOVE WS-COUNT-HELD-FAILS TO WS-HELD-DISP.
     MOVE WS-COUNT-NOT-ACTIVE TO WS-NOT-ACTIVE-DISP.
     MOVE WS-COUNT-NO-REQUIREMENT TO WS-NO-REQ-DISP.
     MOVE WS-COUNT-ADMIN-HOLD TO WS-ADMIN-HOLD-DISP.
     WRITE GRADUATION-REPORT-LINE FROM WS-REPORT-HEADER-2.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "EXAMINED:" WS-EXAMINED-DISP
            "  NO REQUIREMENT:" WS-NO-REQ-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE GRADUATION-REPORT-LINE FROM WS-TRAILER-LINE.
     MOVE SPACES TO WS-TRAILER-LINE.
     STRING "ON ADMINISTRATIVE HOLD:" WS-ADMIN-HOLD-DISP
            DELIMITED BY SIZE INTO WS-TRAILER-LINE.
     WRITE GRADUATION-REPORT-LINE FROM WS-TRAILER-LINE.
