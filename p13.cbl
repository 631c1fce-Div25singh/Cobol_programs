     SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HL-HOLD-KEY
         FILE STATUS IS WS-HOLD-FILE-STATUS.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RC-CONTROL-KEY
         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
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
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 FD  TERM-CONTROL-FILE.
        88 TC-TERM-OPEN             VALUE 'O'.
        88 TC-TERM-CLOSING          VALUE 'C'.
        88 TC-TERM-CLOSED           VALUE 'X'.
     05 TC-INCOMPLETE-DEADLINE  PIC 9(8).
     05 TC-MIN-ATTENDANCE       PIC 999.
 FD  REGISTRAR-EXTRACT-FILE.
 01  REGISTRAR-EXTRACT-RECORD.
     05 REG-STUDENT-ID           PIC X(9).
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
     01 WS-WITHDRAWAL-FILE-STATUS PIC XX.
     01 WS-REPORT-FILE-STATUS   PIC XX.
     01 WS-HISTORY-FILE-STATUS  PIC XX.
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
     01 WS-WITHDRAWAL-EOF-SW    PIC X VALUE 'N'.
        88 WS-WITHDRAWAL-EOF          VALUE 'Y'.
     01 WS-VALID-SW             PIC X VALUE 'Y'.
        STOP RUN
     END-IF.
     PERFORM 0045-LOAD-TERM-TABLE.
     PERFORM 0069-OPEN-HOLD-FILE.
     PERFORM 0085-OPEN-RUN-CONTROL.
     PERFORM 0090-OPEN-AUDIT-LOG.
     PERFORM 0095-OPEN-EXTRACT-FILE.
     WRITE WITHDRAWAL-REPORT-LINE FROM WS-REPORT-HEADER-1.
     CLOSE WITHDRAWAL-FILE WITHDRAWAL-REPORT-FILE
           STUDENT-DEMOGRAPHIC-FILE GRADE-HISTORY-FILE
           AUDIT-LOG-FILE REGISTRAR-EXTRACT-FILE.
     IF WS-HOLD-OPEN
        CLOSE HOLD-FILE
     END-IF.
     IF WS-RUNCTL-OPEN
        CLOSE RUN-CONTROL-FILE
     END-IF.
     STOP RUN.

 0045-LOAD-TERM-TABLE.
         END-IF
     END-PERFORM.

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
                PERFORM 1400-WRITE-REPORT-LINE
            NOT INVALID KEY
                MOVE SD-STUDENT-NAME TO WS-STUDENT-NAME
                IF SD-MERGED-RETIRED
                   MOVE 'N' TO WS-VALID-SW
                   ADD 1 TO WS-COUNT-REJECTED
                   MOVE "STUDENT ID RETIRED BY MERGE - REJECTED"
                       TO WS-WL-MESSAGE
                   PERFORM 1400-WRITE-REPORT-LINE
                ELSE
                   PERFORM 1120-CHECK-TERM-OPEN
                END-IF
                IF WS-RECORD-VALID
                   PERFORM 1160-CHECK-TERM-NOT-POSTED
                END-IF
     MOVE 0 TO GH-TERM-AVERAGE.
     MOVE 'W' TO GH-TERM-GRADE.
     MOVE SPACES TO GH-FAIL-FLAGS.
     MOVE SPACE TO GH-DEFER-SLOT.
     MOVE 0 TO GH-RAW-MARK-A GH-RAW-MARK-B GH-RAW-MARK-C GH-RAW-MARK-D
               GH-RAW-MARK-E.
     WRITE GRADE-HISTORY-RECORD
         INVALID KEY
             REWRITE GRADE-HISTORY-RECORD
     END-WRITE.
     PERFORM 1250-INVALIDATE-RECONCILIATION.

 1250-INVALIDATE-RECONCILIATION.
     IF WS-RUNCTL-OPEN
        MOVE WD-TERM-CODE TO RC-TERM-CODE
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

 1300-WRITE-REGISTRAR-EXTRACT.
     MOVE WD-STUDENT-ID TO REG-STUDENT-ID.
     MOVE 'W' TO REG-FINAL-GRADE.
     MOVE 'W' TO REG-RECORD-FLAG.
     MOVE WS-STUDENT-NAME TO REG-STUDENT-NAME.
     MOVE REG-STUDENT-ID TO WS-HOLD-LOOKUP-ID.
     PERFORM 1310-CHECK-ACTIVE-HOLD.
     IF WS-HOLD-ACTIVE
        MOVE 'H' TO REG-POSTING-STATUS
     ELSE
        MOVE 'U' TO REG-POSTING-STATUS
     END-IF.
     WRITE REGISTRAR-EXTRACT-RECORD.

 1310-CHECK-ACTIVE-HOLD.
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

 1400-WRITE-REPORT-LINE.
     MOVE WD-STUDENT-ID TO WS-WL-STUDENT-ID.
     MOVE WS-STUDENT-NAME TO WS-WL-STUDENT-NAME.
