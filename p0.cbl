        10 RM-BATCH-RECORD-COUNT PIC 9(6).
        10 RM-BATCH-HASH-TOTAL  PIC 9(9).
        10 FILLER               PIC X(3).
     05 RM-DEFER-SLOT           PIC X.
 FD  EDITED-MARKS-FILE.
 01  EDITED-MARKS-RECORD.
     05 EM-RECORD-TYPE          PIC X.
        10 EM-BATCH-RECORD-COUNT PIC 9(6).
        10 EM-BATCH-HASH-TOTAL  PIC 9(9).
        10 FILLER               PIC X(3).
     05 EM-DEFER-SLOT           PIC X.
 FD  DUPLICATE-REJECTS-FILE.
 01  DUPLICATE-REJECT-LINE      PIC X(80).
 FD  TERM-CONTROL-FILE.
        88 TC-TERM-OPEN             VALUE 'O'.
        88 TC-TERM-CLOSING          VALUE 'C'.
        88 TC-TERM-CLOSED           VALUE 'X'.
     05 TC-INCOMPLETE-DEADLINE  PIC 9(8).
     05 TC-MIN-ATTENDANCE       PIC 999.
 FD  RUN-CONTROL-FILE.
 01  RUN-CONTROL-RECORD.
     05 RC-CONTROL-KEY.
     05 SR-MARK-C               PIC 999.
     05 SR-MARK-D               PIC 999.
     05 SR-MARK-E               PIC 999.
     05 SR-DEFER-SLOT           PIC X.
 WORKING-STORAGE SECTION.
     01 WS-RAW-FILE-STATUS      PIC XX.
     01 WS-EDITED-FILE-STATUS   PIC XX.
        MOVE SR-MARK-C TO EM-MARK-C
        MOVE SR-MARK-D TO EM-MARK-D
        MOVE SR-MARK-E TO EM-MARK-E
        MOVE SR-DEFER-SLOT TO EM-DEFER-SLOT
        WRITE EDITED-MARKS-RECORD
        ADD 1 TO WS-CLEAN-RECORD-COUNT
        PERFORM 2250-ACCUMULATE-CLEAN-HASH
