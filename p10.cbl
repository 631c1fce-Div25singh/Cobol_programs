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
