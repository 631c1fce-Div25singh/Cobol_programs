     05 CKPT-BATCH-READ-COUNT   PIC 9(6).
     05 CKPT-BATCH-HASH-TOTAL   PIC 9(9).
     05 CKPT-SUBJECT-STATS      PIC X(225).
     05 CKPT-COUNT-MODERATED    PIC 9(5).
     05 CKPT-COUNT-MOD-CHANGED  PIC 9(5).
     05 CKPT-COUNT-DEBARRED     PIC 9(5).
 FD  RUN-CONTROL-FILE.
 01  RUN-CONTROL-RECORD.
     05 RC-CONTROL-KEY.
