             MOVE "PROG9" TO WS-ID-PROGRAM
         WHEN WS-AU-GRADE-STATUS(1:4) = "WTH-"
             MOVE "PROG13" TO WS-ID-PROGRAM
         WHEN WS-AU-GRADE-STATUS(1:4) = "CAT-"
             MOVE "PROG17" TO WS-ID-PROGRAM
         WHEN WS-AU-GRADE-STATUS(1:4) = "CMP-"
             MOVE "PROG18" TO WS-ID-PROGRAM
         WHEN WS-AU-GRADE-STATUS(1:4) = "RBK-"
             MOVE "PROG21" TO WS-ID-PROGRAM
         WHEN WS-AU-GRADE-STATUS(1:4) = "MRG-"
             MOVE "PROG22" TO WS-ID-PROGRAM
         WHEN WS-AU-GRADE-STATUS(1:4) = "HLD-"
             MOVE "PROG23" TO WS-ID-PROGRAM
         WHEN OTHER
             MOVE "*UNKN*" TO WS-ID-PROGRAM
     END-EVALUATE.
