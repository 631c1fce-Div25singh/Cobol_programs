        88 RC-RUN-STARTED           VALUE 'S'.
        88 RC-RUN-COMPLETE          VALUE 'C'.
        88 RC-RUN-FAILED            VALUE 'F'.
        88 RC-RUN-ROLLED-BACK       VALUE 'R'.
     05 RC-START-DATE           PIC 9(8).
     05 RC-START-TIME           PIC 9(6).
     05 RC-END-DATE             PIC 9(8).
             MOVE "COMPLETE  " TO WS-SD-STATUS
         WHEN RC-RUN-FAILED
             MOVE "FAILED    " TO WS-SD-STATUS
         WHEN RC-RUN-ROLLED-BACK
             MOVE "ROLLEDBACK" TO WS-SD-STATUS
         WHEN OTHER
             MOVE "UNKNOWN   " TO WS-SD-STATUS
     END-EVALUATE.
