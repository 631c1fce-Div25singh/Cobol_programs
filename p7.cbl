     05 SD-ENROLL-STATUS        PIC X.
        88 SD-ACTIVELY-ENROLLED     VALUE 'A'.
        88 SD-WITHDRAWN             VALUE 'W'.
        88 SD-MERGED-RETIRED        VALUE 'M'.
 FD  AUDIT-LOG-FILE.
 01  AUDIT-LOG-LINE              PIC X(132).
 WORKING-STORAGE SECTION.
 1400-CHANGE-ENROLL-STATUS.
     PERFORM 1050-READ-DEMOGRAPHIC.
     IF WS-DEMO-FOUND
        EVALUATE TRUE
            WHEN SD-MERGED-RETIRED
                MOVE "STATUS    " TO WS-AC-LABEL
                MOVE DR-STUDENT-ID TO WS-AC-STUDENT-ID
                MOVE "STUDENT ID RETIRED BY MERGE - IGNORED" TO WS-AC-MESSAGE
                WRITE DEMO-REPORT-LINE FROM WS-ACTION-LINE
            WHEN DR-ENROLL-STATUS NOT = 'A' AND DR-ENROLL-STATUS NOT = 'W'
                MOVE "STATUS    " TO WS-AC-LABEL
                MOVE DR-STUDENT-ID TO WS-AC-STUDENT-ID
                MOVE "ENROLL STATUS NOT A OR W - IGNORED" TO WS-AC-MESSAGE
                WRITE DEMO-REPORT-LINE FROM WS-ACTION-LINE
            WHEN OTHER
                MOVE "BEFORE    " TO WS-AC-LABEL
                MOVE DR-STUDENT-ID TO WS-AC-STUDENT-ID
                MOVE SPACES TO WS-AC-MESSAGE
                WRITE DEMO-REPORT-LINE FROM WS-ACTION-LINE
                PERFORM 1110-WRITE-DEMO-LINE
                MOVE DR-ENROLL-STATUS TO SD-ENROLL-STATUS
                REWRITE STUDENT-DEMOGRAPHIC-RECORD
                MOVE "AFTER     " TO WS-AC-LABEL
                MOVE DR-STUDENT-ID TO WS-AC-STUDENT-ID
                MOVE SPACES TO WS-AC-MESSAGE
                WRITE DEMO-REPORT-LINE FROM WS-ACTION-LINE
                PERFORM 1110-WRITE-DEMO-LINE
                MOVE "DEM-STATUS" TO WS-AUDIT-ACTION
                PERFORM 1700-WRITE-AUDIT-LOG
        END-EVALUATE
     END-IF.

 1500-LIST-DEMOGRAPHIC.
