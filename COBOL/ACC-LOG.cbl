      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACC-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WS-ACL-STATUS PIC XX.
       01  WS-LOG-EOF-FLAG PIC X.
           88 WS-LOG-EOF VALUE 'Y' FALSE 'N'.
       01  WS-LAST-SEQ PIC 9(7).
       01  WS-LOG-COUNT PIC 9(7).

       LINKAGE SECTION.
       COPY ACCLOGRQ.

       PROCEDURE DIVISION USING ACCESS-LOG-REQUEST.
       MAIN-PROCEDURE.
           PERFORM GET-LAST-LOG-SEQ.
           ACCEPT ACL-DATE FROM DATE YYYYMMDD.
           ACCEPT ACL-TIME FROM TIME.
           MOVE ACQ-OPERATOR TO ACL-OPERATOR.
           MOVE ACQ-PROGRAM TO ACL-PROGRAM.
           MOVE ACQ-CRITERIA TO ACL-CRITERIA.
           MOVE ACQ-RETURNED TO ACL-RETURNED.
           COMPUTE ACL-SEQ-NUM = WS-LAST-SEQ + 1.
           COMPUTE ACL-RUNNING-COUNT = WS-LOG-COUNT + 1.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACL-STATUS = "35"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
           GOBACK.

       GET-LAST-LOG-SEQ.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE ZERO TO WS-LOG-COUNT.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACL-STATUS = "00"
               SET WS-LOG-EOF TO FALSE
               PERFORM UNTIL WS-LOG-EOF
                   READ ACCESS-LOG-FILE
                       AT END
                           SET WS-LOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-COUNT
                           IF ACL-SEQ-NUM IS NUMERIC
                               AND ACL-SEQ-NUM > WS-LAST-SEQ
                               MOVE ACL-SEQ-NUM TO WS-LAST-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF.

       END PROGRAM ACC-LOG.
