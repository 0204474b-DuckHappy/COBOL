               03 WS-HIS-TYPE-TBL   PIC X.
               03 WS-HIS-TIME-TBL   PIC 9(8).
               03 WS-HIS-BEFORE-TBL PIC X(52).
               03 WS-HIS-BEF-PAY-TBL PIC X(10).
               03 WS-HIS-BEF-MGR-TBL PIC X(6).
               03 WS-HIS-USED-TBL   PIC X.

       01  WS-OTHER-JRN-COUNT PIC 9(4) VALUE ZERO.
       01  WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BEFORE-IMAGE PIC X(52).
       01  WS-AFTER-IMAGE PIC X(52).
       01  WS-BEFORE-PAY PIC X(10).
       01  WS-AFTER-PAY PIC X(10).
       01  WS-BEFORE-MGR PIC X(6).
       01  WS-BEFORE-MGR-N REDEFINES WS-BEFORE-MGR PIC 9(6).
       01  WS-AFTER-MGR PIC X(6).
       01  WS-CURR-EMP PIC 9(6).
       01  WS-CURR-TYPE PIC X.

           02 FILLER PIC X(3) VALUE " - ".
           02 BL-RESULT PIC X(20).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-IF.

           OPEN OUTPUT BACKOUT-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE BACKOUT-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           STRING "BACKOUT DE EMP-TRAN-APPLY DEL " WS-BACKOUT-DATE
               DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
               MOVE 'Y' TO WS-HIS-USED-TBL(WS-HIS-HIT)
               MOVE WS-HIS-BEFORE-TBL(WS-HIS-HIT)
                   TO WS-BEFORE-IMAGE
               MOVE WS-HIS-BEF-PAY-TBL(WS-HIS-HIT)
                   TO WS-BEFORE-PAY
               MOVE WS-HIS-BEF-MGR-TBL(WS-HIS-HIT)
                   TO WS-BEFORE-MGR
               EVALUATE WS-CURR-TYPE
                   WHEN 'A'
                       PERFORM UNDO-ALTA
                   PERFORM RECORD-SKIP
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                   MOVE EMP-PAY TO WS-AFTER-PAY
                   MOVE EMP-MANAGER-ID TO WS-AFTER-MGR
                   DELETE EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "ERROR DE BORRADO" TO BL-RESULT
                   PERFORM RECORD-SKIP
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                   MOVE EMP-PAY TO WS-AFTER-PAY
                   MOVE EMP-MANAGER-ID TO WS-AFTER-MGR
                   MOVE WS-BEFORE-IMAGE TO EMPLOYEE-RECORD
                   PERFORM RESTORE-BEFORE-PAY
                   PERFORM RESTORE-BEFORE-MGR
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE "ERROR DE REESCRITURA" TO BL-RESULT

       UNDO-BAJA.
           MOVE WS-BEFORE-IMAGE TO EMPLOYEE-RECORD.
           PERFORM RESTORE-BEFORE-PAY.
           PERFORM RESTORE-BEFORE-MGR.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE SPACES TO WS-AFTER-PAY.
           MOVE SPACES TO WS-AFTER-MGR.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "BAJA YA REPUESTA" TO BL-RESULT
                   PERFORM RECORD-BACKOUT
           END-WRITE.

      *    History written before pay was carried has no pay in
      *    the before-image; the restored employee comes back unpaid
      *    rather than with an unreadable rate.
       RESTORE-BEFORE-PAY.
           IF WS-BEFORE-PAY = SPACES
               MOVE ZERO TO EMP-PAY-RATE
               MOVE SPACE TO EMP-PAY-BASIS
           ELSE
               MOVE WS-BEFORE-PAY TO EMP-PAY
           END-IF.

      *    Likewise history from before the reporting line was kept
      *    brings the employee back without a manager.
       RESTORE-BEFORE-MGR.
           IF WS-BEFORE-MGR IS NUMERIC
               MOVE WS-BEFORE-MGR-N TO EMP-MANAGER-ID
           ELSE
               MOVE ZERO TO EMP-MANAGER-ID
           END-IF.

       RECORD-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT.
           WRITE BACKOUT-REPORT-LINE FROM WS-BACKOUT-LINE.
           MOVE "BACKOUT" TO HIS-OPERATOR.
           MOVE WS-AFTER-IMAGE TO HIS-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE TO HIS-AFTER-IMAGE.
           MOVE WS-AFTER-PAY TO HIS-BEFORE-PAY.
           MOVE WS-BEFORE-PAY TO HIS-AFTER-PAY.
           MOVE WS-AFTER-MGR TO HIS-BEFORE-MGR.
           MOVE WS-BEFORE-MGR TO HIS-AFTER-MGR.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
                                   MOVE HIS-BEFORE-IMAGE TO
                                       WS-HIS-BEFORE-TBL
                                           (WS-HIS-COUNT)
                                   MOVE HIS-BEFORE-PAY TO
                                       WS-HIS-BEF-PAY-TBL
                                           (WS-HIS-COUNT)
                                   MOVE HIS-BEFORE-MGR TO
                                       WS-HIS-BEF-MGR-TBL
                                           (WS-HIS-COUNT)
                                   MOVE 'N' TO
                                       WS-HIS-USED-TBL(WS-HIS-COUNT)
                               END-IF
