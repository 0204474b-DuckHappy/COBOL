       01  WS-IMAGE-LINE.
           02 IL-LABEL PIC X(8).
           02 IL-IMAGE PIC X(52).
           02 IL-PAY.
               03 FILLER PIC X(6) VALUE " PAGO ".
               03 IL-PAY-RATE PIC ZZZZZZ9.99.
               03 FILLER PIC X(1) VALUE SPACE.
               03 IL-PAY-BASIS PIC X.
           02 IL-MGR.
               03 FILLER PIC X(6) VALUE " JEFE ".
               03 IL-MGR-ID PIC X(6).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-SEL-TO-DATE.

           OPEN OUTPUT HISTORY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE HISTORY-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE HISTORY-REPORT-LINE FROM WS-HDR-LINE.


           MOVE "  ANTES " TO IL-LABEL.
           MOVE HIS-BEFORE-IMAGE TO IL-IMAGE.
           IF HIS-BEFORE-PAY-RATE IS NUMERIC
               MOVE " PAGO " TO IL-PAY
               MOVE HIS-BEFORE-PAY-RATE TO IL-PAY-RATE
               MOVE HIS-BEFORE-PAY-BASIS TO IL-PAY-BASIS
           ELSE
               MOVE SPACES TO IL-PAY
           END-IF.
           IF HIS-BEFORE-MGR IS NUMERIC
               MOVE " JEFE " TO IL-MGR
               MOVE HIS-BEFORE-MGR TO IL-MGR-ID
           ELSE
               MOVE SPACES TO IL-MGR
           END-IF.
           WRITE HISTORY-REPORT-LINE FROM WS-IMAGE-LINE.

           MOVE "  DESP  " TO IL-LABEL.
           MOVE HIS-AFTER-IMAGE TO IL-IMAGE.
           IF HIS-AFTER-PAY-RATE IS NUMERIC
               MOVE " PAGO " TO IL-PAY
               MOVE HIS-AFTER-PAY-RATE TO IL-PAY-RATE
               MOVE HIS-AFTER-PAY-BASIS TO IL-PAY-BASIS
           ELSE
               MOVE SPACES TO IL-PAY
           END-IF.
           IF HIS-AFTER-MGR IS NUMERIC
               MOVE " JEFE " TO IL-MGR
               MOVE HIS-AFTER-MGR TO IL-MGR-ID
           ELSE
               MOVE SPACES TO IL-MGR
           END-IF.
           WRITE HISTORY-REPORT-LINE FROM WS-IMAGE-LINE.

       END PROGRAM EMP-HISTORY.
