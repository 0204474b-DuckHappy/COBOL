           SELECT ABSENCE-CTL-FILE ASSIGN TO "ABSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT DELEGATION-FILE ASSIGN TO "DELEGATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLG-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "ABSTRCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           02 CTL-ANNUAL-DAYS PIC 9(3).
           02 CTL-CARRY-MAX   PIC 9(3).

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  DELEGATION-FILE.
       COPY DELEGREC.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE PIC X(60).

       01  WS-ABS-STATUS PIC XX.
       01  WS-RJ-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-OPM-STATUS PIC XX.
       01  WS-DLG-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-TRAN-VALID-FLAG PIC X.
       01  WS-ABS-DAYS PIC 9(3).
       01  WS-DAY-LIMIT PIC 9(3) VALUE 200.

      *    Approvers are the active SUPERVIS operators linked to an
      *    employee; their leave is checked against DELEGATE.DAT.
       01  WS-APR-SUB PIC 9(3).
       01  WS-APR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-APR-TABLE.
           02 WS-APR-ENTRY OCCURS 100 TIMES.
               03 WS-APR-OPERATOR PIC X(8).
               03 WS-APR-EMP-ID   PIC 9(6).
       01  WS-DLG-SUB PIC 9(3).
       01  WS-DLG-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DLG-TABLE.
           02 WS-DLG-ENTRY OCCURS 500 TIMES PIC X(102).
       01  WS-QUEUE-SUB PIC 9.
       01  WS-COVERED.
           02 WS-COVERED-FLAG PIC X OCCURS 3 TIMES.
       01  WS-QUEUE-LETTERS PIC X(3) VALUE "RTE".
       01  WS-MISSING-QUEUES PIC X(5).
       01  WS-SUGGEST-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SUGGEST-TABLE.
           02 WS-SUGGEST-LINE OCCURS 50 TIMES PIC X(60).

       01  WS-COUNTS.
           02 WS-READ-COUNT     PIC 9(5) VALUE ZERO.
           02 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
           02 WC-LABEL PIC X(30).
           02 WC-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ABSENCE-CONFIG.
           PERFORM LOAD-BALANCE-TABLE.
           PERFORM LOAD-APPROVER-TABLE.
           PERFORM LOAD-DELEGATION-TABLE.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
           DISPLAY "EMP-ABSENCE - LEIDAS " WS-READ-COUNT
               " APLICADAS " WS-APPLIED-COUNT
               " RECHAZADAS " WS-REJECTED-COUNT.
           IF WS-SUGGEST-COUNT > ZERO
               DISPLAY "EMP-ABSENCE - " WS-SUGGEST-COUNT
                   " APROBADORES AUSENTES SIN DELEGACION - VER "
                   "ABSTRCTL.RPT"
           END-IF.
           GOBACK.

       APPLY-ABSENCE.
               END-READ
           END-IF.

      *    'S' is unpaid leave: it does not touch the vacation
      *    balance and the payroll run deducts its days.
           IF WS-TRAN-VALID
               IF TRN-TYPE NOT = 'V' AND TRN-TYPE NOT = 'E'
                   AND TRN-TYPE NOT = 'O' AND TRN-TYPE NOT = 'S'
                   MOVE "TIPO DE AUSENCIA INVALIDO" TO RJ-REASON
                   PERFORM REJECT-ABSENCE
               END-IF
           END-IF.
           WRITE ABSENCE-RECORD.
           CLOSE ABSENCE-FILE.
           PERFORM VARYING WS-APR-SUB FROM 1 BY 1
                   UNTIL WS-APR-SUB > WS-APR-COUNT
               IF WS-APR-EMP-ID(WS-APR-SUB) = TRN-EMP-ID
                   AND TRN-TO-DATE >= WS-RUN-DATE
                   PERFORM SUGGEST-DELEGATION
               END-IF
           END-PERFORM.
       CHECK-AND-BOOK-EXIT.
           EXIT.

      *    An approver on leave should hand each approval queue to
      *    another supervisor for the whole absence; any queue not
      *    covered by a delegation in force is suggested.
       SUGGEST-DELEGATION.
           MOVE "NNN" TO WS-COVERED.
           PERFORM VARYING WS-DLG-SUB FROM 1 BY 1
                   UNTIL WS-DLG-SUB > WS-DLG-COUNT
               MOVE WS-DLG-ENTRY(WS-DLG-SUB) TO DELEGATION-RECORD
               IF DLG-DELEGATOR = WS-APR-OPERATOR(WS-APR-SUB)
                   AND DLG-FROM-DATE <= TRN-FROM-DATE
                   AND DLG-TO-DATE >= TRN-TO-DATE
                   AND (DLG-CANCEL-DATE = ZERO
                   OR DLG-CANCEL-DATE > TRN-TO-DATE)
                   PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                           UNTIL WS-QUEUE-SUB > 3
                       IF DLG-QUEUE-FLAG(WS-QUEUE-SUB) = 'Y'
                           MOVE 'Y' TO WS-COVERED-FLAG(WS-QUEUE-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-COVERED NOT = "YYY"
               MOVE SPACES TO WS-MISSING-QUEUES
               PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                       UNTIL WS-QUEUE-SUB > 3
                   IF WS-COVERED-FLAG(WS-QUEUE-SUB) = 'N'
                       MOVE WS-QUEUE-LETTERS(WS-QUEUE-SUB:1) TO
                           WS-MISSING-QUEUES(WS-QUEUE-SUB * 2 - 1:1)
                   END-IF
               END-PERFORM
               DISPLAY "SUGERENCIA: DELEGAR LAS APROBACIONES DE "
                   WS-APR-OPERATOR(WS-APR-SUB) " DEL " TRN-FROM-DATE
                   " AL " TRN-TO-DATE " (DELEG-MAINT)"
               IF WS-SUGGEST-COUNT < 50
                   ADD 1 TO WS-SUGGEST-COUNT
                   MOVE SPACES TO WS-SUGGEST-LINE(WS-SUGGEST-COUNT)
                   STRING "DELEGAR " WS-APR-OPERATOR(WS-APR-SUB)
                       " DEL " TRN-FROM-DATE " AL " TRN-TO-DATE
                       " COLAS " WS-MISSING-QUEUES
                       DELIMITED BY SIZE
                       INTO WS-SUGGEST-LINE(WS-SUGGEST-COUNT)
               END-IF
           END-IF.

       REJECT-ABSENCE.
           SET WS-TRAN-VALID TO FALSE.
           ADD 1 TO WS-REJECTED-COUNT.
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-APPROVER-TABLE.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF OPM-ROLE = "SUPERVIS"
                               AND OPM-ACTIVE-FLAG = 'Y'
                               AND OPM-EMP-ID-N IS NUMERIC
                               AND WS-APR-COUNT < 100
                               ADD 1 TO WS-APR-COUNT
                               MOVE OPM-ID TO
                                   WS-APR-OPERATOR(WS-APR-COUNT)
                               MOVE OPM-EMP-ID-N TO
                                   WS-APR-EMP-ID(WS-APR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-DELEGATION-TABLE.
           OPEN INPUT DELEGATION-FILE.
           IF WS-DLG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DELEGATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DLG-COUNT >= 500
                               DISPLAY "DELEGATE.DAT HAS MORE THAN "
                                   "500 ROWS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-DLG-COUNT
                               MOVE DELEGATION-RECORD TO
                                   WS-DLG-ENTRY(WS-DLG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELEGATION-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-BALANCE-TABLE.
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CONTROL-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "EMP-ABSENCE CONTROL REPORT - " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "DELEGACIONES SUGERIDAS      : " TO WC-LABEL.
           MOVE WS-SUGGEST-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SUGGEST-COUNT
               WRITE CONTROL-REPORT-LINE FROM WS-SUGGEST-LINE(WS-SUB)
           END-PERFORM.

           CLOSE CONTROL-REPORT-FILE.

       END PROGRAM EMP-ABSENCE.
