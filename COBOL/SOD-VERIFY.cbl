       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT DELEGATION-FILE ASSIGN TO "DELEGATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLG-STATUS.
           SELECT DELEGATED-APPROVAL-FILE ASSIGN TO "DLGAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAP-STATUS.
           SELECT VIOLATION-REPORT-FILE ASSIGN TO "SODVIOL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       COPY CONDEXC.

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  DELEGATION-FILE.
       COPY DELEGREC.

       FD  DELEGATED-APPROVAL-FILE.
       COPY DLGAPPR.

       FD  VIOLATION-REPORT-FILE.
       01  VIOLATION-REPORT-LINE PIC X(80).
       01  WS-AUD-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-OPM-STATUS PIC XX.
       01  WS-DLG-STATUS PIC XX.
       01  WS-DAP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

               03 WS-CHG-ROWS       PIC 9(3).
               03 WS-CHG-SAME-FLAG  PIC X.

       01  WS-DLG-SUB PIC 9(3).
       01  WS-QUEUE-SUB PIC 9.
       01  WS-DLG-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DLG-TABLE.
           02 WS-DLG-ENTRY OCCURS 500 TIMES PIC X(102).
       01  WS-DLG-IN-FORCE-FLAG PIC X.
           88 WS-DLG-IN-FORCE VALUE 'Y' FALSE 'N'.

       01  WS-VIOLATION-COUNT PIC 9(4) VALUE ZERO.
       01  WS-VIOLATION-TEXT PIC X(60).

       COPY RUNSTAMP.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

           OPEN OUTPUT VIOLATION-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE VIOLATION-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "SEGREGACION DE FUNCIONES - VIOLACIONES AL "
               WS-RUN-DATE DELIMITED BY SIZE
           PERFORM VERIFY-REVERSAL-APPROVERS.
           PERFORM VERIFY-RATE-CHANGES.
           PERFORM VERIFY-EXCEPTION-REVIEWERS.
           PERFORM VERIFY-DELEGATED-DECISIONS.

           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "VIOLACIONES DETECTADAS: " WS-VIOLATION-COUNT
               PERFORM WRITE-VIOLATION
           END-IF.

      *    Each decision taken under a delegation must have had the
      *    delegation in force that day, a SUPERVIS delegate, and
      *    must not be an approval of an item raised by either the
      *    delegate or the supervisor it was taken for.
       VERIFY-DELEGATED-DECISIONS.
           PERFORM LOAD-DELEGATION-TABLE.
           OPEN INPUT DELEGATED-APPROVAL-FILE.
           IF WS-DAP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DELEGATED-APPROVAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-DELEGATED-DECISION
                   END-READ
               END-PERFORM
               CLOSE DELEGATED-APPROVAL-FILE
           END-IF.

       CHECK-ONE-DELEGATED-DECISION.
           PERFORM CHECK-DELEGATION-WINDOW.
           IF NOT WS-DLG-IN-FORCE
               MOVE SPACES TO WS-VIOLATION-TEXT
               STRING "DELEGACION " DAP-DELEGATION-ID
                   " NO VIGENTE EL " DAP-DATE " - DECIDIO "
                   DAP-DELEGATE
                   DELIMITED BY SIZE INTO WS-VIOLATION-TEXT
               PERFORM WRITE-VIOLATION
           END-IF.

           MOVE DAP-DELEGATE TO WS-CHECK-OPERATOR.
           PERFORM LOOKUP-OPERATOR.
           IF NOT WS-OPER-SUPERVIS
               MOVE SPACES TO WS-VIOLATION-TEXT
               STRING "DELEGADO " DAP-DELEGATE
                   " SIN ROL SUPERVIS - COLA " DAP-QUEUE " "
                   DAP-ITEM-KEY(1:15)
                   DELIMITED BY SIZE INTO WS-VIOLATION-TEXT
               PERFORM WRITE-VIOLATION
           END-IF.

      *    Denials and rejections are not approvals and are left out.
           IF DAP-MAKER NOT = SPACES
               AND NOT (DAP-QUEUE = 'R' AND DAP-DECISION = 'D')
               AND NOT (DAP-QUEUE = 'T' AND DAP-DECISION = 'R')
               IF DAP-MAKER = DAP-DELEGATE
                   MOVE SPACES TO WS-VIOLATION-TEXT
                   STRING "COLA " DAP-QUEUE " " DAP-ITEM-KEY(1:15)
                       " APROBADA POR SU AUTOR " DAP-MAKER
                       DELIMITED BY SIZE INTO WS-VIOLATION-TEXT
                   PERFORM WRITE-VIOLATION
               END-IF
               IF DAP-MAKER = DAP-DELEGATOR
                   MOVE SPACES TO WS-VIOLATION-TEXT
                   STRING "COLA " DAP-QUEUE " " DAP-ITEM-KEY(1:15)
                       " APROBADA A NOMBRE DEL AUTOR " DAP-MAKER
                       DELIMITED BY SIZE INTO WS-VIOLATION-TEXT
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

       CHECK-DELEGATION-WINDOW.
           SET WS-DLG-IN-FORCE TO FALSE.
           EVALUATE DAP-QUEUE
               WHEN 'R'
                   MOVE 1 TO WS-QUEUE-SUB
               WHEN 'T'
                   MOVE 2 TO WS-QUEUE-SUB
               WHEN 'E'
                   MOVE 3 TO WS-QUEUE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-QUEUE-SUB
           END-EVALUATE.
           PERFORM VARYING WS-DLG-SUB FROM 1 BY 1
                   UNTIL WS-DLG-SUB > WS-DLG-COUNT OR WS-DLG-IN-FORCE
               MOVE WS-DLG-ENTRY(WS-DLG-SUB) TO DELEGATION-RECORD
               IF DLG-ID = DAP-DELEGATION-ID
                   AND WS-QUEUE-SUB > ZERO
                   AND DLG-DELEGATOR = DAP-DELEGATOR
                   AND DLG-DELEGATE = DAP-DELEGATE
                   AND DLG-QUEUE-FLAG(WS-QUEUE-SUB) = 'Y'
                   AND DLG-FROM-DATE <= DAP-DATE
                   AND DLG-TO-DATE >= DAP-DATE
                   IF DLG-CANCEL-DATE = ZERO
                       OR DLG-CANCEL-DATE > DAP-DATE
                       SET WS-DLG-IN-FORCE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-DELEGATION-TABLE.
           OPEN INPUT DELEGATION-FILE.
           IF WS-DLG-STATUS = "00"
               SET WS-EOF TO FALSE
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

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS = "00"
