      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEG-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGATION-FILE ASSIGN TO "DELEGATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLG-STATUS.
           SELECT DELEGATED-APPROVAL-FILE ASSIGN TO "DLGAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATION-FILE.
       COPY DELEGREC.

       FD  DELEGATED-APPROVAL-FILE.
       COPY DLGAPPR.

       WORKING-STORAGE SECTION.
       01  WS-DLG-STATUS PIC XX.
       01  WS-DAP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-LOADED VALUE 'Y'.
       01  WS-MATCH-FLAG PIC X.
           88 WS-MATCH VALUE 'Y' FALSE 'N'.

       01  WS-SUB PIC 9(3).
       01  WS-QUEUE-SUB PIC 9.
       01  WS-DLG-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DLG-TABLE.
           02 WS-DLG-ENTRY OCCURS 500 TIMES PIC X(102).

       LINKAGE SECTION.
       COPY DELEGRQ.

       PROCEDURE DIVISION USING DELEGATION-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-DELEGATIONS
               SET WS-LOADED TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN DLQ-FUNC-FIND
                   PERFORM FIND-DELEGATIONS
               WHEN DLQ-FUNC-VALIDATE
                   PERFORM VALIDATE-DELEGATION
               WHEN DLQ-FUNC-WRITE
                   PERFORM WRITE-DELEGATED-DECISION
           END-EVALUATE.
           GOBACK.

       FIND-DELEGATIONS.
           SET DLQ-IN-FORCE TO FALSE.
           MOVE ZERO TO DLQ-FOUND-COUNT.
           PERFORM SET-QUEUE-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLG-COUNT
               MOVE WS-DLG-ENTRY(WS-SUB) TO DELEGATION-RECORD
               PERFORM CHECK-IN-FORCE
               IF WS-MATCH
                   ADD 1 TO DLQ-FOUND-COUNT
                   IF NOT DLQ-IN-FORCE
                       SET DLQ-IN-FORCE TO TRUE
                       MOVE DLG-DELEGATOR TO DLQ-DELEGATOR
                       MOVE DLG-ID TO DLQ-DELEGATION-ID
                       MOVE DLG-TO-DATE TO DLQ-TO-DATE
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-DELEGATION.
           SET DLQ-IN-FORCE TO FALSE.
           MOVE ZERO TO DLQ-DELEGATION-ID.
           MOVE ZERO TO DLQ-TO-DATE.
           PERFORM SET-QUEUE-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLG-COUNT OR DLQ-IN-FORCE
               MOVE WS-DLG-ENTRY(WS-SUB) TO DELEGATION-RECORD
               PERFORM CHECK-IN-FORCE
               IF WS-MATCH AND DLG-DELEGATOR = DLQ-DELEGATOR
                   SET DLQ-IN-FORCE TO TRUE
                   MOVE DLG-ID TO DLQ-DELEGATION-ID
                   MOVE DLG-TO-DATE TO DLQ-TO-DATE
               END-IF
           END-PERFORM.

       SET-QUEUE-SUB.
           EVALUATE TRUE
               WHEN DLQ-QUEUE-REVERSAL
                   MOVE 1 TO WS-QUEUE-SUB
               WHEN DLQ-QUEUE-RATE
                   MOVE 2 TO WS-QUEUE-SUB
               WHEN DLQ-QUEUE-EXCEPTION
                   MOVE 3 TO WS-QUEUE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-QUEUE-SUB
           END-EVALUATE.

      *    The delegation must name this operator, cover this queue
      *    and have the date inside its window, not yet cancelled.
       CHECK-IN-FORCE.
           SET WS-MATCH TO FALSE.
           IF WS-QUEUE-SUB > ZERO
               AND DLG-DELEGATE = DLQ-DELEGATE
               AND DLG-QUEUE-FLAG(WS-QUEUE-SUB) = 'Y'
               AND DLG-FROM-DATE <= DLQ-DATE
               AND DLG-TO-DATE >= DLQ-DATE
               IF DLG-CANCEL-DATE = ZERO
                   OR DLG-CANCEL-DATE > DLQ-DATE
                   SET WS-MATCH TO TRUE
               END-IF
           END-IF.

       WRITE-DELEGATED-DECISION.
           MOVE DLQ-DATE TO DAP-DATE.
           ACCEPT DAP-TIME FROM TIME.
           MOVE DLQ-QUEUE TO DAP-QUEUE.
           MOVE DLQ-DECISION TO DAP-DECISION.
           MOVE DLQ-ITEM-KEY TO DAP-ITEM-KEY.
           MOVE DLQ-MAKER TO DAP-MAKER.
           MOVE DLQ-DELEGATE TO DAP-DELEGATE.
           MOVE DLQ-DELEGATOR TO DAP-DELEGATOR.
           MOVE DLQ-DELEGATION-ID TO DAP-DELEGATION-ID.
           OPEN EXTEND DELEGATED-APPROVAL-FILE.
           IF WS-DAP-STATUS = "35"
               OPEN OUTPUT DELEGATED-APPROVAL-FILE
           END-IF.
           WRITE DELEGATED-APPROVAL-RECORD.
           CLOSE DELEGATED-APPROVAL-FILE.

      *    Without DELEGATE.DAT nobody is acting for anybody and every
      *    operator decides in their own name.
       LOAD-DELEGATIONS.
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
           ELSE
               IF WS-DLG-STATUS NOT = "35"
                   DISPLAY "DELEGATE.DAT NO DISPONIBLE - STATUS "
                       WS-DLG-STATUS " - SIN DELEGACIONES"
               END-IF
           END-IF.

       END PROGRAM DELEG-CHECK.
