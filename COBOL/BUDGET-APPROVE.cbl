      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO "BUDPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPR-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "MOBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       COPY BUDPROP.

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           02 BUD-MONTH          PIC 9(6).
           02 BUD-SURCH-REVENUE  PIC 9(9)V999.
           02 BUD-BREACH-COUNT   PIC 9(5).
           02 BUD-REVERSAL-TOTAL PIC 9(9)V999.

       WORKING-STORAGE SECTION.
       01  WS-BPR-STATUS PIC XX.
       01  WS-BUD-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-BUDGET-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-BUDGET-LOADED VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-ANSWER PIC X.
       01  WS-SUB PIC 9(3).
       01  WS-PRP PIC 9(2).
       01  WS-HIT PIC 9(3).
       01  WS-REPLACE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-NEW-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PROP-YEAR PIC 9(4).

       01  WS-PROPOSAL-COUNT PIC 9(2) VALUE ZERO.
       01  WS-PROPOSAL-TABLE.
           02 WS-PROPOSAL-ENTRY OCCURS 12 TIMES.
               03 WS-PRP-RECORD PIC X(68).

       01  WS-BUDGET-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BUDGET-TABLE.
           02 WS-BUDGET-ENTRY OCCURS 120 TIMES.
               03 WS-BUD-MONTH-TBL    PIC 9(6).
               03 WS-BUD-REVENUE-TBL  PIC 9(9)V999.
               03 WS-BUD-BREACH-TBL   PIC 9(5).
               03 WS-BUD-REVERSAL-TBL PIC 9(9)V999.

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.

       01  WS-PCT-EDIT PIC ZZ9.99.

       01  WS-LIST-LINE.
           02 LL-MONTH PIC 9(6).
           02 FILLER PIC X(10) VALUE " RECARGOS ".
           02 LL-REVENUE PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(9) VALUE " BRECHAS ".
           02 LL-BREACHES PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " REVERSIONES ".
           02 LL-REVERSALS PIC ZZZZZZZZ9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WIN-MODE.
           CALL "WIN-CHECK" USING WINDOW-REQUEST.
           IF NOT WIN-ALLOWED
               DISPLAY "VENTANA NOCTURNA EN CURSO HASTA "
                   WIN-END-TIME " - PROGRAMA NO DISPONIBLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SGN-OPERATOR-ROLE NOT = "SUPERVIS"
               DISPLAY "SOLO SUPERVISORES PUEDEN CARGAR LA "
                   "PROPUESTA DE PRESUPUESTO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM REVIEW-AND-LOAD THRU REVIEW-AND-LOAD-EXIT.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

      *    MOBUDGET.DAT is only rewritten when it was read back
      *    cleanly; a failed load must never be saved back as an
      *    empty budget. Months of the proposal year already in the
      *    file are replaced, the rest are added.
       REVIEW-AND-LOAD.
           PERFORM LOAD-PROPOSAL-TABLE.
           IF WS-PROPOSAL-COUNT = ZERO
               DISPLAY "SIN PROPUESTA DE PRESUPUESTO EN BUDPROP.DAT"
               MOVE 4 TO RETURN-CODE
               GO TO REVIEW-AND-LOAD-EXIT
           END-IF.
           MOVE WS-PRP-RECORD(1) TO BUDGET-PROPOSAL-RECORD.
           MOVE BPR-MONTH(1:4) TO WS-PROP-YEAR.
           IF BPR-LOADED
               DISPLAY "PROPUESTA " WS-PROP-YEAR " YA CARGADA POR "
                   BPR-APPROVER " EL " BPR-APPROVE-DATE
               MOVE 4 TO RETURN-CODE
               GO TO REVIEW-AND-LOAD-EXIT
           END-IF.

           PERFORM LOAD-BUDGET-TABLE.
           IF NOT WS-BUDGET-LOADED
               DISPLAY "MOBUDGET.DAT NO SE PUDO LEER - STATUS "
                   WS-BUD-STATUS " - PROPUESTA NO CARGADA"
               MOVE 8 TO RETURN-CODE
               GO TO REVIEW-AND-LOAD-EXIT
           END-IF.

           PERFORM SHOW-PROPOSAL.
           PERFORM COUNT-REPLACED-MONTHS.
           IF WS-BUDGET-COUNT + WS-NEW-COUNT > 120
               DISPLAY "TABLA DE PRESUPUESTOS LLENA - PROPUESTA "
                   "NO CARGADA"
               MOVE 8 TO RETURN-CODE
               GO TO REVIEW-AND-LOAD-EXIT
           END-IF.
           IF WS-REPLACE-COUNT > ZERO
               DISPLAY WS-REPLACE-COUNT " MESES DE " WS-PROP-YEAR
                   " YA PRESUPUESTADOS SE REEMPLAZAN"
           END-IF.

           DISPLAY "APROBAR Y CARGAR EN MOBUDGET.DAT (S/N) : ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = 'S' AND WS-ANSWER NOT = 's'
               DISPLAY "PROPUESTA NO CARGADA"
               GO TO REVIEW-AND-LOAD-EXIT
           END-IF.

           PERFORM VARYING WS-PRP FROM 1 BY 1
                   UNTIL WS-PRP > WS-PROPOSAL-COUNT
               MOVE WS-PRP-RECORD(WS-PRP) TO BUDGET-PROPOSAL-RECORD
               PERFORM MERGE-PROPOSAL-MONTH
           END-PERFORM.
           PERFORM SAVE-BUDGET-TABLE.
           PERFORM MARK-PROPOSAL-LOADED.
           DISPLAY "PRESUPUESTO " WS-PROP-YEAR " CARGADO - "
               WS-PROPOSAL-COUNT " MESES".
       REVIEW-AND-LOAD-EXIT.
           EXIT.

       SHOW-PROPOSAL.
           MOVE BPR-GROWTH-PCT TO WS-PCT-EDIT.
           DISPLAY "======================================".
           DISPLAY "PROPUESTA DE PRESUPUESTO " WS-PROP-YEAR.
           DISPLAY "GENERADA " BPR-PROP-DATE " CRECIMIENTO "
               BPR-GROWTH-SIGN WS-PCT-EDIT "% - "
               BPR-HIST-MONTHS " MESES DE HISTORIA".
           DISPLAY "DETALLE Y COMPARACION EN BUDPROP.RPT".
           PERFORM VARYING WS-PRP FROM 1 BY 1
                   UNTIL WS-PRP > WS-PROPOSAL-COUNT
               MOVE WS-PRP-RECORD(WS-PRP) TO BUDGET-PROPOSAL-RECORD
               MOVE BPR-MONTH TO LL-MONTH
               MOVE BPR-SURCH-REVENUE TO LL-REVENUE
               MOVE BPR-BREACH-COUNT TO LL-BREACHES
               MOVE BPR-REVERSAL-TOTAL TO LL-REVERSALS
               DISPLAY WS-LIST-LINE
           END-PERFORM.

       COUNT-REPLACED-MONTHS.
           MOVE ZERO TO WS-REPLACE-COUNT.
           MOVE ZERO TO WS-NEW-COUNT.
           PERFORM VARYING WS-PRP FROM 1 BY 1
                   UNTIL WS-PRP > WS-PROPOSAL-COUNT
               MOVE WS-PRP-RECORD(WS-PRP) TO BUDGET-PROPOSAL-RECORD
               PERFORM FIND-MONTH
               IF WS-FOUND
                   ADD 1 TO WS-REPLACE-COUNT
               ELSE
                   ADD 1 TO WS-NEW-COUNT
               END-IF
           END-PERFORM.

       FIND-MONTH.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUDGET-COUNT OR WS-FOUND
               IF WS-BUD-MONTH-TBL(WS-SUB) = BPR-MONTH
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.

       MERGE-PROPOSAL-MONTH.
           PERFORM FIND-MONTH.
           IF NOT WS-FOUND
               ADD 1 TO WS-BUDGET-COUNT
               MOVE WS-BUDGET-COUNT TO WS-HIT
               MOVE BPR-MONTH TO WS-BUD-MONTH-TBL(WS-HIT)
           END-IF.
           MOVE BPR-SURCH-REVENUE TO WS-BUD-REVENUE-TBL(WS-HIT).
           MOVE BPR-BREACH-COUNT TO WS-BUD-BREACH-TBL(WS-HIT).
           MOVE BPR-REVERSAL-TOTAL TO WS-BUD-REVERSAL-TBL(WS-HIT).

      *    The proposal stays on file stamped with who loaded it, so
      *    it cannot be loaded a second time.
       MARK-PROPOSAL-LOADED.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING WS-PRP FROM 1 BY 1
                   UNTIL WS-PRP > WS-PROPOSAL-COUNT
               MOVE WS-PRP-RECORD(WS-PRP) TO BUDGET-PROPOSAL-RECORD
               SET BPR-LOADED TO TRUE
               MOVE SGN-OPERATOR-ID TO BPR-APPROVER
               MOVE WS-RUN-DATE TO BPR-APPROVE-DATE
               WRITE BUDGET-PROPOSAL-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       LOAD-PROPOSAL-TABLE.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-BPR-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PROPOSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PROPOSAL-COUNT >= 12
                               DISPLAY "BUDPROP.DAT HAS MORE THAN "
                                   "12 MONTHS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-PROPOSAL-COUNT
                               MOVE BUDGET-PROPOSAL-RECORD TO
                                   WS-PRP-RECORD(WS-PROPOSAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

      *    A budget file that does not exist yet is an empty budget.
       LOAD-BUDGET-TABLE.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = "35"
               SET WS-BUDGET-LOADED TO TRUE
           END-IF.
           IF WS-BUD-STATUS = "00"
               SET WS-BUDGET-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BUDGET-COUNT >= 120
                               DISPLAY "MOBUDGET.DAT HAS MORE THAN "
                                   "120 MONTHS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-BUDGET-COUNT
                               MOVE BUD-MONTH TO
                                   WS-BUD-MONTH-TBL(WS-BUDGET-COUNT)
                               MOVE BUD-SURCH-REVENUE TO
                                   WS-BUD-REVENUE-TBL(WS-BUDGET-COUNT)
                               MOVE BUD-BREACH-COUNT TO
                                   WS-BUD-BREACH-TBL(WS-BUDGET-COUNT)
                               MOVE BUD-REVERSAL-TOTAL TO
                                   WS-BUD-REVERSAL-TBL(WS-BUDGET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       SAVE-BUDGET-TABLE.
           OPEN OUTPUT BUDGET-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUDGET-COUNT
               MOVE WS-BUD-MONTH-TBL(WS-SUB) TO BUD-MONTH
               MOVE WS-BUD-REVENUE-TBL(WS-SUB) TO BUD-SURCH-REVENUE
               MOVE WS-BUD-BREACH-TBL(WS-SUB) TO BUD-BREACH-COUNT
               MOVE WS-BUD-REVERSAL-TBL(WS-SUB) TO BUD-REVERSAL-TOTAL
               WRITE BUDGET-RECORD
           END-PERFORM.
           CLOSE BUDGET-FILE.

       END PROGRAM BUDGET-APPROVE.
