      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "EODSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "BKMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
       COPY RUNBOOK.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           02 SCH-JOB-NAME    PIC X(20).
           02 SCH-FREQUENCY   PIC X.
           02 SCH-DAY-OF-WEEK PIC 9.
           02 SCH-DEPENDS     PIC X(20).
           02 SCH-ENABLED     PIC X.

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           02 MAN-FILE-NAME PIC X(12).
           02 MAN-TYPE      PIC X.

       WORKING-STORAGE SECTION.
       01  WS-RBK-STATUS PIC XX.
       01  WS-SCH-STATUS PIC XX.
       01  WS-MAN-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-LOAD-FLAG PIC X VALUE 'Y'.
           88 WS-LOAD-OK VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-LINE-TOTAL PIC 9(3).
       01  WS-PROC-COUNT PIC 9(3).
       01  WS-ENTERED-LINE PIC X(2).
       01  WS-ENTERED-KIND PIC X.
       01  WS-ENTERED-TEXT PIC X(60).

      *    Kept in key order (message, step, line) so a procedure
      *    reads top to bottom.
       01  WS-RBK-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RBK-TABLE.
           02 WS-RBK-ENTRY OCCURS 500 TIMES PIC X(107).

       01  WS-WANT-KEY.
           02 WS-WANT-MSG-ID PIC X(8).
           02 WS-WANT-STEP   PIC X(20).
           02 WS-WANT-LINE   PIC 9(2).
       01  WS-PREV-PROC PIC X(28).
       01  WS-HOLD-RECORD PIC X(107).

       01  WS-JOB-SUB PIC 9(2).
       01  WS-JOB-COUNT PIC 9(2) VALUE ZERO.
       01  WS-JOB-TABLE.
           02 WS-JOB-NAME-TBL OCCURS 50 TIMES PIC X(20).
       01  WS-BKF-SUB PIC 9(3).
       01  WS-BKF-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BKF-TABLE.
           02 WS-BKF-NAME-TBL OCCURS 100 TIMES PIC X(12).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.

       01  WS-PROC-LINE.
           02 PL-MSG-ID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PL-STEP PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PL-LINES PIC ZZ9.
           02 FILLER PIC X(7) VALUE " LINEAS".

       01  WS-LIST-LINE.
           02 LL-LINE PIC 99.
           02 FILLER PIC X VALUE SPACE.
           02 LL-KIND PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LL-TEXT PIC X(60).

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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-RUNBOOK-TABLE.
           PERFORM LOAD-JOB-NAMES.
           PERFORM LOAD-BACKUP-FILES.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-PROCEDURES
                       WHEN 'V'
                       WHEN 'v'
                           PERFORM VIEW-PROCEDURE
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-LINE
                               THRU ADD-LINE-EXIT
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM DELETE-LINE
                               THRU DELETE-LINE-EXIT
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED AND WS-LOAD-OK
               PERFORM SAVE-RUNBOOK-TABLE
               DISPLAY "PROCEDIMIENTOS GUARDADOS EN RUNBOOK.DAT"
           ELSE
               DISPLAY "SIN CAMBIOS - RUNBOOK.DAT NO REESCRITO"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "PROCEDIMIENTOS DE RECUPERACION DE LA CADENA".
           DISPLAY "L. LISTAR PROCEDIMIENTOS".
           DISPLAY "V. VER UN PROCEDIMIENTO".
           DISPLAY "A. ALTA O CAMBIO DE LINEA".
           DISPLAY "B. BAJA DE LINEA".
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       AUTHORIZE-ACTION.
           MOVE SPACE TO AUT-FUNCTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
               WHEN 'V'
               WHEN 'v'
                   MOVE 'I' TO AUT-FUNCTION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO AUT-FUNCTION
               WHEN 'B'
               WHEN 'b'
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "RUNBOOK-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

      *    One line per procedure with its number of lines.
       LIST-PROCEDURES.
           IF WS-RBK-COUNT = ZERO
               DISPLAY "RUNBOOK.DAT SIN PROCEDIMIENTOS"
           END-IF.
           MOVE SPACES TO WS-PREV-PROC.
           MOVE ZERO TO WS-LINE-TOTAL.
           MOVE ZERO TO WS-PROC-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RBK-COUNT
               MOVE WS-RBK-ENTRY(WS-SUB) TO RUNBOOK-RECORD
               IF RBK-KEY(1:28) NOT = WS-PREV-PROC
                   IF WS-PREV-PROC NOT = SPACES
                       DISPLAY WS-PROC-LINE
                   END-IF
                   MOVE RBK-KEY(1:28) TO WS-PREV-PROC
                   MOVE RBK-MSG-ID TO PL-MSG-ID
                   MOVE RBK-STEP TO PL-STEP
                   MOVE ZERO TO WS-LINE-TOTAL
                   ADD 1 TO WS-PROC-COUNT
               END-IF
               ADD 1 TO WS-LINE-TOTAL
               MOVE WS-LINE-TOTAL TO PL-LINES
           END-PERFORM.
           IF WS-PREV-PROC NOT = SPACES
               DISPLAY WS-PROC-LINE
               DISPLAY WS-PROC-COUNT " PROCEDIMIENTOS"
           END-IF.

       VIEW-PROCEDURE.
           PERFORM ASK-PROCEDURE-KEY.
           MOVE ZERO TO WS-LINE-TOTAL.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RBK-COUNT
               MOVE WS-RBK-ENTRY(WS-SUB) TO RUNBOOK-RECORD
               IF RBK-MSG-ID = WS-WANT-MSG-ID
                   AND RBK-STEP = WS-WANT-STEP
                   ADD 1 TO WS-LINE-TOTAL
                   PERFORM SHOW-RUNBOOK-LINE
               END-IF
           END-PERFORM.
           IF WS-LINE-TOTAL = ZERO
               DISPLAY "PROCEDIMIENTO INEXISTENTE"
           END-IF.

       SHOW-RUNBOOK-LINE.
           MOVE RBK-LINE TO LL-LINE.
           EVALUATE TRUE
               WHEN RBK-RESTART
                   MOVE "REINICIO" TO LL-KIND
               WHEN RBK-RESTORE
                   MOVE "RESTAURAR" TO LL-KIND
               WHEN RBK-CALL
                   MOVE "LLAMAR A" TO LL-KIND
               WHEN OTHER
                   MOVE "INSTRUC." TO LL-KIND
           END-EVALUATE.
           MOVE RBK-TEXT TO LL-TEXT.
           DISPLAY WS-LIST-LINE.

      *    A blank step means the procedure for any step ("*").
       ASK-PROCEDURE-KEY.
           DISPLAY "ID DE MENSAJE (* = CUALQUIERA) : ".
           ACCEPT WS-WANT-MSG-ID.
           DISPLAY "PASO DE LA CADENA (* O EN BLANCO = CUALQUIERA) : ".
           ACCEPT WS-WANT-STEP.
           IF WS-WANT-STEP = SPACES
               MOVE "*" TO WS-WANT-STEP
           END-IF.
           MOVE ZERO TO WS-WANT-LINE.

      *    Adding a line number that already exists replaces that
      *    line once confirmed.
       ADD-LINE.
           PERFORM ASK-PROCEDURE-KEY.
           IF WS-WANT-MSG-ID = SPACES
               DISPLAY "EL ID DE MENSAJE ES OBLIGATORIO"
               GO TO ADD-LINE-EXIT
           END-IF.
           IF WS-WANT-STEP NOT = "*"
               SET WS-FOUND TO FALSE
               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-COUNT OR WS-FOUND
                   IF WS-JOB-NAME-TBL(WS-JOB-SUB) = WS-WANT-STEP
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   DISPLAY "PASO NO DEFINIDO EN EODSCHED.DAT"
                   GO TO ADD-LINE-EXIT
               END-IF
           END-IF.

           DISPLAY "NUMERO DE LINEA (01-99) : ".
           ACCEPT WS-ENTERED-LINE.
           IF WS-ENTERED-LINE IS NOT NUMERIC
               OR WS-ENTERED-LINE = "00"
               DISPLAY "NUMERO DE LINEA INVALIDO"
               GO TO ADD-LINE-EXIT
           END-IF.
           MOVE WS-ENTERED-LINE TO WS-WANT-LINE.

           DISPLAY "TIPO (R = REINICIO, F = RESTAURAR ARCHIVO, "
               "C = LLAMAR A, I = INSTRUCCION) : ".
           ACCEPT WS-ENTERED-KIND.
           MOVE WS-ENTERED-KIND TO RBK-KIND.
           IF NOT RBK-KIND-VALID
               DISPLAY "TIPO INVALIDO"
               GO TO ADD-LINE-EXIT
           END-IF.

           IF RBK-RESTORE
               DISPLAY "ARCHIVO A RESTAURAR Y COMENTARIO : "
           ELSE
               DISPLAY "TEXTO : "
           END-IF.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT = SPACES
               DISPLAY "EL TEXTO ES OBLIGATORIO - ALTA RECHAZADA"
               GO TO ADD-LINE-EXIT
           END-IF.
           IF RBK-RESTORE
               SET WS-FOUND TO FALSE
               PERFORM VARYING WS-BKF-SUB FROM 1 BY 1
                       UNTIL WS-BKF-SUB > WS-BKF-COUNT OR WS-FOUND
                   IF WS-BKF-NAME-TBL(WS-BKF-SUB) =
                       WS-ENTERED-TEXT(1:12)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   DISPLAY "ARCHIVO " WS-ENTERED-TEXT(1:12)
                       " NO FIGURA EN BKMANIF.DAT - SIN RESPALDO"
                   GO TO ADD-LINE-EXIT
               END-IF
           END-IF.

           PERFORM FIND-LINE.
           IF WS-FOUND
               MOVE WS-RBK-ENTRY(WS-HIT) TO RUNBOOK-RECORD
               PERFORM SHOW-RUNBOOK-LINE
               DISPLAY "LA LINEA YA EXISTE - REEMPLAZAR ? S/N : "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
                   DISPLAY "CAMBIO CANCELADO"
                   GO TO ADD-LINE-EXIT
               END-IF
           ELSE
               IF WS-RBK-COUNT >= 500
                   DISPLAY "RUNBOOK.DAT LLENO (500)"
                   GO TO ADD-LINE-EXIT
               END-IF
               PERFORM OPEN-TABLE-SLOT
           END-IF.

           MOVE SPACES TO RUNBOOK-RECORD.
           MOVE WS-WANT-KEY TO RBK-KEY.
           MOVE WS-ENTERED-KIND TO RBK-KIND.
           MOVE WS-ENTERED-TEXT TO RBK-TEXT.
           MOVE SGN-OPERATOR-ID TO RBK-UPDATED-BY.
           MOVE WS-RUN-DATE TO RBK-UPDATED-DATE.
           MOVE RUNBOOK-RECORD TO WS-RBK-ENTRY(WS-HIT).
           SET WS-CHANGED TO TRUE.
           DISPLAY "LINEA " WS-WANT-LINE " REGISTRADA".
       ADD-LINE-EXIT.
           EXIT.

      *    WS-HIT is the matching line or, when not found, the place
      *    the line belongs in key order.
       FIND-LINE.
           SET WS-FOUND TO FALSE.
           MOVE 1 TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RBK-COUNT OR WS-FOUND
               MOVE WS-RBK-ENTRY(WS-SUB) TO RUNBOOK-RECORD
               IF RBK-KEY = WS-WANT-KEY
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT
               ELSE
                   IF RBK-KEY < WS-WANT-KEY
                       COMPUTE WS-HIT = WS-SUB + 1
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-TABLE-SLOT.
           PERFORM VARYING WS-SUB FROM WS-RBK-COUNT BY -1
                   UNTIL WS-SUB < WS-HIT
               MOVE WS-RBK-ENTRY(WS-SUB) TO WS-RBK-ENTRY(WS-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-RBK-COUNT.

       DELETE-LINE.
           PERFORM ASK-PROCEDURE-KEY.
           DISPLAY "NUMERO DE LINEA A DAR DE BAJA : ".
           ACCEPT WS-ENTERED-LINE.
           IF WS-ENTERED-LINE IS NOT NUMERIC
               DISPLAY "NUMERO DE LINEA INVALIDO"
               GO TO DELETE-LINE-EXIT
           END-IF.
           MOVE WS-ENTERED-LINE TO WS-WANT-LINE.
           PERFORM FIND-LINE.
           IF NOT WS-FOUND
               DISPLAY "LINEA INEXISTENTE"
               GO TO DELETE-LINE-EXIT
           END-IF.
           MOVE WS-RBK-ENTRY(WS-HIT) TO RUNBOOK-RECORD.
           PERFORM SHOW-RUNBOOK-LINE.
           DISPLAY "CONFIRMA BAJA DE LA LINEA ? S/N : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "BAJA CANCELADA"
               GO TO DELETE-LINE-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                   UNTIL WS-SUB >= WS-RBK-COUNT
               MOVE WS-RBK-ENTRY(WS-SUB + 1) TO WS-RBK-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RBK-COUNT.
           SET WS-CHANGED TO TRUE.
           DISPLAY "LINEA DADA DE BAJA".
       DELETE-LINE-EXIT.
           EXIT.

       LOAD-RUNBOOK-TABLE.
           OPEN INPUT RUNBOOK-FILE.
           IF WS-RBK-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RUNBOOK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RBK-COUNT >= 500
                               DISPLAY "RUNBOOK.DAT HAS MORE THAN "
                                   "500 LINES - EXTRA IGNORED"
                               SET WS-LOAD-OK TO FALSE
                               SET WS-EOF TO TRUE
                           ELSE
                               MOVE RUNBOOK-RECORD TO WS-HOLD-RECORD
                               MOVE RBK-KEY TO WS-WANT-KEY
                               PERFORM FIND-LINE
                               IF NOT WS-FOUND
                                   PERFORM OPEN-TABLE-SLOT
                               END-IF
                               MOVE WS-HOLD-RECORD TO
                                   WS-RBK-ENTRY(WS-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNBOOK-FILE
           ELSE
               IF WS-RBK-STATUS NOT = "35"
                   DISPLAY "RUNBOOK.DAT NO DISPONIBLE - STATUS "
                       WS-RBK-STATUS
                   SET WS-LOAD-OK TO FALSE
               END-IF
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-JOB-NAMES.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCH-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SCHEDULE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-JOB-COUNT >= 50
                               DISPLAY "EODSCHED.DAT HAS MORE THAN 50 "
                                   "JOBS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-JOB-COUNT
                               MOVE SCH-JOB-NAME TO
                                   WS-JOB-NAME-TBL(WS-JOB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               DISPLAY "EODSCHED.DAT NO DISPONIBLE - SOLO SE ADMITEN "
                   "PROCEDIMIENTOS PARA CUALQUIER PASO"
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-BACKUP-FILES.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MAN-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BKF-COUNT >= 100
                               DISPLAY "BKMANIF.DAT HAS MORE THAN 100 "
                                   "FILES - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-BKF-COUNT
                               MOVE MAN-FILE-NAME TO
                                   WS-BKF-NAME-TBL(WS-BKF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-RUNBOOK-TABLE.
           OPEN OUTPUT RUNBOOK-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RBK-COUNT
               MOVE WS-RBK-ENTRY(WS-SUB) TO RUNBOOK-RECORD
               WRITE RUNBOOK-RECORD
           END-PERFORM.
           CLOSE RUNBOOK-FILE.

       END PROGRAM RUNBOOK-MAINT.
