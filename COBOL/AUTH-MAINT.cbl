      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-MATRIX-FILE ASSIGN TO "AUTHMTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTX-STATUS.
           SELECT AUTH-AUDIT-FILE ASSIGN TO "AUTHAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-MATRIX-FILE.
       COPY AUTHMTX.

       FD  AUTH-AUDIT-FILE.
       01  AUTH-AUDIT-RECORD.
           02 AUD-DATE       PIC 9(8).
           02 AUD-TIME       PIC 9(8).
           02 AUD-OPERATOR   PIC X(8).
           02 AUD-ACTION     PIC X.
           02 AUD-ROLE       PIC X(8).
           02 AUD-PROGRAM    PIC X(20).
           02 AUD-BEFORE     PIC X(5).
           02 AUD-AFTER      PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-MTX-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-FLAGS-VALID-FLAG PIC X.
           88 WS-FLAGS-VALID VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ENTERED-ROLE PIC X(8).
       01  WS-ENTERED-PROGRAM PIC X(20).
       01  WS-NEW-FUNCTIONS PIC X(5).
       01  WS-BEFORE-FUNCTIONS PIC X(5).
       01  WS-CONFIRM PIC X.
       01  WS-SUB PIC 9(3).
       01  WS-FSUB PIC 9(1).
       01  WS-HIT PIC 9(3).

       01  WS-MTX-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MTX-TABLE.
           02 WS-MTX-ENTRY OCCURS 200 TIMES.
               03 WS-MTX-ROLE-TBL      PIC X(8).
               03 WS-MTX-PROGRAM-TBL   PIC X(20).
               03 WS-MTX-FUNCTIONS-TBL PIC X(5).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.

       01  WS-LIST-LINE.
           02 LL-ROLE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-PROGRAM PIC X(20).
           02 FILLER PIC X(7) VALUE " I/A/C/".
           02 FILLER PIC X(5) VALUE "D/P: ".
           02 LL-FUNCTIONS PIC X(5).

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

           PERFORM LOAD-MATRIX-TABLE.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-MATRIX
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-MATRIX-ROW
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CHANGE-MATRIX-ROW
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM DELETE-MATRIX-ROW
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED
               PERFORM SAVE-MATRIX-TABLE
               DISPLAY "MATRIZ DE AUTORIZACION GUARDADA"
           ELSE
               DISPLAY "SIN CAMBIOS - ARCHIVO NO REESCRITO"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "MATRIZ DE AUTORIZACION POR ROL".
           DISPLAY "L. LISTAR AUTORIZACIONES".
           DISPLAY "A. ALTA DE ROL/PROGRAMA".
           DISPLAY "C. CAMBIO DE FUNCIONES".
           DISPLAY "D. BAJA DE ROL/PROGRAMA".
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       AUTHORIZE-ACTION.
           MOVE SPACE TO AUT-FUNCTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   MOVE 'I' TO AUT-FUNCTION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO AUT-FUNCTION
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "AUTH-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-MATRIX.
           IF WS-MTX-COUNT = ZERO
               DISPLAY "MATRIZ DE AUTORIZACION VACIA"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MTX-COUNT
               MOVE WS-MTX-ROLE-TBL(WS-SUB) TO LL-ROLE
               MOVE WS-MTX-PROGRAM-TBL(WS-SUB) TO LL-PROGRAM
               MOVE WS-MTX-FUNCTIONS-TBL(WS-SUB) TO LL-FUNCTIONS
               DISPLAY WS-LIST-LINE
           END-PERFORM.

       ASK-ROLE-PROGRAM.
           MOVE SPACES TO WS-ENTERED-ROLE.
           PERFORM UNTIL WS-ENTERED-ROLE = "OPERATOR"
                   OR WS-ENTERED-ROLE = "SUPERVIS"
                   OR WS-ENTERED-ROLE = "BATCH"
               DISPLAY "ROL (OPERATOR/SUPERVIS/BATCH) : "
               ACCEPT WS-ENTERED-ROLE
           END-PERFORM.
           MOVE SPACES TO WS-ENTERED-PROGRAM.
           PERFORM UNTIL WS-ENTERED-PROGRAM NOT = SPACES
               DISPLAY "PROGRAMA (* = RESTO DE PROGRAMAS) : "
               ACCEPT WS-ENTERED-PROGRAM
           END-PERFORM.
           PERFORM FIND-MATRIX-ROW.

       FIND-MATRIX-ROW.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MTX-COUNT OR WS-FOUND
               IF WS-MTX-ROLE-TBL(WS-SUB) = WS-ENTERED-ROLE
                   AND WS-MTX-PROGRAM-TBL(WS-SUB) = WS-ENTERED-PROGRAM
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.

       ASK-FUNCTIONS.
           SET WS-FLAGS-VALID TO FALSE.
           PERFORM UNTIL WS-FLAGS-VALID
               DISPLAY "FUNCIONES I/A/C/D/P (5 POSICIONES Y/N, "
                   "EJ. YYYNN) : "
               ACCEPT WS-NEW-FUNCTIONS
               SET WS-FLAGS-VALID TO TRUE
               PERFORM VARYING WS-FSUB FROM 1 BY 1
                       UNTIL WS-FSUB > 5
                   IF WS-NEW-FUNCTIONS(WS-FSUB:1) NOT = 'Y'
                       AND WS-NEW-FUNCTIONS(WS-FSUB:1) NOT = 'N'
                       SET WS-FLAGS-VALID TO FALSE
                   END-IF
               END-PERFORM
               IF NOT WS-FLAGS-VALID
                   DISPLAY "ENTRADA INVALIDA - SOLO Y O N"
               END-IF
           END-PERFORM.

       ADD-MATRIX-ROW.
           PERFORM ASK-ROLE-PROGRAM.
           IF WS-FOUND
               DISPLAY "ROL/PROGRAMA YA EXISTE - ALTA RECHAZADA"
           ELSE
               IF WS-MTX-COUNT >= 200
                   DISPLAY "MATRIZ DE AUTORIZACION LLENA (200)"
               ELSE
                   PERFORM ASK-FUNCTIONS
                   ADD 1 TO WS-MTX-COUNT
                   MOVE WS-ENTERED-ROLE TO
                       WS-MTX-ROLE-TBL(WS-MTX-COUNT)
                   MOVE WS-ENTERED-PROGRAM TO
                       WS-MTX-PROGRAM-TBL(WS-MTX-COUNT)
                   MOVE WS-NEW-FUNCTIONS TO
                       WS-MTX-FUNCTIONS-TBL(WS-MTX-COUNT)
                   SET WS-CHANGED TO TRUE
                   MOVE SPACES TO WS-BEFORE-FUNCTIONS
                   MOVE 'A' TO WS-ACTION
                   PERFORM WRITE-AUTH-AUDIT
                   DISPLAY "AUTORIZACION AGREGADA"
               END-IF
           END-IF.

       CHANGE-MATRIX-ROW.
           PERFORM ASK-ROLE-PROGRAM.
           IF NOT WS-FOUND
               DISPLAY "ROL/PROGRAMA NO ENCONTRADO"
           ELSE
               DISPLAY "FUNCIONES ACTUALES : "
                   WS-MTX-FUNCTIONS-TBL(WS-HIT)
               PERFORM ASK-FUNCTIONS
               MOVE WS-MTX-FUNCTIONS-TBL(WS-HIT)
                   TO WS-BEFORE-FUNCTIONS
               MOVE WS-NEW-FUNCTIONS TO WS-MTX-FUNCTIONS-TBL(WS-HIT)
               SET WS-CHANGED TO TRUE
               MOVE 'C' TO WS-ACTION
               PERFORM WRITE-AUTH-AUDIT
               DISPLAY "AUTORIZACION ACTUALIZADA"
           END-IF.

       DELETE-MATRIX-ROW.
           PERFORM ASK-ROLE-PROGRAM.
           IF NOT WS-FOUND
               DISPLAY "ROL/PROGRAMA NO ENCONTRADO"
           ELSE
               DISPLAY "CONFIRMA LA BAJA? S/N : "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                   MOVE WS-MTX-FUNCTIONS-TBL(WS-HIT)
                       TO WS-BEFORE-FUNCTIONS
                   MOVE SPACES TO WS-NEW-FUNCTIONS
                   PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                           UNTIL WS-SUB >= WS-MTX-COUNT
                       MOVE WS-MTX-ENTRY(WS-SUB + 1)
                           TO WS-MTX-ENTRY(WS-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-MTX-COUNT
                   SET WS-CHANGED TO TRUE
                   MOVE 'D' TO WS-ACTION
                   PERFORM WRITE-AUTH-AUDIT
                   DISPLAY "AUTORIZACION ELIMINADA"
               END-IF
           END-IF.

       WRITE-AUTH-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-ACTION TO AUD-ACTION.
           MOVE WS-ENTERED-ROLE TO AUD-ROLE.
           MOVE WS-ENTERED-PROGRAM TO AUD-PROGRAM.
           MOVE WS-BEFORE-FUNCTIONS TO AUD-BEFORE.
           MOVE WS-NEW-FUNCTIONS TO AUD-AFTER.
           OPEN EXTEND AUTH-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUTH-AUDIT-FILE
           END-IF.
           WRITE AUTH-AUDIT-RECORD.
           CLOSE AUTH-AUDIT-FILE.

       LOAD-MATRIX-TABLE.
           OPEN INPUT AUTH-MATRIX-FILE.
           IF WS-MTX-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ AUTH-MATRIX-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-MTX-COUNT >= 200
                               DISPLAY "AUTHMTX.DAT HAS MORE THAN 200 "
                                   "ROWS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-MTX-COUNT
                               MOVE MTX-ROLE TO
                                   WS-MTX-ROLE-TBL(WS-MTX-COUNT)
                               MOVE MTX-PROGRAM TO
                                   WS-MTX-PROGRAM-TBL(WS-MTX-COUNT)
                               MOVE MTX-FUNCTIONS TO
                                   WS-MTX-FUNCTIONS-TBL(WS-MTX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-MATRIX-FILE
           END-IF.

       SAVE-MATRIX-TABLE.
           OPEN OUTPUT AUTH-MATRIX-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MTX-COUNT
               MOVE WS-MTX-ROLE-TBL(WS-SUB) TO MTX-ROLE
               MOVE WS-MTX-PROGRAM-TBL(WS-SUB) TO MTX-PROGRAM
               MOVE WS-MTX-FUNCTIONS-TBL(WS-SUB) TO MTX-FUNCTIONS
               WRITE AUTH-MATRIX-RECORD
           END-PERFORM.
           CLOSE AUTH-MATRIX-FILE.

       END PROGRAM AUTH-MAINT.
