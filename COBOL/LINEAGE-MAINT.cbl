      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
       COPY LINEAGE.

       WORKING-STORAGE SECTION.
       01  WS-LIN-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ENTERED-PROGRAM PIC X(20).
       01  WS-ENTERED-OBJECT PIC X(20).
       01  WS-ENTERED-MODE PIC X.
           88 WS-MODE-VALID VALUE 'R' 'W' 'E' 'U' 'C'.
       01  WS-ENTERED-KEY PIC X(41).
       01  WS-SUB PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-INSERT-AT PIC 9(4).
       01  WS-SHOWN-COUNT PIC 9(4).

      *    Kept in program / object / mode order so the file reads
      *    program by program; an add is slotted into place.
       01  WS-CAT-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CAT-TABLE.
           02 WS-CAT-ENTRY OCCURS 2000 TIMES PIC X(41).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.

       01  WS-LIST-LINE.
           02 LL-PROGRAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 LL-MODE-TEXT PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LL-OBJECT PIC X(20).

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

           PERFORM LOAD-LINEAGE-TABLE.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-BY-PROGRAM
                       WHEN 'F'
                       WHEN 'f'
                           PERFORM LIST-BY-OBJECT
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-LINEAGE
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM DELETE-LINEAGE
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED
               PERFORM SAVE-LINEAGE-TABLE
               DISPLAY "CATALOGO DE LINAJE GUARDADO"
           ELSE
               DISPLAY "SIN CAMBIOS - CATALOGO NO REESCRITO"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "CATALOGO DE LINAJE PROGRAMA-ARCHIVO".
           DISPLAY "L. LISTAR ARCHIVOS DE UN PROGRAMA".
           DISPLAY "F. LISTAR PROGRAMAS DE UN ARCHIVO".
           DISPLAY "A. ALTA DE RELACION".
           DISPLAY "B. BAJA DE RELACION".
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       AUTHORIZE-ACTION.
           MOVE SPACE TO AUT-FUNCTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
               WHEN 'F'
               WHEN 'f'
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
               MOVE "LINEAGE-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-BY-PROGRAM.
           DISPLAY "PROGRAMA : ".
           ACCEPT WS-ENTERED-PROGRAM.
           MOVE ZERO TO WS-SHOWN-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT
               MOVE WS-CAT-ENTRY(WS-SUB) TO LINEAGE-RECORD
               IF LIN-PROGRAM = WS-ENTERED-PROGRAM
                   PERFORM SHOW-LINEAGE-ROW
               END-IF
           END-PERFORM.
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "PROGRAMA SIN ARCHIVOS CATALOGADOS"
           END-IF.

       LIST-BY-OBJECT.
           DISPLAY "ARCHIVO O SUBPROGRAMA : ".
           ACCEPT WS-ENTERED-OBJECT.
           MOVE ZERO TO WS-SHOWN-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT
               MOVE WS-CAT-ENTRY(WS-SUB) TO LINEAGE-RECORD
               IF LIN-OBJECT = WS-ENTERED-OBJECT
                   PERFORM SHOW-LINEAGE-ROW
               END-IF
           END-PERFORM.
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "NINGUN PROGRAMA LO TIENE CATALOGADO"
           END-IF.

       SHOW-LINEAGE-ROW.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE LIN-PROGRAM TO LL-PROGRAM.
           MOVE LIN-OBJECT TO LL-OBJECT.
           EVALUATE TRUE
               WHEN LIN-READS
                   MOVE "LEE" TO LL-MODE-TEXT
               WHEN LIN-WRITES
                   MOVE "GRABA" TO LL-MODE-TEXT
               WHEN LIN-EXTENDS
                   MOVE "AMPLIA" TO LL-MODE-TEXT
               WHEN LIN-UPDATES
                   MOVE "ACTUALIZA" TO LL-MODE-TEXT
               WHEN LIN-CALLS
                   MOVE "LLAMA A" TO LL-MODE-TEXT
               WHEN OTHER
                   MOVE "MODO ?" TO LL-MODE-TEXT
           END-EVALUATE.
           DISPLAY WS-LIST-LINE.

       ASK-LINEAGE-KEY.
           DISPLAY "PROGRAMA : ".
           ACCEPT WS-ENTERED-PROGRAM.
           DISPLAY "ARCHIVO (O SUBPROGRAMA PARA MODO C) : ".
           ACCEPT WS-ENTERED-OBJECT.
           DISPLAY "MODO R=LEE W=GRABA E=AMPLIA U=ACTUALIZA C=LLAMA : ".
           ACCEPT WS-ENTERED-MODE.
           MOVE SPACES TO LINEAGE-RECORD.
           MOVE WS-ENTERED-PROGRAM TO LIN-PROGRAM.
           MOVE WS-ENTERED-OBJECT TO LIN-OBJECT.
           MOVE WS-ENTERED-MODE TO LIN-MODE.
           MOVE LINEAGE-RECORD TO WS-ENTERED-KEY.
           PERFORM FIND-LINEAGE.

      *    WS-HIT is the matching row; WS-INSERT-AT is where the key
      *    would go to keep the table in order.
       FIND-LINEAGE.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
           MOVE ZERO TO WS-INSERT-AT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT OR WS-INSERT-AT > ZERO
               IF WS-CAT-ENTRY(WS-SUB) = WS-ENTERED-KEY
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT
                   MOVE WS-SUB TO WS-INSERT-AT
               ELSE
                   IF WS-CAT-ENTRY(WS-SUB) > WS-ENTERED-KEY
                       MOVE WS-SUB TO WS-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INSERT-AT = ZERO
               COMPUTE WS-INSERT-AT = WS-CAT-COUNT + 1
           END-IF.

       ADD-LINEAGE.
           PERFORM ASK-LINEAGE-KEY.
           IF WS-ENTERED-PROGRAM = SPACES
               OR WS-ENTERED-OBJECT = SPACES
               DISPLAY "PROGRAMA Y ARCHIVO SON OBLIGATORIOS"
           ELSE
               IF NOT WS-MODE-VALID
                   DISPLAY "MODO INVALIDO"
               ELSE
                   IF WS-FOUND
                       DISPLAY "RELACION YA CATALOGADA"
                   ELSE
                       IF WS-CAT-COUNT >= 2000
                           DISPLAY "CATALOGO LLENO (2000)"
                       ELSE
                           PERFORM INSERT-LINEAGE-ROW
                           SET WS-CHANGED TO TRUE
                           DISPLAY "RELACION AGREGADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INSERT-LINEAGE-ROW.
           PERFORM VARYING WS-SUB FROM WS-CAT-COUNT BY -1
                   UNTIL WS-SUB < WS-INSERT-AT
               MOVE WS-CAT-ENTRY(WS-SUB) TO WS-CAT-ENTRY(WS-SUB + 1)
           END-PERFORM.
           MOVE WS-ENTERED-KEY TO WS-CAT-ENTRY(WS-INSERT-AT).
           ADD 1 TO WS-CAT-COUNT.

       DELETE-LINEAGE.
           PERFORM ASK-LINEAGE-KEY.
           IF NOT WS-FOUND
               DISPLAY "RELACION NO ENCONTRADA"
           ELSE
               PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                       UNTIL WS-SUB >= WS-CAT-COUNT
                   MOVE WS-CAT-ENTRY(WS-SUB + 1) TO
                       WS-CAT-ENTRY(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-CAT-COUNT
               SET WS-CHANGED TO TRUE
               DISPLAY "RELACION DADA DE BAJA"
           END-IF.

       LOAD-LINEAGE-TABLE.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LIN-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ LINEAGE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT >= 2000
                               DISPLAY "LINEAGE.DAT HAS MORE THAN "
                                   "2000 ROWS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-CAT-COUNT
                               MOVE LINEAGE-RECORD TO
                                   WS-CAT-ENTRY(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
           END-IF.

       SAVE-LINEAGE-TABLE.
           OPEN OUTPUT LINEAGE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT
               MOVE WS-CAT-ENTRY(WS-SUB) TO LINEAGE-RECORD
               WRITE LINEAGE-RECORD
           END-PERFORM.
           CLOSE LINEAGE-FILE.

       END PROGRAM LINEAGE-MAINT.
