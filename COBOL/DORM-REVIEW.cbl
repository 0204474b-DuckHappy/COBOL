      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORM-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO "DORMPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       COPY DORMPROP.

       WORKING-STORAGE SECTION.
       01  WS-DRP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.

       01  WS-ACTION PIC X.
       01  WS-ENTRY-NUM PIC 9(4).
       01  WS-DISP PIC X.
       01  WS-COMMENT PIC X(30).
       01  WS-SUB PIC 9(4).
       01  WS-OPEN-COUNT PIC 9(4).

       01  WS-DRP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-DRP-OVERFLOW VALUE 'Y'.
       01  WS-DRP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DRP-TABLE.
           02 WS-DRP-ENTRY OCCURS 2000 TIMES.
               03 WS-TBL-RECORD PIC X(111).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.

       01  WS-LIST-LINE.
           02 LL-NUM PIC ZZZ9.
           02 FILLER PIC X(2) VALUE ". ".
           02 LL-KIND PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 LL-KEY PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 LL-NAME PIC X(20).
           02 FILLER PIC X(7) VALUE " ULT.  ".
           02 LL-LAST PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 LL-DAYS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE " D".

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
               DISPLAY "SOLO SUPERVISORES PUEDEN APROBAR BAJAS"
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-PROPOSAL-TABLE.
           IF WS-DRP-OVERFLOW
               DISPLAY "DORMPROP.DAT EXCEDE LA TABLA - SESION "
                   "CANCELADA PARA NO PERDER PROPUESTAS"
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DRP-COUNT = ZERO
               DISPLAY "DORMPROP.DAT SIN PROPUESTAS"
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-REVIEW-MENU
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-PENDING-PROPOSALS
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM DISPOSITION-ENTRY
                   WHEN 'X'
                   WHEN 'x'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

           IF WS-CHANGED
               PERFORM SAVE-PROPOSAL-TABLE
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           GOBACK.

       SHOW-REVIEW-MENU.
           DISPLAY "======================================".
           DISPLAY "REVISION DE BAJAS POR INACTIVIDAD".
           DISPLAY "L. LISTAR PENDIENTES".
           DISPLAY "D. APROBAR O RECHAZAR (A/R)".
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       LIST-PENDING-PROPOSALS.
           MOVE ZERO TO WS-OPEN-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DRP-COUNT
               MOVE WS-TBL-RECORD(WS-SUB)
                   TO DORMANCY-PROPOSAL-RECORD
               IF DRP-PENDING
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-SUB TO LL-NUM
                   IF DRP-CUSTOMER
                       MOVE "CLIENTE" TO LL-KIND
                   ELSE
                       MOVE "ARTICULO" TO LL-KIND
                   END-IF
                   MOVE DRP-KEY TO LL-KEY
                   MOVE DRP-NAME TO LL-NAME
                   IF DRP-LAST-ACTIVITY = ZERO
                       MOVE "NINGUNA" TO LL-LAST
                       MOVE ZERO TO LL-DAYS
                   ELSE
                       MOVE DRP-LAST-ACTIVITY TO LL-LAST
                       MOVE DRP-IDLE-DAYS TO LL-DAYS
                   END-IF
                   DISPLAY WS-LIST-LINE
               END-IF
           END-PERFORM.
           DISPLAY "PROPUESTAS PENDIENTES : " WS-OPEN-COUNT.

       DISPOSITION-ENTRY.
           DISPLAY "NUMERO DE PROPUESTA : ".
           ACCEPT WS-ENTRY-NUM.
           IF WS-ENTRY-NUM = ZERO OR WS-ENTRY-NUM > WS-DRP-COUNT
               DISPLAY "PROPUESTA INEXISTENTE"
           ELSE
               MOVE WS-TBL-RECORD(WS-ENTRY-NUM)
                   TO DORMANCY-PROPOSAL-RECORD
               IF NOT DRP-PENDING
                   DISPLAY "PROPUESTA YA REVISADA"
               ELSE
                   DISPLAY "A=APROBAR BAJA R=RECHAZAR : "
                   ACCEPT WS-DISP
                   IF WS-DISP = 'A' OR WS-DISP = 'R'
                       DISPLAY "COMENTARIO : "
                       ACCEPT WS-COMMENT
                       MOVE WS-DISP TO DRP-STATUS
                       MOVE SGN-OPERATOR-ID TO DRP-REVIEWER
                       MOVE WS-RUN-DATE TO DRP-REVIEW-DATE
                       MOVE WS-COMMENT TO DRP-COMMENT
                       MOVE DORMANCY-PROPOSAL-RECORD
                           TO WS-TBL-RECORD(WS-ENTRY-NUM)
                       SET WS-CHANGED TO TRUE
                       DISPLAY "PROPUESTA REVISADA"
                   ELSE
                       DISPLAY "DISPOSICION INVALIDA"
                   END-IF
               END-IF
           END-IF.

       LOAD-PROPOSAL-TABLE.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-DRP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PROPOSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DRP-COUNT >= 2000
                               SET WS-DRP-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-DRP-COUNT
                               MOVE DORMANCY-PROPOSAL-RECORD
                                   TO WS-TBL-RECORD(WS-DRP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-PROPOSAL-TABLE.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DRP-COUNT
               MOVE WS-TBL-RECORD(WS-SUB)
                   TO DORMANCY-PROPOSAL-RECORD
               WRITE DORMANCY-PROPOSAL-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       END PROGRAM DORM-REVIEW.
