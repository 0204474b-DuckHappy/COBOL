      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-INBOX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ACTION PIC X.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y' FALSE 'N'.

       01  WS-SUB PIC 9(4).
       01  WS-CURRENT-ROLE PIC X(8).
       01  WS-VALUE-TOTAL PIC S9(11)V99.

       COPY SIGNONRQ.
       COPY AUTHRQ.
       COPY INBOXRQ.

       01  WS-LIST-LINE.
           02 LL-NUMBER PIC ZZZ9.
           02 FILLER PIC X(2) VALUE ". ".
           02 LL-QUEUE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-REFERENCE PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-DAYS PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-VALUE PIC -ZZZ,ZZZ,ZZ9.99.
           02 LL-VALUE-X REDEFINES LL-VALUE PIC X(15).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-PROGRAM PIC X(20).
       01  WS-DETAIL-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 DL-DETAIL PIC X(40).
       01  WS-TOTAL-LINE.
           02 FILLER PIC X(10) VALUE "PARTIDAS: ".
           02 TL-COUNT PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " IMPORTE: ".
           02 TL-VALUE PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID.
           MOVE SGN-OPERATOR-ROLE TO AUT-ROLE.
           MOVE "WORK-INBOX" TO AUT-PROGRAM.
           MOVE 'I' TO AUT-FUNCTION.
           SET AUT-LOG-DENIAL TO TRUE.
           CALL "AUTH-CHECK" USING AUTH-REQUEST.
           IF NOT AUT-PERMITTED
               DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                   SGN-OPERATOR-ROLE
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET WS-DONE TO FALSE.
           PERFORM LOAD-INBOX.
           PERFORM LIST-INBOX.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-INBOX-MENU
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LOAD-INBOX
                       PERFORM LIST-INBOX
                   WHEN 'I'
                   WHEN 'i'
                       CALL "INBOX-REPORT"
                       DISPLAY "BANDEJA ENVIADA A IMPRESION (INBOX.RPT)"
                   WHEN 'X'
                   WHEN 'x'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           MOVE ZERO TO RETURN-CODE.

           GOBACK.

      *    Supervisors see every queue, since they may act on all of
      *    them; any other role sees only the items it can work.
       LOAD-INBOX.
           IF SGN-OPERATOR-ROLE = "SUPERVIS"
               MOVE SPACES TO IBX-ROLE-FILTER
           ELSE
               MOVE SGN-OPERATOR-ROLE TO IBX-ROLE-FILTER
           END-IF.
           CALL "INBOX-LOAD" USING INBOX-REQUEST.

       SHOW-INBOX-MENU.
           DISPLAY "======================================".
           DISPLAY "BANDEJA DE PENDIENTES".
           DISPLAY "L. VOLVER A LISTAR".
           DISPLAY "I. IMPRIMIR BANDEJA COMPLETA".
           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       LIST-INBOX.
           MOVE SPACES TO WS-CURRENT-ROLE.
           MOVE ZERO TO WS-VALUE-TOTAL.
           DISPLAY "======================================".
           DISPLAY "PENDIENTES POR ROL, MAS ANTIGUOS PRIMERO".
           IF IBX-COUNT = ZERO
               DISPLAY "SIN PARTIDAS PENDIENTES"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > IBX-COUNT
               IF IBX-ROLE(WS-SUB) NOT = WS-CURRENT-ROLE
                   MOVE IBX-ROLE(WS-SUB) TO WS-CURRENT-ROLE
                   DISPLAY "--------------------------------------"
                   DISPLAY "ROL: " WS-CURRENT-ROLE
               END-IF
               MOVE WS-SUB TO LL-NUMBER
               MOVE IBX-QUEUE(WS-SUB) TO LL-QUEUE
               MOVE IBX-REFERENCE(WS-SUB) TO LL-REFERENCE
               MOVE IBX-DATE(WS-SUB) TO LL-DATE
               MOVE IBX-AGE-DAYS(WS-SUB) TO LL-DAYS
               IF IBX-HAS-VALUE(WS-SUB)
                   MOVE IBX-VALUE(WS-SUB) TO LL-VALUE
                   ADD IBX-VALUE(WS-SUB) TO WS-VALUE-TOTAL
               ELSE
                   MOVE SPACES TO LL-VALUE-X
               END-IF
               MOVE IBX-PROGRAM(WS-SUB) TO LL-PROGRAM
               DISPLAY WS-LIST-LINE
               MOVE IBX-DETAIL(WS-SUB) TO DL-DETAIL
               DISPLAY WS-DETAIL-LINE
           END-PERFORM.
           MOVE IBX-COUNT TO TL-COUNT.
           MOVE WS-VALUE-TOTAL TO TL-VALUE.
           DISPLAY WS-TOTAL-LINE.
           IF IBX-DROPPED > ZERO
               DISPLAY "MAS " IBX-DROPPED " PARTIDAS NO LISTADAS"
           END-IF.

       END PROGRAM WORK-INBOX.
