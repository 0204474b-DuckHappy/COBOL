      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "JRNLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "JRNLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "JRNLTPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY JRNLENT.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(138).

       FD  TEMPLATE-FILE.
       COPY JRNLTPL.

       WORKING-STORAGE SECTION.
       01  WS-PND-STATUS PIC XX.
       01  WS-HST-STATUS PIC XX.
       01  WS-TPL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-PND-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-PND-LOADED VALUE 'Y'.
       01  WS-TPL-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-TPL-LOADED VALUE 'Y'.
       01  WS-PND-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-PND-CHANGED VALUE 'Y'.
       01  WS-TPL-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-TPL-CHANGED VALUE 'Y'.

       01  WS-ACTION PIC X.
       01  WS-REASON PIC X(20).
       01  WS-ENTERED-ENTRY PIC 9(8).
       01  WS-ENTERED-CODE PIC X(6).
       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-LAST-KEY PIC X(8).
       01  WS-ITEM-LINES PIC 9(3).
       01  WS-ITEM-DEBITS PIC 9(13)V99.
       01  WS-OPEN-ITEMS PIC 9(3).

      *    JRNLPEND.DAT and JRNLTPL.DAT are held line by line, in file
      *    order, so every line of an entry or template stays together.
       01  WS-PENDING-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PENDING-TABLE.
           02 WS-PENDING-ENTRY OCCURS 500 TIMES.
               03 WS-PND-ROW PIC X(138).

       01  WS-TPL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TPL-TABLE.
           02 WS-TPL-ENTRY OCCURS 200 TIMES.
               03 WS-TPL-ROW PIC X(94).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY CLMRQ.

       01  WS-LIST-LINE.
           02 LL-TYPE PIC X(9).
           02 LL-KEY PIC X(8).
           02 FILLER PIC X(5) VALUE " EMP ".
           02 LL-COMPANY PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-WHEN PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-LINES PIC Z9.
           02 FILLER PIC X(4) VALUE " LIN".
           02 LL-DEBITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE " POR: ".
           02 LL-MAKER PIC X(8).

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
               DISPLAY "SOLO SUPERVISORES PUEDEN LIBERAR ASIENTOS "
                   "Y PLANTILLAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-PENDING-TABLE.
           PERFORM LOAD-TEMPLATE-TABLE.
           PERFORM LIST-PENDING.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-RELEASE-MENU
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-PENDING
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM APPROVE-ENTRY THRU APPROVE-ENTRY-EXIT
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM REJECT-ENTRY THRU REJECT-ENTRY-EXIT
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM APPROVE-TEMPLATE
                           THRU APPROVE-TEMPLATE-EXIT
                   WHEN 'Q'
                   WHEN 'q'
                       PERFORM REJECT-TEMPLATE
                           THRU REJECT-TEMPLATE-EXIT
                   WHEN 'X'
                   WHEN 'x'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

      *    Pending entries are saved back without the rejected ones,
      *    which are already in JRNLHIST.DAT; approved ones stay until
      *    JRNL-POST books them.
           IF WS-PND-LOADED AND WS-PND-CHANGED
               PERFORM SAVE-PENDING-TABLE
           END-IF.
           IF WS-TPL-LOADED AND WS-TPL-CHANGED
               PERFORM SAVE-TEMPLATE-TABLE
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-RELEASE-MENU.
           DISPLAY "======================================".
           DISPLAY "LIBERACION DE ASIENTOS Y PLANTILLAS".
           DISPLAY "L. LISTAR PENDIENTES".
           DISPLAY "A. APROBAR ASIENTO".
           DISPLAY "R. RECHAZAR ASIENTO".
           DISPLAY "P. ACTIVAR PLANTILLA".
           DISPLAY "Q. RECHAZAR PLANTILLA".
           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

      *    One line per entry or template still waiting for release,
      *    with its line count and total debits.
       LIST-PENDING.
           MOVE ZERO TO WS-OPEN-ITEMS.
           MOVE SPACES TO WS-LAST-KEY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-PENDING AND JEN-ENTRY-NO NOT = WS-LAST-KEY
                   MOVE JEN-ENTRY-NO TO WS-LAST-KEY
                   MOVE WS-LAST-KEY TO WS-ENTERED-ENTRY
                   PERFORM SUM-ENTRY
                   MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
                   MOVE "ASIENTO  " TO LL-TYPE
                   MOVE JEN-ENTRY-NO TO LL-KEY
                   MOVE JEN-COMPANY TO LL-COMPANY
                   MOVE JEN-POST-DATE TO LL-WHEN
                   MOVE WS-ITEM-LINES TO LL-LINES
                   MOVE WS-ITEM-DEBITS TO LL-DEBITS
                   MOVE JEN-MAKER TO LL-MAKER
                   DISPLAY WS-LIST-LINE
                   ADD 1 TO WS-OPEN-ITEMS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LAST-KEY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               IF TPL-PENDING AND TPL-CODE NOT = WS-LAST-KEY
                   MOVE TPL-CODE TO WS-LAST-KEY
                   MOVE TPL-CODE TO WS-ENTERED-CODE
                   PERFORM SUM-TEMPLATE
                   MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
                   MOVE "PLANTILLA" TO LL-TYPE
                   MOVE TPL-CODE TO LL-KEY
                   MOVE TPL-COMPANY TO LL-COMPANY
                   MOVE SPACES TO LL-WHEN
                   STRING "DIA " TPL-BUS-DAY
                       DELIMITED BY SIZE INTO LL-WHEN
                   MOVE WS-ITEM-LINES TO LL-LINES
                   MOVE WS-ITEM-DEBITS TO LL-DEBITS
                   MOVE TPL-MAKER TO LL-MAKER
                   DISPLAY WS-LIST-LINE
                   ADD 1 TO WS-OPEN-ITEMS
               END-IF
           END-PERFORM.
           IF WS-OPEN-ITEMS = ZERO
               DISPLAY "SIN ASIENTOS NI PLANTILLAS PENDIENTES"
           END-IF.

       SUM-ENTRY.
           MOVE ZERO TO WS-ITEM-LINES.
           MOVE ZERO TO WS-ITEM-DEBITS.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM WS-SUB BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-ENTRY-NO = WS-ENTERED-ENTRY
                   IF WS-HIT = ZERO
                       MOVE WS-SUB TO WS-HIT
                   END-IF
                   ADD 1 TO WS-ITEM-LINES
                   IF JEN-DC = 'D'
                       ADD JEN-AMOUNT TO WS-ITEM-DEBITS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-HIT TO WS-SUB.

       SUM-TEMPLATE.
           MOVE ZERO TO WS-ITEM-LINES.
           MOVE ZERO TO WS-ITEM-DEBITS.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM WS-SUB BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               IF TPL-CODE = WS-ENTERED-CODE
                   IF WS-HIT = ZERO
                       MOVE WS-SUB TO WS-HIT
                   END-IF
                   ADD 1 TO WS-ITEM-LINES
                   IF TPL-DC = 'D'
                       ADD TPL-AMOUNT TO WS-ITEM-DEBITS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-HIT TO WS-SUB.

       ASK-ENTRY-NUM.
           DISPLAY "NUMERO DE ASIENTO : ".
           ACCEPT WS-ENTERED-ENTRY.
           PERFORM FIND-PENDING-ENTRY.
           IF WS-HIT = ZERO
               DISPLAY "ASIENTO INEXISTENTE O YA RESUELTO"
           END-IF.

       FIND-PENDING-ENTRY.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT OR WS-HIT > ZERO
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-ENTRY-NO = WS-ENTERED-ENTRY AND JEN-PENDING
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT > ZERO
               MOVE WS-PND-ROW(WS-HIT) TO JOURNAL-ENTRY-RECORD
           END-IF.

      *    The month is checked again at release: it may have been
      *    closed since the entry was keyed, and such an entry can
      *    only be rejected and keyed again with another date.
       APPROVE-ENTRY.
           PERFORM ASK-ENTRY-NUM.
           IF WS-HIT = ZERO
               GO TO APPROVE-ENTRY-EXIT
           END-IF.
           IF JEN-MAKER = SGN-OPERATOR-ID
               DISPLAY "EL PROPONENTE NO PUEDE LIBERAR SU "
                   "PROPIO ASIENTO"
               GO TO APPROVE-ENTRY-EXIT
           END-IF.
           MOVE JEN-POST-DATE TO CLM-DATE-IN.
           MOVE JEN-COMPANY TO CLM-COMPANY-IN.
           CALL "CLM-CHECK" USING CLOSED-MONTH-REQUEST.
           IF CLM-IS-CLOSED
               DISPLAY "MES CERRADO PARA LA EMPRESA " JEN-COMPANY
                   " - EL ASIENTO SOLO PUEDE RECHAZARSE"
               GO TO APPROVE-ENTRY-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-ENTRY-NO = WS-ENTERED-ENTRY AND JEN-PENDING
                   SET JEN-APPROVED TO TRUE
                   MOVE SGN-OPERATOR-ID TO JEN-CHECKER
                   MOVE WS-RUN-DATE TO JEN-RELEASE-DATE
                   MOVE JOURNAL-ENTRY-RECORD TO WS-PND-ROW(WS-SUB)
               END-IF
           END-PERFORM.
           SET WS-PND-CHANGED TO TRUE.
           DISPLAY "ASIENTO " WS-ENTERED-ENTRY " LIBERADO - SE "
               "POSTEA EN EL PROXIMO JRNL-POST".
       APPROVE-ENTRY-EXIT.
           EXIT.

       REJECT-ENTRY.
           PERFORM ASK-ENTRY-NUM.
           IF WS-HIT = ZERO
               GO TO REJECT-ENTRY-EXIT
           END-IF.
           DISPLAY "MOTIVO DEL RECHAZO : ".
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-ENTRY-NO = WS-ENTERED-ENTRY AND JEN-PENDING
                   SET JEN-REJECTED TO TRUE
                   MOVE SGN-OPERATOR-ID TO JEN-CHECKER
                   MOVE WS-RUN-DATE TO JEN-RELEASE-DATE
                   MOVE WS-REASON TO JEN-REASON
                   MOVE JOURNAL-ENTRY-RECORD TO WS-PND-ROW(WS-SUB)
                   WRITE HISTORY-RECORD FROM JOURNAL-ENTRY-RECORD
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           SET WS-PND-CHANGED TO TRUE.
           DISPLAY "ASIENTO " WS-ENTERED-ENTRY " RECHAZADO".
       REJECT-ENTRY-EXIT.
           EXIT.

       ASK-TEMPLATE-CODE.
           DISPLAY "CODIGO DE PLANTILLA : ".
           MOVE SPACES TO WS-ENTERED-CODE.
           ACCEPT WS-ENTERED-CODE.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT OR WS-HIT > ZERO
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               IF TPL-CODE = WS-ENTERED-CODE AND TPL-PENDING
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = ZERO
               DISPLAY "PLANTILLA INEXISTENTE O YA RESUELTA"
           ELSE
               MOVE WS-TPL-ROW(WS-HIT) TO JOURNAL-TEMPLATE-RECORD
           END-IF.

       APPROVE-TEMPLATE.
           IF NOT WS-TPL-LOADED
               DISPLAY "JRNLTPL.DAT NO SE PUDO LEER - NO SE PUEDEN "
                   "LIBERAR PLANTILLAS EN ESTA SESION"
               GO TO APPROVE-TEMPLATE-EXIT
           END-IF.
           PERFORM ASK-TEMPLATE-CODE.
           IF WS-HIT = ZERO
               GO TO APPROVE-TEMPLATE-EXIT
           END-IF.
           IF TPL-MAKER = SGN-OPERATOR-ID
               DISPLAY "EL PROPONENTE NO PUEDE LIBERAR SU "
                   "PROPIA PLANTILLA"
               GO TO APPROVE-TEMPLATE-EXIT
           END-IF.
           MOVE 'A' TO WS-ACTION.
           PERFORM RESOLVE-TEMPLATE.
           DISPLAY "PLANTILLA " WS-ENTERED-CODE " ACTIVADA".
       APPROVE-TEMPLATE-EXIT.
           EXIT.

       REJECT-TEMPLATE.
           IF NOT WS-TPL-LOADED
               DISPLAY "JRNLTPL.DAT NO SE PUDO LEER - NO SE PUEDEN "
                   "LIBERAR PLANTILLAS EN ESTA SESION"
               GO TO REJECT-TEMPLATE-EXIT
           END-IF.
           PERFORM ASK-TEMPLATE-CODE.
           IF WS-HIT = ZERO
               GO TO REJECT-TEMPLATE-EXIT
           END-IF.
           MOVE 'R' TO WS-ACTION.
           PERFORM RESOLVE-TEMPLATE.
           DISPLAY "PLANTILLA " WS-ENTERED-CODE " RECHAZADA".
       REJECT-TEMPLATE-EXIT.
           EXIT.

       RESOLVE-TEMPLATE.
           PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               IF TPL-CODE = WS-ENTERED-CODE AND TPL-PENDING
                   MOVE WS-ACTION TO TPL-STATUS
                   MOVE SGN-OPERATOR-ID TO TPL-CHECKER
                   MOVE JOURNAL-TEMPLATE-RECORD TO WS-TPL-ROW(WS-SUB)
               END-IF
           END-PERFORM.
           SET WS-TPL-CHANGED TO TRUE.

       LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS = "00"
               SET WS-PND-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PENDING-COUNT >= 500
                               DISPLAY "JRNLPEND.DAT HAS MORE THAN 500 "
                                   "LINES - EXTRA IGNORED"
                               MOVE 'N' TO WS-PND-LOADED-FLAG
                           ELSE
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE JOURNAL-ENTRY-RECORD TO
                                   WS-PND-ROW(WS-PENDING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-TEMPLATE-TABLE.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TPL-STATUS = "00"
               SET WS-TPL-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TEMPLATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-TPL-COUNT >= 200
                               DISPLAY "JRNLTPL.DAT HAS MORE THAN 200 "
                                   "LINES - EXTRA IGNORED"
                               MOVE 'N' TO WS-TPL-LOADED-FLAG
                           ELSE
                               ADD 1 TO WS-TPL-COUNT
                               MOVE JOURNAL-TEMPLATE-RECORD TO
                                   WS-TPL-ROW(WS-TPL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-PENDING-TABLE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-PENDING OR JEN-APPROVED
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.

       SAVE-TEMPLATE-TABLE.
           OPEN OUTPUT TEMPLATE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               WRITE JOURNAL-TEMPLATE-RECORD
           END-PERFORM.
           CLOSE TEMPLATE-FILE.

       END PROGRAM JRNL-RELEASE.
