      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGHOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-STATUS.
           SELECT RETENTION-CTL-FILE ASSIGN TO "RETNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       COPY LEGHOLD.

       FD  RETENTION-CTL-FILE.
       01  RETENTION-CTL-RECORD.
           02 CTL-FILE-NAME PIC X(12).
           02 CTL-KEEP-DAYS PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-LGH-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-LOAD-FLAG PIC X VALUE 'Y'.
           88 WS-LOAD-OK VALUE 'Y' FALSE 'N'.
       01  WS-CTL-LOAD-FLAG PIC X VALUE 'N'.
           88 WS-CTL-LOADED VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ENTERED-ID PIC 9(5).
       01  WS-ENTERED-FILE PIC X(12).
       01  WS-ENTERED-DATE PIC 9(8).
       01  WS-SUB PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-NEXT-ID PIC 9(5) VALUE ZERO.
       01  WS-SHOWN-COUNT PIC 9(4).

      *    Released holds stay in the file as the record of who held
      *    what and when; they are only shown, never matched.
       01  WS-HOLD-COUNT PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 500 TIMES PIC X(139).

       01  WS-CTL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CTL-TABLE.
           02 WS-CTL-NAME OCCURS 50 TIMES PIC X(12).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.
       COPY NUMVALID.

       01  WS-LIST-LINE.
           02 LL-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LL-FILE PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 LL-KEY-FROM PIC X(12).
           02 FILLER PIC X VALUE "-".
           02 LL-KEY-TO PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 LL-DATE-FROM PIC 9(8).
           02 FILLER PIC X VALUE "-".
           02 LL-DATE-TO PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 LL-STATUS PIC X(8).

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 DL-REASON PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 DL-REQUESTER PIC X(20).
           02 FILLER PIC X(8) VALUE " LIBERA ".
           02 DL-RELEASE PIC X(8).

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

           PERFORM LOAD-HOLD-TABLE.
           PERFORM LOAD-RETENTION-NAMES.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-HOLDS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-HOLD THRU ADD-HOLD-EXIT
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM RELEASE-HOLD
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED AND WS-LOAD-OK
               PERFORM SAVE-HOLD-TABLE
               DISPLAY "RETENCIONES LEGALES GUARDADAS"
           ELSE
               DISPLAY "SIN CAMBIOS - LEGHOLD.DAT NO REESCRITO"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "RETENCIONES LEGALES SOBRE LA PURGA".
           DISPLAY "L. LISTAR RETENCIONES".
           DISPLAY "A. ALTA DE RETENCION".
           DISPLAY "R. LIBERAR RETENCION".
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
               WHEN 'R'
               WHEN 'r'
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "LEGHOLD-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-HOLDS.
           MOVE ZERO TO WS-SHOWN-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-SUB) TO LEGAL-HOLD-RECORD
               PERFORM SHOW-HOLD
           END-PERFORM.
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "NO HAY RETENCIONES REGISTRADAS"
           END-IF.

       SHOW-HOLD.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE LGH-HOLD-ID TO LL-ID.
           MOVE LGH-FILE-NAME TO LL-FILE.
           IF LGH-KEY-FROM = SPACES
               MOVE "(TODAS)" TO LL-KEY-FROM
           ELSE
               MOVE LGH-KEY-FROM TO LL-KEY-FROM
           END-IF.
           MOVE LGH-KEY-TO TO LL-KEY-TO.
           MOVE LGH-DATE-FROM TO LL-DATE-FROM.
           MOVE LGH-DATE-TO TO LL-DATE-TO.
           IF LGH-RELEASE-DATE = ZERO
               OR LGH-RELEASE-DATE > WS-RUN-DATE
               MOVE "ACTIVA" TO LL-STATUS
           ELSE
               MOVE "LIBERADA" TO LL-STATUS
           END-IF.
           MOVE LGH-REASON TO DL-REASON.
           MOVE LGH-REQUESTER TO DL-REQUESTER.
           IF LGH-RELEASE-DATE = ZERO
               MOVE "PENDIENT" TO DL-RELEASE
           ELSE
               MOVE LGH-RELEASE-DATE TO DL-RELEASE
           END-IF.
           DISPLAY WS-LIST-LINE.
           DISPLAY WS-DETAIL-LINE.

       ADD-HOLD.
           IF WS-HOLD-COUNT >= 500
               DISPLAY "LEGHOLD.DAT LLENO (500)"
               GO TO ADD-HOLD-EXIT
           END-IF.

           MOVE SPACES TO LEGAL-HOLD-RECORD.
           DISPLAY "ARCHIVO RETENIDO (EJ CONDAUD.DAT) : ".
           ACCEPT WS-ENTERED-FILE.
           PERFORM CHECK-RETENTION-NAME.
           IF NOT WS-FOUND
               DISPLAY "ARCHIVO NO SUJETO A PURGA EN RETNCTL.DAT - "
                   "RETENCION RECHAZADA"
               GO TO ADD-HOLD-EXIT
           END-IF.
           MOVE WS-ENTERED-FILE TO LGH-FILE-NAME.

           DISPLAY "CLAVE DESDE (EN BLANCO = TODAS) : ".
           ACCEPT LGH-KEY-FROM.
           IF LGH-KEY-FROM NOT = SPACES
               DISPLAY "CLAVE HASTA (EN BLANCO = SOLO CLAVE DESDE) : "
               ACCEPT LGH-KEY-TO
               IF LGH-KEY-TO = SPACES
                   MOVE LGH-KEY-FROM TO LGH-KEY-TO
               END-IF
               IF LGH-KEY-TO < LGH-KEY-FROM
                   DISPLAY "CLAVE HASTA MENOR QUE CLAVE DESDE - "
                       "RETENCION RECHAZADA"
                   GO TO ADD-HOLD-EXIT
               END-IF
           END-IF.

           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "FECHA DESDE AAAAMMDD (0 = SIN LIMITE) : "
               ACCEPT WS-ENTERED-DATE
               IF WS-ENTERED-DATE IS NUMERIC
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE WS-ENTERED-DATE TO LGH-DATE-FROM.

           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "FECHA HASTA AAAAMMDD (0 = SIN LIMITE) : "
               ACCEPT WS-ENTERED-DATE
               IF WS-ENTERED-DATE IS NUMERIC
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE WS-ENTERED-DATE TO LGH-DATE-TO.
           IF LGH-DATE-TO NOT = ZERO
               AND LGH-DATE-TO < LGH-DATE-FROM
               DISPLAY "FECHA HASTA MENOR QUE FECHA DESDE - "
                   "RETENCION RECHAZADA"
               GO TO ADD-HOLD-EXIT
           END-IF.

           DISPLAY "MOTIVO : ".
           ACCEPT LGH-REASON.
           DISPLAY "SOLICITADA POR : ".
           ACCEPT LGH-REQUESTER.
           IF LGH-REASON = SPACES OR LGH-REQUESTER = SPACES
               DISPLAY "MOTIVO Y SOLICITANTE SON OBLIGATORIOS - "
                   "RETENCION RECHAZADA"
               GO TO ADD-HOLD-EXIT
           END-IF.

           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "FECHA DE LIBERACION AAAAMMDD "
                   "(0 = HASTA LIBERARLA) : "
               ACCEPT WS-ENTERED-DATE
               IF WS-ENTERED-DATE IS NUMERIC
                   AND (WS-ENTERED-DATE = ZERO
                   OR WS-ENTERED-DATE > WS-RUN-DATE)
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "FECHA INVALIDA - DEBE SER POSTERIOR A HOY"
               END-IF
           END-PERFORM.
           MOVE WS-ENTERED-DATE TO LGH-RELEASE-DATE.

           ADD 1 TO WS-NEXT-ID.
           MOVE WS-NEXT-ID TO LGH-HOLD-ID.
           MOVE SGN-OPERATOR-ID TO LGH-PLACED-BY.
           MOVE WS-RUN-DATE TO LGH-PLACED-DATE.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE LEGAL-HOLD-RECORD TO WS-HOLD-ENTRY(WS-HOLD-COUNT).
           SET WS-CHANGED TO TRUE.
           DISPLAY "RETENCION " LGH-HOLD-ID " REGISTRADA".
       ADD-HOLD-EXIT.
           EXIT.

      *    A release takes effect today; the hold stays on file with
      *    the operator who released it.
       RELEASE-HOLD.
           DISPLAY "NUMERO DE RETENCION : ".
           ACCEPT WS-ENTERED-ID.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
           IF WS-ENTERED-ID IS NUMERIC
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-HOLD-COUNT OR WS-FOUND
                   MOVE WS-HOLD-ENTRY(WS-SUB) TO LEGAL-HOLD-RECORD
                   IF LGH-HOLD-ID = WS-ENTERED-ID
                       SET WS-FOUND TO TRUE
                       MOVE WS-SUB TO WS-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-FOUND
               DISPLAY "RETENCION NO ENCONTRADA"
           ELSE
               MOVE WS-HOLD-ENTRY(WS-HIT) TO LEGAL-HOLD-RECORD
               IF LGH-RELEASE-DATE NOT = ZERO
                   AND LGH-RELEASE-DATE <= WS-RUN-DATE
                   DISPLAY "RETENCION YA LIBERADA EL "
                       LGH-RELEASE-DATE
               ELSE
                   MOVE WS-RUN-DATE TO LGH-RELEASE-DATE
                   MOVE SGN-OPERATOR-ID TO LGH-RELEASED-BY
                   MOVE LEGAL-HOLD-RECORD TO WS-HOLD-ENTRY(WS-HIT)
                   SET WS-CHANGED TO TRUE
                   DISPLAY "RETENCION " LGH-HOLD-ID " LIBERADA"
               END-IF
           END-IF.

      *    Without RETNCTL.DAT the file cannot be checked and any
      *    name is taken.
       CHECK-RETENTION-NAME.
           SET WS-FOUND TO FALSE.
           IF NOT WS-CTL-LOADED
               SET WS-FOUND TO TRUE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CTL-COUNT OR WS-FOUND
               IF WS-CTL-NAME(WS-SUB) = WS-ENTERED-FILE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       LOAD-HOLD-TABLE.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LGH-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ LEGAL-HOLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT >= 500
                               DISPLAY "LEGHOLD.DAT HAS MORE THAN "
                                   "500 HOLDS - EXTRA IGNORED"
                               SET WS-LOAD-OK TO FALSE
                           ELSE
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE LEGAL-HOLD-RECORD TO
                                   WS-HOLD-ENTRY(WS-HOLD-COUNT)
                               IF LGH-HOLD-ID > WS-NEXT-ID
                                   MOVE LGH-HOLD-ID TO WS-NEXT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           ELSE
               IF WS-LGH-STATUS NOT = "35"
                   DISPLAY "LEGHOLD.DAT NO DISPONIBLE - STATUS "
                       WS-LGH-STATUS
                   SET WS-LOAD-OK TO FALSE
               END-IF
           END-IF.

       LOAD-RETENTION-NAMES.
           OPEN INPUT RETENTION-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               SET WS-CTL-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RETENTION-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CTL-COUNT < 50
                               ADD 1 TO WS-CTL-COUNT
                               MOVE CTL-FILE-NAME TO
                                   WS-CTL-NAME(WS-CTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-CTL-FILE
           END-IF.

       SAVE-HOLD-TABLE.
           OPEN OUTPUT LEGAL-HOLD-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-SUB) TO LEGAL-HOLD-RECORD
               WRITE LEGAL-HOLD-RECORD
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

       END PROGRAM LEGHOLD-MAINT.
