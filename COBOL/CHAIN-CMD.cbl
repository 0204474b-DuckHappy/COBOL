      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-CMD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMAND-FILE ASSIGN TO "CHAINCMD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "EODCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "EODSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT REQUEST-QUEUE-FILE ASSIGN TO "JOBREQQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMAND-FILE.
       COPY CHNCMD.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           02 CKP-RUN-DATE  PIC 9(8).
           02 CKP-LAST-STEP PIC 9(2).
           02 CKP-HELD      PIC X.
               88 CKP-CHAIN-HELD VALUE 'H'.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           02 SCH-JOB-NAME    PIC X(20).
           02 SCH-FREQUENCY   PIC X.
           02 SCH-DAY-OF-WEEK PIC 9.
           02 SCH-DEPENDS     PIC X(20).
           02 SCH-ENABLED     PIC X.

       FD  REQUEST-QUEUE-FILE.
       01  REQUEST-QUEUE-RECORD.
           02 REQ-OPERATOR  PIC X(8).
           02 REQ-JOB       PIC X(20).
           02 REQ-DATE      PIC 9(8).
           02 REQ-STATUS    PIC X.
           02 REQ-COMP-DATE PIC 9(8).
           02 REQ-OUTPUT    PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CCM-STATUS PIC XX.
       01  WS-CKP-STATUS PIC XX.
       01  WS-SCH-STATUS PIC XX.
       01  WS-REQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-LIST-COUNT PIC 9(4).
       01  WS-PENDING-COUNT PIC 9(4).
       01  WS-ENTERED-TARGET PIC X(20).
       01  WS-ENTERED-REASON PIC X(30).

       01  WS-JOB-SUB PIC 9(2).
       01  WS-JOB-COUNT PIC 9(2) VALUE ZERO.
       01  WS-JOB-TABLE.
           02 WS-JOB-NAME-TBL OCCURS 50 TIMES PIC X(20).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY AUTHRQ.

       01  WS-CMD-LINE.
           02 CL-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 CL-HH PIC 9(2).
           02 FILLER PIC X VALUE ":".
           02 CL-MM PIC 9(2).
           02 FILLER PIC X VALUE SPACE.
           02 CL-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CL-VERB PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CL-TARGET PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 CL-STATE PIC X(11).
           02 CL-STEP-TAG PIC X(6).
           02 CL-STEP PIC ZZ.
       01  WS-REASON-LINE.
           02 FILLER PIC X(15) VALUE "       MOTIVO: ".
           02 RL-REASON PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    No batch window check: this program is meant to be used
      *    while the nightly chain is running.
           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-JOB-NAMES.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-COMMAND-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-COMMANDS
                       WHEN 'H'
                       WHEN 'h'
                           PERFORM HOLD-CHAIN
                               THRU HOLD-CHAIN-EXIT
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM RELEASE-CHAIN
                               THRU RELEASE-CHAIN-EXIT
                       WHEN 'S'
                       WHEN 's'
                           PERFORM SKIP-STEP
                               THRU SKIP-STEP-EXIT
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM INSERT-JOB
                               THRU INSERT-JOB-EXIT
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-COMMAND-MENU.
           DISPLAY "======================================".
           DISPLAY "COMANDOS A LA CADENA NOCTURNA".
           DISPLAY "L. ESTADO DE LA CADENA Y COMANDOS".
           DISPLAY "H. RETENER LA CADENA TRAS EL PASO EN CURSO".
           DISPLAY "R. LIBERAR LA CADENA".
           DISPLAY "S. OMITIR UN PASO".
           DISPLAY "I. INSERTAR UN TRABAJO SOLICITADO".
           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

      *    Holding and releasing is a change to the night's run,
      *    inserting a requested job an addition; skipping a step
      *    needs the approval right.
       AUTHORIZE-ACTION.
           MOVE SPACE TO AUT-FUNCTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   MOVE 'I' TO AUT-FUNCTION
               WHEN 'H'
               WHEN 'h'
               WHEN 'R'
               WHEN 'r'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'I'
               WHEN 'i'
                   MOVE 'A' TO AUT-FUNCTION
               WHEN 'S'
               WHEN 's'
                   MOVE 'P' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "CHAIN-CMD" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

      *    The checkpoint says how far tonight's chain has got; the
      *    list shows every command still pending and every command
      *    given or acted on today.
       LIST-COMMANDS.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKP-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE ZERO TO CKP-RUN-DATE
                       MOVE ZERO TO CKP-LAST-STEP
                       MOVE SPACE TO CKP-HELD
               END-READ
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE ZERO TO CKP-RUN-DATE
               MOVE ZERO TO CKP-LAST-STEP
               MOVE SPACE TO CKP-HELD
           END-IF.
           IF CKP-RUN-DATE = WS-RUN-DATE AND CKP-LAST-STEP > ZERO
               DISPLAY "CADENA DE HOY - ULTIMO PASO COMPLETADO "
                   CKP-LAST-STEP
           ELSE
               DISPLAY "SIN PASOS DE LA CADENA COMPLETADOS HOY"
           END-IF.
           IF CKP-RUN-DATE = WS-RUN-DATE AND CKP-CHAIN-HELD
               DISPLAY "CADENA DETENIDA POR RETENCION - LIBERARLA Y "
                   "RELANZAR EOD-DRIVER"
           END-IF.

           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           OPEN INPUT COMMAND-FILE.
           IF WS-CCM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COMMAND-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CCM-PENDING
                               OR CCM-DATE = WS-RUN-DATE
                               OR CCM-DONE-DATE = WS-RUN-DATE
                               PERFORM SHOW-COMMAND-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMAND-FILE
           END-IF.
           DISPLAY WS-LIST-COUNT " COMANDOS LISTADOS, "
               WS-PENDING-COUNT " PENDIENTES".

       SHOW-COMMAND-LINE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE CCM-DATE TO CL-DATE.
           MOVE CCM-TIME(1:2) TO CL-HH.
           MOVE CCM-TIME(3:2) TO CL-MM.
           MOVE CCM-OPERATOR TO CL-OPERATOR.
           EVALUATE TRUE
               WHEN CCM-HOLD
                   MOVE "RETENER" TO CL-VERB
               WHEN CCM-RELEASE
                   MOVE "LIBERAR" TO CL-VERB
               WHEN CCM-SKIP
                   MOVE "OMITIR" TO CL-VERB
               WHEN OTHER
                   MOVE "INSERTAR" TO CL-VERB
           END-EVALUATE.
           MOVE CCM-TARGET TO CL-TARGET.
           MOVE ZERO TO CL-STEP.
           MOVE " PASO " TO CL-STEP-TAG.
           EVALUATE TRUE
               WHEN CCM-PENDING
                   MOVE "PENDIENTE" TO CL-STATE
                   MOVE SPACES TO CL-STEP-TAG
                   ADD 1 TO WS-PENDING-COUNT
               WHEN CCM-APPLIED
                   MOVE "APLICADO" TO CL-STATE
                   MOVE CCM-DONE-STEP TO CL-STEP
               WHEN OTHER
                   MOVE "NO APLICADO" TO CL-STATE
                   MOVE CCM-DONE-STEP TO CL-STEP
           END-EVALUATE.
           DISPLAY WS-CMD-LINE.
           IF CCM-REASON NOT = SPACES
               MOVE CCM-REASON TO RL-REASON
               DISPLAY WS-REASON-LINE
           END-IF.

       HOLD-CHAIN.
           DISPLAY "MOTIVO DE LA RETENCION : ".
           ACCEPT WS-ENTERED-REASON.
           MOVE SPACES TO WS-ENTERED-TARGET.
           DISPLAY "LA CADENA TERMINARA ANTES DEL PROXIMO PASO "
               "CON RC 4; SE REANUDA AL LIBERARLA Y RELANZARLA".
           PERFORM CONFIRM-COMMAND.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "COMANDO CANCELADO"
               GO TO HOLD-CHAIN-EXIT
           END-IF.
           MOVE 'H' TO CCM-VERB.
           PERFORM WRITE-COMMAND.
       HOLD-CHAIN-EXIT.
           EXIT.

       RELEASE-CHAIN.
           DISPLAY "MOTIVO DE LA LIBERACION : ".
           ACCEPT WS-ENTERED-REASON.
           MOVE SPACES TO WS-ENTERED-TARGET.
           PERFORM CONFIRM-COMMAND.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "COMANDO CANCELADO"
               GO TO RELEASE-CHAIN-EXIT
           END-IF.
           MOVE 'R' TO CCM-VERB.
           PERFORM WRITE-COMMAND.
       RELEASE-CHAIN-EXIT.
           EXIT.

      *    The step must be a job of the schedule; the reason is
      *    mandatory. Steps that depend on the skipped one are left
      *    out too, as when a dependency is not met.
       SKIP-STEP.
           DISPLAY "PASO A OMITIR : ".
           ACCEPT WS-ENTERED-TARGET.
           IF WS-ENTERED-TARGET = SPACES
               DISPLAY "EL PASO ES OBLIGATORIO"
               GO TO SKIP-STEP-EXIT
           END-IF.
           IF WS-JOB-COUNT > ZERO
               SET WS-FOUND TO FALSE
               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-COUNT OR WS-FOUND
                   IF WS-JOB-NAME-TBL(WS-JOB-SUB) = WS-ENTERED-TARGET
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   DISPLAY "PASO NO DEFINIDO EN EODSCHED.DAT"
                   GO TO SKIP-STEP-EXIT
               END-IF
           END-IF.
           DISPLAY "MOTIVO : ".
           ACCEPT WS-ENTERED-REASON.
           IF WS-ENTERED-REASON = SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO - COMANDO RECHAZADO"
               GO TO SKIP-STEP-EXIT
           END-IF.
           PERFORM CONFIRM-COMMAND.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "COMANDO CANCELADO"
               GO TO SKIP-STEP-EXIT
           END-IF.
           MOVE 'S' TO CCM-VERB.
           PERFORM WRITE-COMMAND.
       SKIP-STEP-EXIT.
           EXIT.

      *    Only a job with a pending request in JOBREQQ.DAT can be
      *    brought forward into the chain.
       INSERT-JOB.
           DISPLAY "SOLICITUDES PENDIENTES :".
           MOVE ZERO TO WS-LIST-COUNT.
           OPEN INPUT REQUEST-QUEUE-FILE.
           IF WS-REQ-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REQUEST-QUEUE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REQ-STATUS = 'P'
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY "  " REQ-JOB " DE "
                                   REQ-OPERATOR " DEL " REQ-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-QUEUE-FILE
           END-IF.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO HAY SOLICITUDES PENDIENTES EN JOBREQQ.DAT"
               GO TO INSERT-JOB-EXIT
           END-IF.

           DISPLAY "TRABAJO A INSERTAR : ".
           ACCEPT WS-ENTERED-TARGET.
           SET WS-FOUND TO FALSE.
           OPEN INPUT REQUEST-QUEUE-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF OR WS-FOUND
               READ REQUEST-QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF REQ-STATUS = 'P'
                           AND REQ-JOB = WS-ENTERED-TARGET
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-QUEUE-FILE.
           IF NOT WS-FOUND
               DISPLAY "SIN SOLICITUD PENDIENTE PARA "
                   WS-ENTERED-TARGET
               GO TO INSERT-JOB-EXIT
           END-IF.
           DISPLAY "MOTIVO : ".
           ACCEPT WS-ENTERED-REASON.
           PERFORM CONFIRM-COMMAND.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "COMANDO CANCELADO"
               GO TO INSERT-JOB-EXIT
           END-IF.
           MOVE 'I' TO CCM-VERB.
           PERFORM WRITE-COMMAND.
       INSERT-JOB-EXIT.
           EXIT.

       CONFIRM-COMMAND.
           DISPLAY "CONFIRMA EL COMANDO ? S/N : ".
           ACCEPT WS-CONFIRM.

      *    Commands are only ever appended here; EOD-DRIVER is the
      *    one that marks them applied.
       WRITE-COMMAND.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO CCM-DATE.
           MOVE WS-RUN-TIME TO CCM-TIME.
           MOVE SGN-OPERATOR-ID TO CCM-OPERATOR.
           MOVE WS-ENTERED-TARGET TO CCM-TARGET.
           MOVE WS-ENTERED-REASON TO CCM-REASON.
           SET CCM-PENDING TO TRUE.
           MOVE ZERO TO CCM-DONE-DATE.
           MOVE ZERO TO CCM-DONE-TIME.
           MOVE ZERO TO CCM-DONE-STEP.
           OPEN EXTEND COMMAND-FILE.
           IF WS-CCM-STATUS = "35"
               OPEN OUTPUT COMMAND-FILE
           END-IF.
           WRITE CHAIN-COMMAND-RECORD.
           CLOSE COMMAND-FILE.
           DISPLAY "COMANDO REGISTRADO - LA CADENA LO TOMA ANTES "
               "DE SU PROXIMO PASO".

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
           END-IF.
           SET WS-EOF TO FALSE.

       END PROGRAM CHAIN-CMD.
