           SELECT ONCALL-FILE ASSIGN TO "ONCALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONC-STATUS.
           SELECT ROTA-FILE ASSIGN TO "ONCROTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-STATUS.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "EODSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "RUTNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLG-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "CHAINCMD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CHECKPOINT-RECORD.
           02 CKP-RUN-DATE  PIC 9(8).
           02 CKP-LAST-STEP PIC 9(2).
           02 CKP-HELD      PIC X.
               88 CKP-CHAIN-HELD VALUE 'H'.

       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           02 RUL-ACTION   PIC X.

       FD  ONCALL-FILE.
       COPY ONCPAGE.

       FD  ROTA-FILE.
       COPY ONCROTA.

       FD  RUNBOOK-FILE.
       COPY RUNBOOK.

       FD  COMMAND-FILE.
       COPY CHNCMD.

       WORKING-STORAGE SECTION.
       01  WS-CKP-STATUS PIC XX.
       01  WS-OVR-STATUS PIC XX.
       01  WS-LAST-STEP PIC 9(2) VALUE ZERO.
       01  WS-CKP-DATE PIC 9(8) VALUE ZERO.
       01  WS-CKP-HELD-FLAG PIC X VALUE SPACE.
           88 WS-CKP-HELD VALUE 'H'.
       01  WS-STEP PIC 9(2).
       01  WS-START-STEP PIC 9(2).
       01  WS-STEP-RC PIC 9(2).

       01  WS-STEP-COUNT PIC 9(2) VALUE ZERO.
       01  WS-STEP-LIST.
           02 WS-STEP-ENTRY OCCURS 30 TIMES.
               03 WS-STEP-NAME    PIC X(20).
               03 WS-STEP-DEPENDS PIC X(20).
               03 WS-STEP-DONE-RC PIC 9(2).
       COPY RUNSTAMP.
       COPY CALRQ.
       COPY WINRQ.
       COPY ENVRQ.

       01  WS-MLG-STATUS PIC XX.
       01  WS-RUL-STATUS PIC XX.
       01  WS-ONC-STATUS PIC XX.
       01  WS-ROT-STATUS PIC XX.
       01  WS-ROT-EOF-FLAG PIC X.
           88 WS-ROT-EOF VALUE 'Y' FALSE 'N'.
       01  WS-PAGE-STAMP.
           02 WS-PAGE-STAMP-DATE PIC 9(8).
           02 WS-PAGE-STAMP-HHMM PIC 9(4).
       01  WS-ROT-START-STAMP.
           02 WS-ROT-START-DATE PIC 9(8).
           02 WS-ROT-START-HHMM PIC 9(4).
       01  WS-ROT-END-STAMP.
           02 WS-ROT-END-DATE PIC 9(8).
           02 WS-ROT-END-HHMM PIC 9(4).
       01  WS-MLG-EOF-FLAG PIC X.
           88 WS-MLG-EOF VALUE 'Y' FALSE 'N'.
       01  WS-RUL-SUB PIC 9(2).
       01  WS-STEP-HALT-FLAG PIC X.
           88 WS-STEP-HALTED VALUE 'Y' FALSE 'N'.
       01  WS-OVR-ANSWER PIC X.
       01  WS-RBK-STATUS PIC XX.
       01  WS-RBK-SUB PIC 9(3).
       01  WS-RBK-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RBK-TABLE.
           02 WS-RBK-ENTRY OCCURS 200 TIMES.
               03 WS-RBK-MSG-TBL  PIC X(8).
               03 WS-RBK-STEP-TBL PIC X(20).
       01  WS-RBK-WANT.
           02 WS-RBK-WANT-MSG  PIC X(8).
           02 WS-RBK-WANT-STEP PIC X(20).
       01  WS-OVR-OPERATOR PIC X(8).
       01  WS-OVR-REASON PIC X(30).
       01  WS-CCM-STATUS PIC XX.
       01  WS-CCM-EOF-FLAG PIC X.
           88 WS-CCM-EOF VALUE 'Y' FALSE 'N'.
       01  WS-CCM-CHANGED-FLAG PIC X.
           88 WS-CCM-CHANGED VALUE 'Y' FALSE 'N'.
       01  WS-CCM-OVERFLOW-FLAG PIC X.
           88 WS-CCM-OVERFLOW VALUE 'Y' FALSE 'N'.
       01  WS-CCM-SUB PIC 9(3).
       01  WS-CCM-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CCM-TABLE.
           02 WS-CCM-ENTRY OCCURS 500 TIMES PIC X(94).
       01  WS-CHAIN-HELD-FLAG PIC X VALUE 'N'.
           88 WS-CHAIN-HELD VALUE 'Y' FALSE 'N'.
       01  WS-OPER-SKIP-FLAG PIC X VALUE 'N'.
           88 WS-OPER-SKIP VALUE 'Y' FALSE 'N'.
       01  WS-CMD-FOUND-FLAG PIC X.
           88 WS-CMD-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-CMD-SUB PIC 9(2).
       01  WS-RUN-CMD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RUN-CMD-TABLE.
           02 WS-RUN-CMD-ENTRY OCCURS 50 TIMES PIC X(94).
       01  WS-CMD-SUMMARY-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CS-HH PIC 9(2).
           02 FILLER PIC X VALUE ":".
           02 CS-MM PIC 9(2).
           02 FILLER PIC X VALUE SPACE.
           02 CS-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CS-VERB PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CS-TARGET PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 CS-STATE PIC X(11).
           02 FILLER PIC X(6) VALUE " PASO ".
           02 CS-STEP PIC Z9.
       01  WS-CMD-REASON-LINE.
           02 FILLER PIC X(10) VALUE "    MOTIVO".
           02 FILLER PIC X(2) VALUE ": ".
           02 CS-REASON PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           DISPLAY "EOD-DRIVER - " ENV-BANNER.

           MOVE 'B' TO CAL-FUNCTION.
           MOVE WS-RUN-DATE TO CAL-DATE-IN.
           END-IF.

           PERFORM LOAD-MSG-RULES.
           PERFORM LOAD-RUNBOOK-KEYS.
           PERFORM BUILD-STEP-LIST.
           CALL "ONCALL-ESCALATE".

           PERFORM LOAD-CHECKPOINT.
           IF WS-CKP-DATE = WS-RUN-DATE AND WS-LAST-STEP > ZERO
           ELSE
               MOVE 1 TO WS-START-STEP
           END-IF.
      *    A chain stopped by a hold stays held on restart until a
      *    release is found among the pending commands.
           IF WS-CKP-DATE = WS-RUN-DATE AND WS-CKP-HELD
               SET WS-CHAIN-HELD TO TRUE
               DISPLAY "EOD-DRIVER - CADENA RETENIDA EN LA CORRIDA "
                   "ANTERIOR"
           END-IF.

           IF WS-START-STEP > WS-STEP-COUNT
               DISPLAY "EOD-DRIVER - CADENA YA COMPLETADA HOY"
               PERFORM RUN-CHAIN
           END-IF.

      *    Commands given after the last step are still acted on
      *    before the request queue is worked.
           IF NOT WS-CHAIN-STOPPED
               COMPUTE WS-STEP = WS-STEP-COUNT + 1
               PERFORM APPLY-CHAIN-COMMANDS
           END-IF.

           IF NOT WS-CHAIN-STOPPED
               PERFORM WORK-REQUEST-QUEUE
                   THRU WORK-REQUEST-EXIT
                   WS-MAX-RC
           END-IF.

           PERFORM CLOSE-OLD-SKIPS.
           PERFORM SHOW-COMMAND-SUMMARY.

           MOVE WS-MAX-RC TO RETURN-CODE.
           STOP RUN.

               END-IF
           END-IF.

      *    Operator commands are taken before every step. A step
      *    skipped by command is left not run, so the steps that
      *    depend on it are left out as well.
       RUN-CHAIN.
           PERFORM VARYING WS-STEP FROM WS-START-STEP BY 1
                   UNTIL WS-STEP > WS-STEP-COUNT
                   OR WS-CHAIN-STOPPED
               PERFORM APPLY-CHAIN-COMMANDS
               DISPLAY "EOD-DRIVER - PASO " WS-STEP " "
                   WS-STEP-NAME(WS-STEP)
               PERFORM CHECK-STEP-DEPENDENCY
               IF WS-OPER-SKIP
                   DISPLAY "EOD-DRIVER - PASO OMITIDO POR COMANDO "
                       "DE OPERADOR"
                   MOVE ZERO TO WS-STEP-RC
                   PERFORM SAVE-CHECKPOINT
               END-IF
               IF NOT WS-OPER-SKIP AND NOT WS-DEP-OK
                   DISPLAY "EOD-DRIVER - DEPENDENCIA "
                       WS-STEP-DEPENDS(WS-STEP)
                       " NO CUMPLIDA - PASO OMITIDO"
                   MOVE ZERO TO WS-STEP-RC
                   PERFORM SAVE-CHECKPOINT
               END-IF
               IF NOT WS-OPER-SKIP AND WS-DEP-OK
                   PERFORM RUN-SCHEDULED-STEP
               END-IF
           END-PERFORM.

      *    A hold in force ends the chain here with RC 4. The
      *    checkpoint is left at the last completed step and marked
      *    held, so the chain is resumed by releasing it and running
      *    EOD-DRIVER again.
       APPLY-CHAIN-COMMANDS.
           SET WS-OPER-SKIP TO FALSE.
           PERFORM READ-CHAIN-COMMANDS.
           IF WS-CHAIN-HELD
               PERFORM HOLD-CHAIN
           END-IF.

       HOLD-CHAIN.
           MOVE WS-RUN-DATE TO CKP-RUN-DATE.
           COMPUTE CKP-LAST-STEP = WS-STEP - 1.
           MOVE 'H' TO CKP-HELD.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           SET WS-CHAIN-STOPPED TO TRUE.
           DISPLAY "EOD-DRIVER - CADENA RETENIDA ANTES DEL PASO "
               WS-STEP " - REANUDAR TRAS LIBERARLA".
           IF WS-MAX-RC < 4
               MOVE 4 TO WS-MAX-RC
           END-IF.

       READ-CHAIN-COMMANDS.
           PERFORM LOAD-CHAIN-COMMANDS.
           SET WS-CCM-CHANGED TO FALSE.
           PERFORM VARYING WS-CCM-SUB FROM 1 BY 1
                   UNTIL WS-CCM-SUB > WS-CCM-COUNT
               MOVE WS-CCM-ENTRY(WS-CCM-SUB) TO CHAIN-COMMAND-RECORD
               IF CCM-PENDING
                   PERFORM APPLY-ONE-COMMAND
                   MOVE CHAIN-COMMAND-RECORD
                       TO WS-CCM-ENTRY(WS-CCM-SUB)
               END-IF
           END-PERFORM.
           IF WS-CCM-CHANGED
               PERFORM SAVE-CHAIN-COMMANDS
           END-IF.

      *    A skip for a step still ahead stays pending until the
      *    chain reaches it; one for a step not left in tonight's
      *    list cannot be applied. A skip only counts for the run it
      *    was given in: one dated before the run date was left over
      *    by a chain that stopped and is not applied. A chain that
      *    runs past midnight still honours skips given after it.
       APPLY-ONE-COMMAND.
           EVALUATE TRUE
               WHEN CCM-HOLD
                   SET WS-CHAIN-HELD TO TRUE
                   SET CCM-APPLIED TO TRUE
                   DISPLAY "EOD-DRIVER - RETENCION ORDENADA POR "
                       CCM-OPERATOR
               WHEN CCM-RELEASE
                   IF WS-CHAIN-HELD
                       SET WS-CHAIN-HELD TO FALSE
                       SET CCM-APPLIED TO TRUE
                       DISPLAY "EOD-DRIVER - CADENA LIBERADA POR "
                           CCM-OPERATOR
                   ELSE
                       SET CCM-NOT-APPLIED TO TRUE
                   END-IF
               WHEN CCM-SKIP
                   IF CCM-DATE < WS-RUN-DATE
                       SET CCM-NOT-APPLIED TO TRUE
                   ELSE
                       PERFORM FIND-SKIP-STEP
                       IF WS-CMD-FOUND AND WS-CMD-SUB = WS-STEP
                           SET WS-OPER-SKIP TO TRUE
                           SET CCM-APPLIED TO TRUE
                       END-IF
                       IF NOT WS-CMD-FOUND
                           SET CCM-NOT-APPLIED TO TRUE
                       END-IF
                   END-IF
               WHEN CCM-INSERT
                   PERFORM RUN-INSERTED-JOB
               WHEN OTHER
                   SET CCM-NOT-APPLIED TO TRUE
           END-EVALUATE.
           IF NOT CCM-PENDING
               ACCEPT CCM-DONE-DATE FROM DATE YYYYMMDD
               ACCEPT CCM-DONE-TIME FROM TIME
               MOVE WS-STEP TO CCM-DONE-STEP
               SET WS-CCM-CHANGED TO TRUE
               PERFORM NOTE-RUN-COMMAND
           END-IF.

       FIND-SKIP-STEP.
           SET WS-CMD-FOUND TO FALSE.
           PERFORM VARYING WS-CMD-SUB FROM WS-STEP BY 1
                   UNTIL WS-CMD-SUB > WS-STEP-COUNT OR WS-CMD-FOUND
               IF WS-STEP-NAME(WS-CMD-SUB) = CCM-TARGET
                   SET WS-CMD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CMD-FOUND
               SUBTRACT 1 FROM WS-CMD-SUB
           END-IF.

      *    An inserted job runs at once from the first pending
      *    request for it, which is closed as the queue would
      *    close it.
       RUN-INSERTED-JOB.
           PERFORM LOAD-REQUEST-QUEUE.
           SET WS-CMD-FOUND TO FALSE.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-CMD-FOUND
               MOVE WS-REQ-ENTRY(WS-REQ-SUB)
                   TO REQUEST-QUEUE-RECORD
               IF REQ-STATUS = 'P' AND REQ-JOB = CCM-TARGET
                   SET WS-CMD-FOUND TO TRUE
                   DISPLAY "EOD-DRIVER - TRABAJO " REQ-JOB
                       " INSERTADO POR " CCM-OPERATOR
                   PERFORM RUN-REQUESTED-JOB
                   MOVE REQUEST-QUEUE-RECORD
                       TO WS-REQ-ENTRY(WS-REQ-SUB)
               END-IF
           END-PERFORM.
           IF WS-CMD-FOUND
               PERFORM SAVE-REQUEST-QUEUE
               SET CCM-APPLIED TO TRUE
           ELSE
               SET CCM-NOT-APPLIED TO TRUE
           END-IF.

      *    Before the run ends, skips left pending from an earlier
      *    run are closed as not applied so they can never reach a
      *    later night's step. When this chain has stopped, its own
      *    pending skips stay pending for the restart and are listed
      *    so the operator sees what the restart will still skip.
       CLOSE-OLD-SKIPS.
           PERFORM LOAD-CHAIN-COMMANDS.
           SET WS-CCM-CHANGED TO FALSE.
           PERFORM VARYING WS-CCM-SUB FROM 1 BY 1
                   UNTIL WS-CCM-SUB > WS-CCM-COUNT
               MOVE WS-CCM-ENTRY(WS-CCM-SUB) TO CHAIN-COMMAND-RECORD
               IF CCM-PENDING AND CCM-SKIP
                   IF CCM-DATE < WS-RUN-DATE
                       SET CCM-NOT-APPLIED TO TRUE
                       ACCEPT CCM-DONE-DATE FROM DATE YYYYMMDD
                       ACCEPT CCM-DONE-TIME FROM TIME
                       MOVE WS-STEP TO CCM-DONE-STEP
                       SET WS-CCM-CHANGED TO TRUE
                       PERFORM NOTE-RUN-COMMAND
                       MOVE CHAIN-COMMAND-RECORD
                           TO WS-CCM-ENTRY(WS-CCM-SUB)
                   ELSE
                       IF WS-CHAIN-STOPPED
                           PERFORM NOTE-RUN-COMMAND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CCM-CHANGED
               PERFORM SAVE-CHAIN-COMMANDS
           END-IF.

       NOTE-RUN-COMMAND.
           IF WS-RUN-CMD-COUNT < 50
               ADD 1 TO WS-RUN-CMD-COUNT
               MOVE CHAIN-COMMAND-RECORD
                   TO WS-RUN-CMD-ENTRY(WS-RUN-CMD-COUNT)
           END-IF.

      *    A file too big for the table is left alone rather than
      *    rewritten short; no command is acted on until it is
      *    cleaned up, and a hold in force is let go.
       LOAD-CHAIN-COMMANDS.
           MOVE ZERO TO WS-CCM-COUNT.
           SET WS-CCM-OVERFLOW TO FALSE.
           OPEN INPUT COMMAND-FILE.
           IF WS-CCM-STATUS = "00"
               SET WS-CCM-EOF TO FALSE
               PERFORM UNTIL WS-CCM-EOF
                   READ COMMAND-FILE
                       AT END
                           SET WS-CCM-EOF TO TRUE
                       NOT AT END
                           IF WS-CCM-COUNT >= 500
                               SET WS-CCM-OVERFLOW TO TRUE
                               SET WS-CCM-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CCM-COUNT
                               MOVE CHAIN-COMMAND-RECORD TO
                                   WS-CCM-ENTRY(WS-CCM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMAND-FILE
           END-IF.
           IF WS-CCM-OVERFLOW
               DISPLAY "CHAINCMD.DAT HAS MORE THAN 500 COMMANDS - "
                   "COMMANDS IGNORED"
               MOVE ZERO TO WS-CCM-COUNT
               SET WS-CHAIN-HELD TO FALSE
           END-IF.

       SAVE-CHAIN-COMMANDS.
           OPEN OUTPUT COMMAND-FILE.
           PERFORM VARYING WS-CCM-SUB FROM 1 BY 1
                   UNTIL WS-CCM-SUB > WS-CCM-COUNT
               MOVE WS-CCM-ENTRY(WS-CCM-SUB) TO CHAIN-COMMAND-RECORD
               WRITE CHAIN-COMMAND-RECORD
           END-PERFORM.
           CLOSE COMMAND-FILE.

       SHOW-COMMAND-SUMMARY.
           IF WS-RUN-CMD-COUNT > ZERO
               DISPLAY "EOD-DRIVER - COMANDOS DE OPERADOR EN ESTA "
                   "CORRIDA : " WS-RUN-CMD-COUNT
           END-IF.
           PERFORM VARYING WS-CCM-SUB FROM 1 BY 1
                   UNTIL WS-CCM-SUB > WS-RUN-CMD-COUNT
               MOVE WS-RUN-CMD-ENTRY(WS-CCM-SUB)
                   TO CHAIN-COMMAND-RECORD
               MOVE CCM-TIME(1:2) TO CS-HH
               MOVE CCM-TIME(3:2) TO CS-MM
               MOVE CCM-OPERATOR TO CS-OPERATOR
               EVALUATE TRUE
                   WHEN CCM-HOLD
                       MOVE "RETENER" TO CS-VERB
                   WHEN CCM-RELEASE
                       MOVE "LIBERAR" TO CS-VERB
                   WHEN CCM-SKIP
                       MOVE "OMITIR" TO CS-VERB
                   WHEN OTHER
                       MOVE "INSERTAR" TO CS-VERB
               END-EVALUATE
               MOVE CCM-TARGET TO CS-TARGET
               EVALUATE TRUE
                   WHEN CCM-APPLIED
                       MOVE "APLICADO" TO CS-STATE
                   WHEN CCM-PENDING
                       MOVE "PENDIENTE" TO CS-STATE
                   WHEN OTHER
                       MOVE "NO APLICADO" TO CS-STATE
               END-EVALUATE
               MOVE CCM-DONE-STEP TO CS-STEP
               DISPLAY WS-CMD-SUMMARY-LINE
               IF CCM-REASON NOT = SPACES
                   MOVE CCM-REASON TO CS-REASON
                   DISPLAY WS-CMD-REASON-LINE
               END-IF
           END-PERFORM.

       RUN-SCHEDULED-STEP.
           PERFORM COUNT-MESSAGE-LOG
           MOVE WS-MSGLOG-POS TO WS-MSGLOG-MARK
           MOVE 'Y' TO WS-STEP-RAN(WS-STEP)
           MOVE WS-STEP-RC TO WS-STEP-DONE-RC(WS-STEP)
           CALL "EOD-MONITOR"
           CALL "ONCALL-ESCALATE"
           PERFORM EVALUATE-STEP-MESSAGES
           IF WS-STEP-HALTED
               SET WS-CHAIN-STOPPED TO TRUE
                   CALL "EXC-AGING"
               WHEN "SESSION-SWEEP"
                   CALL "SESSION-SWEEP"
               WHEN "AR-LOAD"
                   CALL "AR-LOAD"
               WHEN "AR-CASH-APPLY"
                   CALL "AR-CASH-APPLY"
               WHEN "AR-AGING"
                   CALL "AR-AGING"
               WHEN "JRNL-POST"
                   CALL "JRNL-POST"
               WHEN "GL-POST"
                   CALL "GL-POST"
               WHEN "INTEG-SWEEP"
                   CALL "INTEG-SWEEP"
               WHEN "CAP-MONITOR"
                   CALL "CAP-MONITOR"
               WHEN "REV-PATTERN"
                   CALL "REV-PATTERN"
               WHEN "CERT-EXPIRY"
                   CALL "CERT-EXPIRY"
               WHEN "OPER-EMP-AUDIT"
                   CALL "OPER-EMP-AUDIT"
               WHEN "ACC-REVIEW"
                   CALL "ACC-REVIEW"
               WHEN "OPER-WORKLOAD"
                   CALL "OPER-WORKLOAD"
               WHEN "DUP-SCAN"
                   CALL "DUP-SCAN"
               WHEN "DORM-SCAN"
                   CALL "DORM-SCAN"
               WHEN "REV-LETTERS"
                   CALL "REV-LETTERS"
               WHEN "ITEM-MARGIN"
                   CALL "ITEM-MARGIN"
               WHEN "CUTOFF-RPT"
                   CALL "CUTOFF-RPT"
               WHEN OTHER
                   DISPLAY "EOD-DRIVER - TRABAJO DESCONOCIDO "
                       WS-STEP-NAME(WS-STEP) " - OMITIDO"
               " PASOS EN LA LISTA DE ESTA NOCHE".

       ADD-STEP-TO-LIST.
           IF WS-STEP-COUNT >= 30
               DISPLAY "EODSCHED.DAT HAS MORE THAN 30 DUE JOBS - "
                   "EXTRA IGNORED"
           ELSE
               ADD 1 TO WS-STEP-COUNT
               CLOSE MSG-RULES-FILE
           END-IF.

      *    Only the procedure keys are kept; the lines themselves are
      *    printed on demand by RUNBOOK-PRINT.
       LOAD-RUNBOOK-KEYS.
           OPEN INPUT RUNBOOK-FILE.
           IF WS-RBK-STATUS = "00"
               SET WS-MLG-EOF TO FALSE
               PERFORM UNTIL WS-MLG-EOF
                   READ RUNBOOK-FILE
                       AT END
                           SET WS-MLG-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-RUNBOOK-KEY
                   END-READ
               END-PERFORM
               CLOSE RUNBOOK-FILE
           END-IF.

       STORE-RUNBOOK-KEY.
           MOVE RBK-MSG-ID TO WS-RBK-WANT-MSG.
           MOVE RBK-STEP TO WS-RBK-WANT-STEP.
           PERFORM VARYING WS-RBK-SUB FROM 1 BY 1
                   UNTIL WS-RBK-SUB > WS-RBK-COUNT
                   OR WS-RBK-ENTRY(WS-RBK-SUB) = WS-RBK-WANT
               CONTINUE
           END-PERFORM.
           IF WS-RBK-SUB > WS-RBK-COUNT
               IF WS-RBK-COUNT >= 200
                   DISPLAY "RUNBOOK.DAT HAS MORE THAN 200 "
                       "PROCEDURES - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-RBK-COUNT
                   MOVE WS-RBK-WANT TO WS-RBK-ENTRY(WS-RBK-COUNT)
               END-IF
           END-IF.

       COUNT-MESSAGE-LOG.
           MOVE ZERO TO WS-MSGLOG-POS.
           OPEN INPUT MESSAGE-LOG-FILE.
           END-EVALUATE.

       PAGE-ONCALL.
           MOVE SPACES TO ONCALL-RECORD.
           MOVE WS-RUN-DATE TO ONC-DATE.
           ACCEPT ONC-TIME FROM TIME.
           MOVE WS-STEP-NAME(WS-STEP) TO ONC-STEP.
           MOVE MLG-MESSAGE TO ONC-MESSAGE.
           PERFORM FIND-ONCALL-OPERATOR.
           PERFORM FIND-RUNBOOK.
           MOVE ONC-PRIMARY TO ONC-HOLDER.
           MOVE 'P' TO ONC-STATE.
           MOVE ZERO TO ONC-ESC-DATE.
           MOVE ZERO TO ONC-ESC-TIME.
           MOVE ZERO TO ONC-ACK-DATE.
           MOVE ZERO TO ONC-ACK-TIME.
           OPEN EXTEND ONCALL-FILE.
           IF WS-ONC-STATUS = "35"
               OPEN OUTPUT ONCALL-FILE
           END-IF.
           WRITE ONCALL-RECORD.
           CLOSE ONCALL-FILE.
           IF ONC-PRIMARY = SPACES
               DISPLAY "REGLA DE MENSAJES: " WS-MSG-ID
                   " - AVISO REGISTRADO EN ONCALL.DAT SIN GUARDIA "
                   "EN ONCROTA.DAT"
           ELSE
               DISPLAY "REGLA DE MENSAJES: " WS-MSG-ID
                   " - AVISO A GUARDIA " ONC-PRIMARY
                   " REGISTRADO EN ONCALL.DAT"
           END-IF.
           IF ONC-RUNBOOK = SPACES
               DISPLAY "REGLA DE MENSAJES: " WS-MSG-ID
                   " - SIN PROCEDIMIENTO EN RUNBOOK.DAT"
           ELSE
               DISPLAY "REGLA DE MENSAJES: " WS-MSG-ID
                   " - PROCEDIMIENTO " ONC-RBK-MSG-ID " / "
                   ONC-RBK-STEP
           END-IF.

      *    The most specific procedure on file wins: this message at
      *    this step, this message at any step, any message at this
      *    step, then the general procedure.
       FIND-RUNBOOK.
           MOVE SPACES TO ONC-RUNBOOK.
           MOVE WS-MSG-ID TO WS-RBK-WANT-MSG.
           MOVE ONC-STEP TO WS-RBK-WANT-STEP.
           PERFORM MATCH-RUNBOOK-KEY.
           IF ONC-RUNBOOK = SPACES
               MOVE "*" TO WS-RBK-WANT-STEP
               PERFORM MATCH-RUNBOOK-KEY
           END-IF.
           IF ONC-RUNBOOK = SPACES
               MOVE "*" TO WS-RBK-WANT-MSG
               MOVE ONC-STEP TO WS-RBK-WANT-STEP
               PERFORM MATCH-RUNBOOK-KEY
           END-IF.
           IF ONC-RUNBOOK = SPACES
               MOVE "*" TO WS-RBK-WANT-STEP
               PERFORM MATCH-RUNBOOK-KEY
           END-IF.

       MATCH-RUNBOOK-KEY.
           PERFORM VARYING WS-RBK-SUB FROM 1 BY 1
                   UNTIL WS-RBK-SUB > WS-RBK-COUNT
                   OR ONC-RUNBOOK NOT = SPACES
               IF WS-RBK-ENTRY(WS-RBK-SUB) = WS-RBK-WANT
                   MOVE WS-RBK-WANT TO ONC-RUNBOOK
               END-IF
           END-PERFORM.

      *    The rota window in force at the time of the page names
      *    the primary and backup operators; windows include their
      *    start and exclude their end.
       FIND-ONCALL-OPERATOR.
           MOVE ONC-DATE TO WS-PAGE-STAMP-DATE.
           MOVE ONC-TIME(1:4) TO WS-PAGE-STAMP-HHMM.
           OPEN INPUT ROTA-FILE.
           IF WS-ROT-STATUS = "00"
               SET WS-ROT-EOF TO FALSE
               PERFORM UNTIL WS-ROT-EOF
                   READ ROTA-FILE
                       AT END
                           SET WS-ROT-EOF TO TRUE
                       NOT AT END
                           MOVE ROT-START-DATE TO WS-ROT-START-DATE
                           MOVE ROT-START-TIME TO WS-ROT-START-HHMM
                           MOVE ROT-END-DATE TO WS-ROT-END-DATE
                           MOVE ROT-END-TIME TO WS-ROT-END-HHMM
                           IF WS-PAGE-STAMP >= WS-ROT-START-STAMP
                               AND WS-PAGE-STAMP < WS-ROT-END-STAMP
                               MOVE ROT-PRIMARY TO ONC-PRIMARY
                               MOVE ROT-BACKUP TO ONC-BACKUP
                               SET WS-ROT-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROTA-FILE
           END-IF.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
                   NOT AT END
                       MOVE CKP-RUN-DATE TO WS-CKP-DATE
                       MOVE CKP-LAST-STEP TO WS-LAST-STEP
                       MOVE CKP-HELD TO WS-CKP-HELD-FLAG
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
       SAVE-CHECKPOINT.
           MOVE WS-RUN-DATE TO CKP-RUN-DATE.
           MOVE WS-STEP TO CKP-LAST-STEP.
           MOVE SPACE TO CKP-HELD.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       CLEAR-CHECKPOINT.
           MOVE ZERO TO CKP-RUN-DATE.
           MOVE ZERO TO CKP-LAST-STEP.
           MOVE SPACE TO CKP-HELD.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
